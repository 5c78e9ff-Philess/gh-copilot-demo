*> forced in: it is reported loudly and left on the holding file for the
*> catalog team to resolve by hand - it will re-report every morning until
*> someone does. Everything released and everything still waiting is
*> reported on the console, and every blocked record is also written to
*> ALBPBLK.DAT (copybook PENDBLK), rewritten each sweep, with the master
*> record now holding its AlbumId - AlbCal's release calendar lists them
*> in a section of their own with how many days overdue they are.
*>
*> The run ends with a meaningful RETURN-CODE: 0 clean, 4 one or more
*> held records are blocked by a master collision, 12 a required file
*>   Written alongside the pending-release hold added to AlbEdit - before
*>     this, future-dated records sailed into the master and the month-end
*>     numbers moved again when the real date passed.
*>   Journal entries now carry an operator id (JournalOperator - see
*>     ALBJRNL); this batch program stamps it spaces, so AlbTrail's
*>     change-history report names the program instead.
*>   Records its start and finish on the CYCSTATE.DAT cycle-state file
*>     (copybook CYCSTATE) for the business date, and ends RC 1
*>     (previously completed) without re-running when ALBTABJ is
*>     resubmitted after a later step failed and this step had already
*>     completed cleanly - see CycList. The business date is set once
*>     per cycle, by its first step, on CYCSTATE.DAT's control record and
*>     carried to every later step and a resubmit, past midnight too;
*>     ALBTABJ-BUSDATE names it outright. ALBTABJ-RERUN=Y forces a
*>     re-run. Releases against that business date rather than the
*>     clock, so what is released and what AlbCal lists as due or
*>     upcoming agree.
*>   Blocked records were only ever reported on the console and were
*>     lost in it; each sweep now also rewrites ALBPBLK.DAT with the
*>     blocked records and the master record in the way, for AlbCal's
*>     release calendar. A missing ALBPBLK.DAT ends RC 4 - the blocked
*>     records are still on the console.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
        RECORD KEY IS XrefAlbumId
        FILE STATUS IS CrossRefFileStatus.

    SELECT BlockedFile ASSIGN TO "ALBPBLK.DAT"  *> This sweep's blocked records, for AlbCal's release calendar
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BlockedFileStatus.

    SELECT CycleStateFile ASSIGN TO "CYCSTATE.DAT"  *> ALBTABJ cycle state, one record per step per business date - see CycList
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CycleKey
        FILE STATUS IS CycleStateFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD PendingFile.  *> The pending-release holding file - the record plus its feed provenance
01 CrossRefDetails.  *> Record description for CrossRefDetails
   COPY ALBXREF.

FD BlockedFile.  *> One line per due record left held because its AlbumId is taken on the master
01 BlockedDetails.  *> Record description for BlockedDetails
   COPY PENDBLK.

FD CycleStateFile.  *> ALBTABJ cycle state - this step's completion and return code per business date
01 CycleStateDetails.  *> Record description for CycleStateDetails
   COPY CYCSTATE.

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 PendingFileStatus        PIC X(02).
01 AlbumFileStatus          PIC X(02).
01 JournalFileStatus        PIC X(02).
01 CrossRefFileStatus       PIC X(02).
01 BlockedFileStatus        PIC X(02).

01 ReleaseCutoffDate        PIC X(08).  *> The business date - a held record whose ReleaseDate has arrived is released
01 ReleaseDateWork          PIC X(08).  *> ReleaseDate of the held record being checked

01 RunState                 PIC X(01) VALUE "Y".  *> Is the sweep able to proceed at all
   88 AlbumFileOpen VALUE "Y".
01 CrossRefFileIsOpen       PIC X(01) VALUE "N".
   88 CrossRefFileOpen VALUE "Y".
01 BlockedFileIsOpen        PIC X(01) VALUE "N".  *> ALBPBLK.DAT is not required to release - the blocked records still reach the console
   88 BlockedFileOpen VALUE "Y".

01 JournalWorkDate          PIC 9(08).  *> Run date half of the journal timestamp
01 JournalWorkTime          PIC 9(08).  *> HHMMSSss as returned by ACCEPT FROM TIME
01 RecordsWaiting           PIC 9(09) VALUE ZERO.  *> Held records whose date is still in the future
01 RecordsBlocked           PIC 9(09) VALUE ZERO.  *> Due records whose AlbumId is meanwhile taken on the master

01 RunReturnCode            PIC 9(02) VALUE ZERO.  *> Step return code - 0 clean, 4 blocked records or no ALBPBLK.DAT, 12 I/O error

*> ALBTABJ cycle state - a step already completed cleanly for the business
*> date ends RC 1 (previously completed) instead of running again
01 CycleStateFileStatus     PIC X(02).
01 CycleStepId              PIC X(08) VALUE "ALBPREL".  *> This step's name on CYCSTATE.DAT - its ALBTABJ program name
01 CycleDateRequested       PIC X(08) VALUE SPACES.  *> ALBTABJ-BUSDATE as accepted, spaces when unset
01 CycleRerunRequested      PIC X(01) VALUE SPACES.  *> ALBTABJ-RERUN as accepted - "Y" runs the step even when already completed
01 CycleDateInEffect        PIC 9(08) VALUE ZERO.  *> The business date this run belongs to
01 CycleStepState           PIC X(01) VALUE "N".  *> Did an earlier run for the business date already complete this step
   88 CycleStepPreviouslyDone VALUE "Y".
   88 CycleStepToRun          VALUE "N".
01 CycleTrackingState       PIC X(01) VALUE "Y".  *> Did CYCSTATE.DAT open - the step runs untracked without it
   88 CycleTrackingOn  VALUE "Y".
   88 CycleTrackingOff VALUE "N".
01 CycleWorkDate            PIC 9(08).
01 CycleWorkTime            PIC 9(08).  *> HHMMSSss as returned by ACCEPT FROM TIME
01 CycleWorkClock REDEFINES CycleWorkTime.
   02 CycleWorkHour          PIC 9(02).
   02 CycleWorkMinute        PIC 9(02).
   02 FILLER                 PIC 9(04).
01 CycleControlName         PIC X(08) VALUE "CYCLE".  *> The control record's step name, keyed on business date zero
01 CycleControlState        PIC X(01) VALUE "N".  *> Is there a control record on CYCSTATE.DAT yet
   88 CycleControlFound   VALUE "Y".
   88 CycleControlMissing VALUE "N".
01 CycleDateSource          PIC X(01) VALUE "R".  *> Where the business date came from
   88 CycleDateNamed       VALUE "N".  *> ALBTABJ-BUSDATE
   88 CycleDateResumed     VALUE "C".  *> The cycle in progress, off the control record
   88 CycleDateFromRunDate VALUE "R".  *> A new cycle, opened on the run date
01 CycleResumeMinutes       PIC 9(05) VALUE 720.  *> A cycle idle longer than this is over - the next run opens a new one
01 CycleIdleMinutes         PIC S9(09).
01 CycleLastActivity        PIC 9(14).
01 CycleLastActivityParts REDEFINES CycleLastActivity.
   02 CycleLastDate          PIC 9(08).
   02 CycleLastHour          PIC 9(02).
   02 CycleLastMinute        PIC 9(02).
   02 FILLER                 PIC 9(02).
01 CycleSourceStep          PIC X(08) VALUE SPACES.  *> A step whose later completion makes this one run again - its input is new
01 CycleOwnEndTimestamp     PIC 9(14).
01 CycleStepHold            PIC X(50).  *> This step's record while the source step's is read

PROCEDURE DIVISION.  *> Start of the procedure division
    PERFORM BeginCycleStep.
    IF CycleStepPreviouslyDone
        MOVE 1 TO RETURN-CODE  *> Previously completed - nothing is run again
        STOP RUN
    END-IF
    PERFORM InitializeRun.
    PERFORM UNTIL EndOfPendingFile
        READ PendingFile NEXT RECORD
    IF RecordsBlocked > ZERO AND RunReturnCode < 4
        MOVE 4 TO RunReturnCode
    END-IF
    PERFORM EndCycleStep.
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

InitializeRun.  *> Every file must open cleanly before a single record is released
    MOVE CycleDateInEffect TO ReleaseCutoffDate.  *> The date AlbCal splits due from upcoming on

    OPEN EXTEND JournalFile.  *> Append to the update journal; EXTEND creates the file on its first run
    IF JournalFileStatus = "35"
            SET CrossRefFileOpen TO TRUE
        END-IF
    END-IF
    IF RunUsable
        OPEN OUTPUT BlockedFile  *> Rewritten every sweep - only the collisions still standing this morning
        IF BlockedFileStatus NOT = "00"
            DISPLAY "WARNING: ALBPBLK.DAT would not open (status "
                BlockedFileStatus ") - blocked records are reported on"
                " the console only; the release calendar will not list them."
            MOVE 4 TO RunReturnCode
        ELSE
            SET BlockedFileOpen TO TRUE
        END-IF
    END-IF
    IF RunNotUsable
        SET EndOfPendingFile TO TRUE
    END-IF.
                " is due but its AlbumId is now taken on ALBUMS.DAT -"
                " left on the holding file; resolve by hand (supplier "
                PendSupplierId " feed " PendFeedSequence ")"
            PERFORM WriteBlockedRecord
        NOT INVALID KEY
            ADD 1 TO RecordsReleased
            PERFORM WriteJournalRecord
                ")"
    END-WRITE.

WriteBlockedRecord.  *> Keep the blocked record, and the master record in its way, for the release calendar
    IF BlockedFileOpen
        MOVE CycleDateInEffect TO BlockedReportDate
        MOVE AlbumId OF PendingDetails TO BlockedAlbumId
        MOVE ReleaseDateWork TO BlockedReleaseDate
        MOVE PendSupplierId TO BlockedSupplierId
        MOVE PendFeedSequence TO BlockedFeedSequence
        MOVE PendFeedDate TO BlockedFeedDate
        READ AlbumFile  *> AlbumId OF AlbumDetails still holds the key the WRITE collided on
            INVALID KEY
                MOVE SPACES TO BlockedMasterArtist BlockedMasterTitle
            NOT INVALID KEY
                MOVE Artist OF AlbumDetails TO BlockedMasterArtist
                MOVE AlbumTitle OF AlbumDetails TO BlockedMasterTitle
        END-READ
        WRITE BlockedDetails
    END-IF.

WriteJournalRecord.  *> Stamp and append one journal entry for the record just released
    ACCEPT JournalWorkDate FROM DATE YYYYMMDD.
    ACCEPT JournalWorkTime FROM TIME.
    MOVE JournalWorkDate TO JournalTimestamp(1:8).
    MOVE JournalWorkTime(1:6) TO JournalTimestamp(9:6).
    MOVE "ALBPREL" TO JournalProgram.
    MOVE SPACES TO JournalOperator.  *> Batch entry - no operator behind it
    SET JournalWrite TO TRUE.
    MOVE AlbumId OF AlbumDetails TO JournalKeyAlbumId.
    MOVE SPACES TO JournalBeforeImage.
    END-IF
    IF CrossRefFileOpen
        CLOSE CrossRefFile
    END-IF
    IF BlockedFileOpen
        CLOSE BlockedFile
    END-IF.

BeginCycleStep.  *> Already completed cleanly for this business date? If not, record the step started
    ACCEPT CycleWorkDate FROM DATE YYYYMMDD.
    ACCEPT CycleWorkTime FROM TIME.
    MOVE CycleWorkDate TO CycleDateInEffect.
    SET CycleDateFromRunDate TO TRUE.
    ACCEPT CycleDateRequested FROM ENVIRONMENT "ALBTABJ-BUSDATE".  *> YYYYMMDD names the cycle's business date outright
    IF CycleDateRequested NOT = SPACES AND CycleDateRequested NOT = LOW-VALUES
        IF CycleDateRequested NUMERIC
            MOVE CycleDateRequested TO CycleDateInEffect
            SET CycleDateNamed TO TRUE
        ELSE
            DISPLAY "ALBTABJ-BUSDATE '" CycleDateRequested "' is not a"
                " YYYYMMDD date - ignored."
        END-IF
    END-IF
    ACCEPT CycleRerunRequested FROM ENVIRONMENT "ALBTABJ-RERUN".  *> "Y" runs the step even when already completed
    OPEN I-O CycleStateFile.
    IF CycleStateFileStatus = "35"
        OPEN OUTPUT CycleStateFile
        CLOSE CycleStateFile
        OPEN I-O CycleStateFile
    END-IF
    IF CycleStateFileStatus NOT = "00"
        DISPLAY "WARNING: CYCSTATE.DAT would not open (status "
            CycleStateFileStatus ") - " CycleStepId " runs, but its"
            " completion is not recorded; a resubmit will run it again."
        SET CycleTrackingOff TO TRUE
    ELSE
        PERFORM FindCycleInProgress
        MOVE CycleDateInEffect TO CycleBusinessDate
        MOVE CycleStepId TO CycleStepName
        READ CycleStateFile
            INVALID KEY
                MOVE ZERO TO CycleAttemptCount
                PERFORM MarkCycleStepStarted
                WRITE CycleStateDetails
            NOT INVALID KEY
                IF CycleStepCompleted AND CycleRerunRequested NOT = "Y"
                    SET CycleStepPreviouslyDone TO TRUE
                    IF CycleSourceStep NOT = SPACES
                        PERFORM CheckCycleSourceRerun
                    END-IF
                END-IF
                IF CycleStepPreviouslyDone
                    DISPLAY CycleStepId " previously completed for business"
                        " date " CycleDateInEffect " (RC "
                        CycleStepReturnCode ", finished "
                        CycleEndTimestamp ") - not run again; ending RC 1."
                ELSE
                    PERFORM MarkCycleStepStarted
                    REWRITE CycleStateDetails
                END-IF
        END-READ
        CLOSE CycleStateFile
    END-IF.

FindCycleInProgress.  *> The business date is set once per cycle, by its first step, and carried on the control record past midnight
    MOVE ZERO TO CycleBusinessDate.
    MOVE CycleControlName TO CycleStepName.
    READ CycleStateFile
        INVALID KEY
            SET CycleControlMissing TO TRUE
        NOT INVALID KEY
            SET CycleControlFound TO TRUE
    END-READ
    IF CycleControlFound AND NOT CycleDateNamed
        MOVE CycleStartTimestamp TO CycleLastActivity
        PERFORM MeasureCycleIdle
        IF CycleIdleMinutes NOT > CycleResumeMinutes
            MOVE CycleControlBusinessDate TO CycleDateInEffect
            SET CycleDateResumed TO TRUE
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN CycleDateResumed AND CycleDateInEffect NOT = CycleWorkDate
            DISPLAY CycleStepId " continues the cycle for business date "
                CycleDateInEffect "."
        WHEN CycleDateFromRunDate AND CycleControlFound
            DISPLAY CycleStepId " opens a new cycle for business date "
                CycleDateInEffect " - the last, for " CycleControlBusinessDate
                ", has been idle since " CycleStartTimestamp "."
        WHEN CycleDateNamed
            DISPLAY CycleStepId " runs for business date " CycleDateInEffect
                ", named by ALBTABJ-BUSDATE."
    END-EVALUATE
    PERFORM RecordCycleActivity.

MeasureCycleIdle.  *> Minutes since a step of the cycle last started or finished - an unusable stamp reads as long idle
    MOVE 99999 TO CycleIdleMinutes.
    IF CycleLastActivity NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(CycleLastDate) = ZERO
            COMPUTE CycleIdleMinutes =
                (FUNCTION INTEGER-OF-DATE(CycleWorkDate)
                  - FUNCTION INTEGER-OF-DATE(CycleLastDate)) * 1440
                + (CycleWorkHour * 60 + CycleWorkMinute)
                - (CycleLastHour * 60 + CycleLastMinute)
        END-IF
    END-IF.

RecordCycleActivity.  *> The control record - the cycle's business date, and this moment as its last activity
    MOVE ZERO TO CycleBusinessDate.
    MOVE CycleControlName TO CycleStepName.
    READ CycleStateFile
        INVALID KEY
            SET CycleControlMissing TO TRUE
        NOT INVALID KEY
            SET CycleControlFound TO TRUE
    END-READ
    SET CycleStepStarted TO TRUE.
    MOVE ZERO TO CycleStepReturnCode CycleAttemptCount.
    MOVE CycleWorkDate TO CycleStartTimestamp(1:8).
    MOVE CycleWorkTime(1:6) TO CycleStartTimestamp(9:6).
    MOVE ZERO TO CycleEndTimestamp.
    MOVE CycleDateInEffect TO CycleControlBusinessDate.
    IF CycleControlFound
        REWRITE CycleStateDetails
    ELSE
        WRITE CycleStateDetails
    END-IF.

CheckCycleSourceRerun.  *> Has the step this one reads after finished again since this one completed - then its input is new
    MOVE CycleEndTimestamp TO CycleOwnEndTimestamp.
    MOVE CycleStateDetails TO CycleStepHold.
    MOVE CycleDateInEffect TO CycleBusinessDate.
    MOVE CycleSourceStep TO CycleStepName.
    READ CycleStateFile
        NOT INVALID KEY
            IF CycleStepCompleted AND CycleEndTimestamp > CycleOwnEndTimestamp
                SET CycleStepToRun TO TRUE
                DISPLAY CycleStepId " completed for business date "
                    CycleDateInEffect " before " CycleSourceStep
                    " last finished (" CycleEndTimestamp ") - run again"
                    " on its new output."
            END-IF
    END-READ
    MOVE CycleStepHold TO CycleStateDetails.

MarkCycleStepStarted.  *> Another attempt at the step begins now
    SET CycleStepStarted TO TRUE.
    MOVE ZERO TO CycleStepReturnCode.
    MOVE CycleWorkDate TO CycleStartTimestamp(1:8).
    MOVE CycleWorkTime(1:6) TO CycleStartTimestamp(9:6).
    MOVE ZERO TO CycleEndTimestamp.
    ADD 1 TO CycleAttemptCount.

EndCycleStep.  *> How the step finished - RC 4 or under marks it completed for the business date
    IF CycleTrackingOn
        OPEN I-O CycleStateFile
        IF CycleStateFileStatus = "00"
            MOVE CycleDateInEffect TO CycleBusinessDate
            MOVE CycleStepId TO CycleStepName
            READ CycleStateFile
                INVALID KEY
                    DISPLAY "WARNING: " CycleStepId " has no CYCSTATE.DAT"
                        " record to complete - a resubmit will run it again."
                NOT INVALID KEY
                    IF RunReturnCode > 4
                        SET CycleStepFailed TO TRUE
                    ELSE
                        SET CycleStepCompleted TO TRUE
                    END-IF
                    MOVE RunReturnCode TO CycleStepReturnCode
                    ACCEPT CycleWorkDate FROM DATE YYYYMMDD
                    ACCEPT CycleWorkTime FROM TIME
                    MOVE CycleWorkDate TO CycleEndTimestamp(1:8)
                    MOVE CycleWorkTime(1:6) TO CycleEndTimestamp(9:6)
                    REWRITE CycleStateDetails
                    PERFORM RecordCycleActivity
            END-READ
            CLOSE CycleStateFile
        ELSE
            DISPLAY "WARNING: CYCSTATE.DAT would not re-open (status "
                CycleStateFileStatus ") - " CycleStepId " finished but is"
                " not recorded; a resubmit will run it again."
        END-IF
    END-IF.
