       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  AlbSnap.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> Month-end snapshot of the ALBUMS.DAT master. Finance and the label
*> managers ask every month what the catalog looked like at the close of
*> the previous month and what moved since - and the only copy of the
*> master that ever sat still was ALBUMS.BACKUP, which the next night's
*> AlbBkup overwrites. Run in the nightly cycle (ALBTABJ, after the
*> backup) this program does nothing unless the business date is the last
*> day of its month; on that night it:
*>
*>   - copies every master record, in AlbumId order, to a dated snapshot
*>     SNAP.Yyyyy.Dmmdd.DAT (PROD.ALBUMTAB.SNAP.Y2024.D0131.DAT for the
*>     31/01/2024 month-end - the date split across two qualifiers, as
*>     neither may run past eight characters), with the same prime and
*>     Artist alternate indexes as the master so MonthTable and TopArtist
*>     can read it in place of ALBUMS.DAT;
*>   - verifies the snapshot by re-reading it and comparing its record
*>     count and highest AlbumId against what the copy pass read, exactly
*>     as AlbBkup proves the backup;
*>   - appends one line to the SNAPCAT.DAT snapshot catalog (copybook
*>     SNAPCAT: business date, file name, timestamp, record count, high
*>     AlbumId) only when the verification passed. AlbMove's movement
*>     report and the ALBTAB-SNAPSHOT runs of MonthTable and TopArtist
*>     only see snapshots on the catalog.
*>
*> The snapshot is kept apart from ALBUMS.BACKUP and BKUPCAT.DAT - the
*> recovery chain never reads it and AlbBkup never overwrites it. The
*> month-end test is made against the cycle's business date, set by its
*> first step on CYCSTATE.DAT (see CYCSTATE), not this step's clock - so a
*> month-end cycle whose ALBSNAP runs, or is resubmitted, after midnight
*> still freezes the right month. A cycle that only starts after midnight
*> belongs to the new day and takes no month-end snapshot without
*> ALBTABJ-BUSDATE or ALBSNAP-FORCE. ALBSNAP-FORCE=Y takes the snapshot
*> for the business date even when it is not a month-end (a month-end
*> night the cycle missed). A date taken again replaces its snapshot
*> file; the later catalog line stands.
*>
*> RETURN-CODE: 0 snapshot taken and verified, or not a month-end; 8 the
*> verification did not match (the snapshot is suspect and not cataloged)
*> or the master would not open; 12 an output file would not open.
*>
*> Modification history:
*>   Written to give the month-end movement report and the historical
*>     MonthTable/TopArtist runs a frozen copy of the catalog to read.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT AlbumFile ASSIGN TO "ALBUMS.DAT"  *> The album master - see AlbLoad/AlbMnt/AlbEdit, keyed on AlbumId
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF AlbumDetails
        ALTERNATE RECORD KEY IS Artist OF AlbumDetails WITH DUPLICATES
        FILE STATUS IS AlbumFileStatus.

    SELECT SnapshotFile ASSIGN TO SnapshotFileName  *> This month-end's snapshot, SNAP.Yyyyy.Dmmdd.DAT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF SnapshotDetails
        ALTERNATE RECORD KEY IS Artist OF SnapshotDetails WITH DUPLICATES
        FILE STATUS IS SnapshotFileStatus.

    SELECT SnapCatalogFile ASSIGN TO "SNAPCAT.DAT"  *> Snapshot catalog, one line appended per verified snapshot
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SnapCatalogFileStatus.

    SELECT CycleStateFile ASSIGN TO "CYCSTATE.DAT"  *> ALBTABJ cycle state, one record per step per business date - see CycList
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CycleKey
        FILE STATUS IS CycleStateFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD AlbumFile.  *> File description for AlbumFile
01 AlbumDetails.  *> Record description for AlbumDetails
   88  EndOfAlbumFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBUMRC.

FD SnapshotFile.  *> The snapshot - same record and keys as the master
01 SnapshotDetails.  *> Record description for SnapshotDetails
   88  EndOfSnapshotFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBUMRC.

FD SnapCatalogFile.  *> The snapshot catalog - one line per verified snapshot
01 SnapCatalogDetails.  *> Record description for SnapCatalogDetails
   COPY SNAPCAT.

FD CycleStateFile.  *> ALBTABJ cycle state - this step's completion and return code per business date
01 CycleStateDetails.  *> Record description for CycleStateDetails
   COPY CYCSTATE.

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 AlbumFileStatus          PIC X(02).
01 SnapshotFileStatus       PIC X(02).
01 SnapCatalogFileStatus    PIC X(02).

01 SnapshotFileName         PIC X(24) VALUE SPACES.  *> SNAP.Yyyyy.Dmmdd.DAT for the business date
01 SnapshotForceRequested   PIC X(01) VALUE SPACES.  *> ALBSNAP-FORCE as accepted - "Y" snapshots a non-month-end date

01 SnapshotDate             PIC 9(08) VALUE ZERO.  *> The business date being frozen
01 SnapshotDateParts REDEFINES SnapshotDate.
   02 SnapshotYear          PIC 9(04).
   02 SnapshotMonth         PIC 9(02).
   02 SnapshotDay           PIC 9(02).
01 SnapshotRunDate          PIC 9(08).  *> Run date half of the catalog timestamp
01 SnapshotRunTime          PIC 9(08).  *> HHMMSSss as returned by ACCEPT FROM TIME
01 SnapshotTimestampWork    PIC 9(14) VALUE ZERO.  *> The stamp recorded on the catalog line

01 DaysInMonth OCCURS 12 TIMES PIC 99 VALUE ZERO.
01 IsLeapYear               PIC X(01) VALUE "N".
   88 LeapYear VALUE "Y".
01 LastDayOfMonth           PIC 9(02) VALUE ZERO.  *> Last day of the business date's month, leap years included

01 MonthEndState            PIC X(01) VALUE "N".  *> Is a snapshot due for the business date
   88 SnapshotDue      VALUE "Y".
   88 SnapshotNotDue   VALUE "N".

01 RunState                 PIC X(01) VALUE "Y".  *> Is the snapshot able to proceed at all
   88 RunUsable     VALUE "Y".
   88 RunNotUsable  VALUE "N".

01 RecordsCopied            PIC 9(09) VALUE ZERO.  *> Master records written to the snapshot
01 MasterHighAlbumId        PIC 9(07) VALUE ZERO.  *> Highest AlbumId the copy pass read
01 RecordsVerified          PIC 9(09) VALUE ZERO.  *> Snapshot records counted on the verification re-read
01 SnapshotHighAlbumId      PIC 9(07) VALUE ZERO.  *> Highest AlbumId the verification re-read saw

01 RunReturnCode            PIC 9(02) VALUE ZERO.  *> Step return code - 0 taken or not due, 8 mismatch/master missing, 12 I/O error

*> ALBTABJ cycle state - a step already completed cleanly for the business
*> date ends RC 1 (previously completed) instead of running again
01 CycleStateFileStatus     PIC X(02).
01 CycleStepId              PIC X(08) VALUE "ALBSNAP".  *> This step's name on CYCSTATE.DAT - its ALBTABJ program name
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
    PERFORM DetermineSnapshotDue.
    IF SnapshotDue
        PERFORM InitializeRun
        IF RunUsable
            PERFORM CopyMasterToSnapshot
        END-IF
        IF RunUsable
            PERFORM VerifySnapshot
        END-IF
        IF RunUsable
            PERFORM WriteSnapCatalogLine
        END-IF
        IF RunUsable
            DISPLAY "AlbSnap complete - " RecordsCopied " records frozen"
                " to " SnapshotFileName " and verified; high AlbumId "
                MasterHighAlbumId ", cataloged for " SnapshotDate "."
        END-IF
    END-IF
    PERFORM EndCycleStep.
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

DetermineSnapshotDue.  *> A snapshot is due on the last day of the business date's month, or when forced
    MOVE CycleDateInEffect TO SnapshotDate.
    MOVE 31 TO DaysInMonth(1).
    MOVE 28 TO DaysInMonth(2).
    MOVE 31 TO DaysInMonth(3).
    MOVE 30 TO DaysInMonth(4).
    MOVE 31 TO DaysInMonth(5).
    MOVE 30 TO DaysInMonth(6).
    MOVE 31 TO DaysInMonth(7).
    MOVE 31 TO DaysInMonth(8).
    MOVE 30 TO DaysInMonth(9).
    MOVE 31 TO DaysInMonth(10).
    MOVE 30 TO DaysInMonth(11).
    MOVE 31 TO DaysInMonth(12).
    PERFORM DetermineLeapYear.
    IF LeapYear
        MOVE 29 TO DaysInMonth(2)
    END-IF
    IF SnapshotMonth >= 1 AND SnapshotMonth <= 12
        MOVE DaysInMonth(SnapshotMonth) TO LastDayOfMonth
    END-IF
    IF SnapshotDay = LastDayOfMonth
        SET SnapshotDue TO TRUE
    END-IF
    ACCEPT SnapshotForceRequested FROM ENVIRONMENT "ALBSNAP-FORCE".  *> "Y" takes the snapshot on any business date
    IF SnapshotNotDue AND SnapshotForceRequested = "Y"
        DISPLAY "ALBSNAP-FORCE=Y - snapshot taken for " SnapshotDate
            " although it is not a month-end."
        SET SnapshotDue TO TRUE
    END-IF
    IF SnapshotNotDue
        DISPLAY "AlbSnap - business date " SnapshotDate " is not a"
            " month-end; no snapshot taken."
    END-IF.

DetermineLeapYear.  *> SnapshotYear divisible by 4, not by 100 unless also by 400
    MOVE "N" TO IsLeapYear.
    IF FUNCTION MOD(SnapshotYear, 4) = 0
        IF FUNCTION MOD(SnapshotYear, 100) NOT = 0
            OR FUNCTION MOD(SnapshotYear, 400) = 0
            MOVE "Y" TO IsLeapYear
        END-IF
    END-IF.

InitializeRun.  *> Name and stamp the snapshot and open the master and the copy
    STRING "SNAP.Y" SnapshotYear ".D" SnapshotMonth SnapshotDay ".DAT"
        DELIMITED BY SIZE
        INTO SnapshotFileName
    END-STRING.
    ACCEPT SnapshotRunDate FROM DATE YYYYMMDD.
    ACCEPT SnapshotRunTime FROM TIME.
    MOVE SnapshotRunDate TO SnapshotTimestampWork(1:8).
    MOVE SnapshotRunTime(1:6) TO SnapshotTimestampWork(9:6).

    OPEN INPUT AlbumFile.
    IF AlbumFileStatus NOT = "00"
        DISPLAY "ALBUMS.DAT not available (status " AlbumFileStatus
            ") - no month-end snapshot taken this run."
        MOVE 8 TO RunReturnCode
        SET RunNotUsable TO TRUE
    ELSE
        OPEN OUTPUT SnapshotFile
        IF SnapshotFileStatus NOT = "00"
            DISPLAY SnapshotFileName " would not open (status "
                SnapshotFileStatus ") - no month-end snapshot taken"
                " this run."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
            CLOSE AlbumFile
        END-IF
    END-IF.

CopyMasterToSnapshot.  *> Every master record, in AlbumId order, onto the snapshot
    PERFORM UNTIL EndOfAlbumFile
        READ AlbumFile NEXT RECORD
            AT END SET EndOfAlbumFile TO TRUE
        END-READ
        IF NOT EndOfAlbumFile
            ADD 1 TO RecordsCopied
            MOVE AlbumId OF AlbumDetails TO MasterHighAlbumId  *> Keys arrive ascending - the last one read is the highest
            MOVE AlbumDetails TO SnapshotDetails
            WRITE SnapshotDetails
        END-IF
    END-PERFORM.
    CLOSE AlbumFile.
    CLOSE SnapshotFile.

VerifySnapshot.  *> Re-read the snapshot and prove it matches what the copy pass read from the master
    OPEN INPUT SnapshotFile.
    IF SnapshotFileStatus NOT = "00"
        DISPLAY SnapshotFileName " would not re-open to verify (status "
            SnapshotFileStatus ") - the snapshot is NOT verified and was"
            " not cataloged."
        MOVE 12 TO RunReturnCode
        SET RunNotUsable TO TRUE
    ELSE
        PERFORM UNTIL EndOfSnapshotFile
            READ SnapshotFile NEXT RECORD
                AT END SET EndOfSnapshotFile TO TRUE
            END-READ
            IF NOT EndOfSnapshotFile
                ADD 1 TO RecordsVerified
                MOVE AlbumId OF SnapshotDetails TO SnapshotHighAlbumId
            END-IF
        END-PERFORM
        CLOSE SnapshotFile
        IF RecordsVerified NOT = RecordsCopied
            OR SnapshotHighAlbumId NOT = MasterHighAlbumId
            DISPLAY "Snapshot verification FAILED - master read "
                RecordsCopied " records (high AlbumId "
                MasterHighAlbumId ") but " SnapshotFileName " re-read "
                RecordsVerified " (high AlbumId " SnapshotHighAlbumId
                "). The snapshot is suspect and was not cataloged."
            MOVE 8 TO RunReturnCode
            SET RunNotUsable TO TRUE
        END-IF
    END-IF.

WriteSnapCatalogLine.  *> Only a verified snapshot earns its line on the catalog
    OPEN EXTEND SnapCatalogFile.  *> Append to the catalog; EXTEND creates the file on its first run
    IF SnapCatalogFileStatus = "35"
        OPEN OUTPUT SnapCatalogFile
    END-IF
    IF SnapCatalogFileStatus NOT = "00"
        DISPLAY "SNAPCAT.DAT would not open (status "
            SnapCatalogFileStatus ") - the snapshot verified but could"
            " not be cataloged; AlbMove and the snapshot reports cannot"
            " see it."
        MOVE 12 TO RunReturnCode
        SET RunNotUsable TO TRUE
    ELSE
        MOVE SnapshotDate TO SnapCatalogDate
        MOVE SnapshotFileName TO SnapCatalogFileName
        MOVE SnapshotTimestampWork TO SnapCatalogTimestamp
        MOVE RecordsCopied TO SnapCatalogRecordCount
        MOVE MasterHighAlbumId TO SnapCatalogHighAlbumId
        WRITE SnapCatalogDetails
        CLOSE SnapCatalogFile
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
