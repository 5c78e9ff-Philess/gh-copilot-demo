*>     full pass over the sorted extract as the Genre-by-Month matrix,
*>     so the checkpoint needs no new state and every page covers the
*>     same period-filtered records.
*>   Records its start and finish on the CYCSTATE.DAT cycle-state file
*>     (copybook CYCSTATE) for the business date, and ends RC 1
*>     (previously completed) without re-running when ALBTABJ is
*>     resubmitted after a later step failed and this step had already
*>     completed cleanly - see CycList. The business date is set once
*>     per cycle, by its first step, on CYCSTATE.DAT's control record and
*>     carried to every later step and a resubmit, past midnight too;
*>     ALBTABJ-BUSDATE names it outright. ALBTABJ-RERUN=Y forces a
*>     re-run.
*>   Can run against a month-end snapshot instead of the live master:
*>     ALBTAB-SNAPSHOT=YYYYMMDD names a snapshot on the SNAPCAT.DAT catalog
*>     (see AlbSnap), AlbumFile is opened on that snapshot's file and the
*>     Genre-by-Month pass reads SNAPSORT.DAT, the snapshot's own sorted
*>     extract (job SNAPRPTJ). The report goes to MONTHSNP.PRT/.CSV with
*>     the snapshot on every page heading, so the nightly MONTHRPT.PRT is
*>     left alone; a snapshot run writes no RUNCTL.LOG audit line (RunVar
*>     would read it as a night's run), takes no checkpoint and records
*>     nothing on CYCSTATE.DAT. A date not on the catalog ends RC 8.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT AlbumFile ASSIGN TO AlbumFileName  *> The album master - see AlbLoad/AlbMnt/AlbEdit, keyed on AlbumId - or a month-end snapshot of it
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId
        RECORD KEY IS RestartKey
        FILE STATUS IS RestartFileStatus.

    SELECT SortedExtract ASSIGN TO SortedExtractName  *> ALBTABJ's Genre-major/ReleaseDate-minor sorted extract, or SNAPRPTJ's
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SortedExtractStatus.

    SELECT CsvFile ASSIGN TO CsvFileName  *> Comma-delimited month/count extract for spreadsheet use
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CsvFileStatus.

    SELECT PrintFile ASSIGN TO PrintFileName  *> Print-image copy of the monthly report
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PrintFileStatus.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RunParmFileStatus.

    SELECT SnapCatalogFile ASSIGN TO "SNAPCAT.DAT"  *> Month-end snapshot catalog - see AlbSnap
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
01 RunParmRecord              PIC X(80).
   88  EndOfRunParmFile  VALUE HIGH-VALUES.  *> End of file marker

FD SnapCatalogFile.  *> The snapshot catalog - one line per verified month-end snapshot
01 SnapCatalogDetails.  *> Record description for SnapCatalogDetails
   88  EndOfSnapCatalogFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY SNAPCAT.

FD CycleStateFile.  *> ALBTABJ cycle state - this step's completion and return code per business date
01 CycleStateDetails.  *> Record description for CycleStateDetails
   COPY CYCSTATE.

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 MonthTable.  *> Table to store the month names
   02 TableValues.  *> Values for the table
01 RecordsOutsidePeriod   PIC 9(09) VALUE ZERO.  *> Records skipped by the period selection
01 PeriodDisplay          PIC X(21) VALUE "FULL CATALOG".  *> Heading text: the range, or FULL CATALOG

*> Month-end snapshot selection - see SelectSnapshot
01 SnapCatalogFileStatus  PIC X(02).
01 SnapshotRequested      PIC X(08) VALUE SPACES.  *> ALBTAB-SNAPSHOT as accepted - spaces reads the live master
01 SnapshotSelection      PIC X(01) VALUE "N".
   88 SnapshotSelected VALUE "Y".
01 SnapshotState          PIC X(01) VALUE "Y".  *> Was the requested snapshot on SNAPCAT.DAT
   88 SnapshotFound    VALUE "Y".
   88 SnapshotNotFound VALUE "N".
01 AlbumFileName          PIC X(24) VALUE "ALBUMS.DAT".  *> The master, or the snapshot's file off the catalog
01 SortedExtractName      PIC X(24) VALUE "SORTEXT.DAT".
01 CsvFileName            PIC X(24) VALUE "MONTHCNT.CSV".
01 PrintFileName          PIC X(24) VALUE "MONTHRPT.PRT".

*> Genre-by-Month breakdown - built by BuildGenreByMonth from SORTEXT.DAT,
*> the Genre-major sorted extract, via a control break on Genre rather than
*> a find-or-add table scan against unsorted input.
   02 PrintTitlePeriod PIC X(21).
   02 FILLER PIC X(08) VALUE "  PAGE: ".
   02 PrintTitlePage PIC ZZZZ9.
   02 PrintTitleSnapshot PIC X(21) VALUE SPACES.  *> SNAPSHOT MM/DD/YYYY on a snapshot run
01 PrintColumnLine        PIC X(40) VALUE " Month    AlbumCount".
01 GenrePrintColumnLine.  *> Repeated after every page break on the Genre-by-Month page
   02 FILLER PIC X(32) VALUE " GENRE".
01 RunControlLine         PIC X(200).
01 RunControlLineWork     PIC X(200).

*> ALBTABJ cycle state - a step already completed cleanly for the business
*> date ends RC 1 (previously completed) instead of running again
01 CycleStateFileStatus     PIC X(02).
01 CycleStepId              PIC X(08) VALUE "MONTHTBL".  *> This step's name on CYCSTATE.DAT - its ALBTABJ program name
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
    PERFORM SelectSnapshot.
    IF SnapshotNotFound
        MOVE 8 TO RETURN-CODE  *> No such snapshot - nothing to report
        STOP RUN
    END-IF
    IF SnapshotSelected
        SET CycleTrackingOff TO TRUE  *> A snapshot run is not the night's step
    ELSE
        PERFORM BeginCycleStep
        IF CycleStepPreviouslyDone
            MOVE 1 TO RETURN-CODE  *> Previously completed - nothing is run again
            STOP RUN
        END-IF
    END-IF
    PERFORM InitializeRun.
    IF AlbumMasterAvailable
        PERFORM ProcessAlbumFile
            " available."
    END-IF
    PERFORM TerminateRun.
    PERFORM EndCycleStep.
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

        MOVE ProposedReturnCode TO RunReturnCode
    END-IF.

SelectSnapshot.  *> ALBTAB-SNAPSHOT names a month-end snapshot to report from instead of the live master
    ACCEPT SnapshotRequested FROM ENVIRONMENT "ALBTAB-SNAPSHOT".  *> YYYYMMDD, spaces for the live master
    IF SnapshotRequested = LOW-VALUES
        MOVE SPACES TO SnapshotRequested
    END-IF
    IF SnapshotRequested NOT = SPACES
        SET SnapshotSelected TO TRUE
        SET SnapshotNotFound TO TRUE
        IF SnapshotRequested NOT NUMERIC
            DISPLAY "ALBTAB-SNAPSHOT '" SnapshotRequested "' is not a"
                " YYYYMMDD snapshot date - no reports produced."
        ELSE
            OPEN INPUT SnapCatalogFile
            IF SnapCatalogFileStatus NOT = "00"
                DISPLAY "SNAPCAT.DAT not available (status "
                    SnapCatalogFileStatus ") - no snapshot "
                    SnapshotRequested " to report from."
            ELSE
                PERFORM UNTIL EndOfSnapCatalogFile
                    READ SnapCatalogFile
                        AT END SET EndOfSnapCatalogFile TO TRUE
                    END-READ
                    IF NOT EndOfSnapCatalogFile
                        AND SnapCatalogDate NUMERIC
                        AND SnapCatalogDate = SnapshotRequested
                        SET SnapshotFound TO TRUE  *> The latest line for the date stands
                        MOVE SnapCatalogFileName TO AlbumFileName
                    END-IF
                END-PERFORM
                CLOSE SnapCatalogFile
                IF SnapshotNotFound
                    DISPLAY "Snapshot " SnapshotRequested " is not on"
                        " SNAPCAT.DAT - no reports produced."
                END-IF
            END-IF
        END-IF
    END-IF
    IF SnapshotSelected AND SnapshotFound
        MOVE "SNAPSORT.DAT" TO SortedExtractName
        MOVE "MONTHSNP.CSV" TO CsvFileName
        MOVE "MONTHSNP.PRT" TO PrintFileName
        MOVE "  SNAPSHOT " TO PrintTitleSnapshot(1:11)
        MOVE SnapshotRequested(5:2) TO PrintTitleSnapshot(12:2)
        MOVE "/" TO PrintTitleSnapshot(14:1)
        MOVE SnapshotRequested(7:2) TO PrintTitleSnapshot(15:2)
        MOVE "/" TO PrintTitleSnapshot(17:1)
        MOVE SnapshotRequested(1:4) TO PrintTitleSnapshot(18:4)
        DISPLAY "Reporting from month-end snapshot " SnapshotRequested
            " (" AlbumFileName ")."
    END-IF.

InitializeRun.  *> Open the files and set up restart positioning if asked for
    ACCEPT RunDate FROM DATE YYYYMMDD.  *> Gather the run date for the print report headers
    MOVE RunDate(5:2) TO RunDateDisplay(1:2).

    PERFORM LoadRunParameters.

    IF NOT SnapshotSelected  *> A snapshot is read start to finish - it does not change under a rerun
        ACCEPT RestartRequested FROM ENVIRONMENT "ALBTAB-RESTART"  *> "Y" resumes from the last checkpoint

        OPEN I-O RestartFile  *> One checkpoint record, rewritten in place
        IF RestartFileStatus = "35"
            OPEN OUTPUT RestartFile
            CLOSE RestartFile
            OPEN I-O RestartFile
        END-IF
        IF RestartFileStatus NOT = "00"  *> Checked here - the checkpoint READ below reuses this status field
            DISPLAY "RESTART.DAT would not open (status "
                RestartFileStatus ")."
            MOVE 12 TO ProposedReturnCode
            PERFORM RaiseReturnCode
        END-IF
        SET RestartOpen TO TRUE

        IF RestartIsRequested
            MOVE "R" TO RestartKey
            READ RestartFile
            IF RestartFileStatus = "00"
                PERFORM ResumeFromCheckpoint
            ELSE
                DISPLAY "ALBTAB-RESTART requested but no checkpoint found - starting from the top."
            END-IF
        END-IF
    END-IF

    OPEN INPUT AlbumFile.
    IF AlbumFileStatus NOT = "00"
        DISPLAY FUNCTION TRIM(AlbumFileName) " not available (status "
            AlbumFileStatus ")."
        SET AlbumMasterMissing TO TRUE
        MOVE 8 TO ProposedReturnCode
        PERFORM RaiseReturnCode

    OPEN OUTPUT PrintFile.

    IF NOT SnapshotSelected  *> A snapshot run is not a night's run - RunVar must not see it
        OPEN EXTEND RunControlFile  *> Append audit trail; EXTEND creates the file on its first run
        IF RunControlFileStatus = "35"
            OPEN OUTPUT RunControlFile
        END-IF
    END-IF

    PERFORM CheckOpenStatuses.

CheckOpenStatuses.  *> Any output file that would not open is an I/O error, not a shrug
    IF CsvFileStatus NOT = "00"
        DISPLAY FUNCTION TRIM(CsvFileName) " would not open (status "
            CsvFileStatus ")."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    IF PrintFileStatus NOT = "00"
        DISPLAY FUNCTION TRIM(PrintFileName) " would not open (status "
            PrintFileStatus ")."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    IF RunControlFileStatus NOT = "00" AND NOT SnapshotSelected
        DISPLAY "RUNCTL.LOG would not open (status "
            RunControlFileStatus ")."
        MOVE 12 TO ProposedReturnCode
                ADD 1 TO RecordsRejected
            END-IF
            ADD 1 TO RecordsRead
            IF RestartOpen AND RecordsRead > ZERO
                AND FUNCTION MOD(RecordsRead CheckpointInterval) = ZERO
                PERFORM WriteCheckpoint
            END-IF
        END-IF
BuildGenreByMonth.  *> Second pass: build the Genre-by-Month matrix off the sorted extract
    OPEN INPUT SortedExtract.
    IF SortedExtractStatus NOT = "00"
        DISPLAY FUNCTION TRIM(SortedExtractName) " not available (status "
            SortedExtractStatus ") - skipping the Genre-by-Month breakdown for this run."
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    ELSE
    PERFORM WriteYearByMonthPrintPage.
    PERFORM WriteFormatByYearPrintPage.
    PERFORM WriteCsvExport.
    IF NOT SnapshotSelected
        PERFORM WriteRunControlRecord
    END-IF.

WriteMonthlyPrintPage.  *> Page 1 of the print report - the classic month/count column
    PERFORM StartNewPage.
    END-IF
    CLOSE CsvFile.
    CLOSE PrintFile.
    IF NOT SnapshotSelected
        CLOSE RunControlFile
    END-IF
    IF RestartOpen
        CLOSE RestartFile
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
