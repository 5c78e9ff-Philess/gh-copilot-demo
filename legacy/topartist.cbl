*>     collate above every real date, silently filtering out the whole
*>     catalog. The four period values are now validated all-digits and
*>     ignored with a message, the way TOP-N already is.
*>   Records its start and finish on the CYCSTATE.DAT cycle-state file
*>     (copybook CYCSTATE) for the business date, and ends RC 1
*>     (previously completed) without re-running when ALBTABJ is
*>     resubmitted after a later step failed and this step had already
*>     completed cleanly - see CycList. The business date is set once
*>     per cycle, by its first step, on CYCSTATE.DAT's control record and
*>     carried to every later step and a resubmit, past midnight too;
*>     ALBTABJ-BUSDATE names it outright. ALBTABJ-RERUN=Y forces a
*>     re-run.
*>   Can rank a month-end snapshot instead of the live master:
*>     ALBTAB-SNAPSHOT=YYYYMMDD names a snapshot on the SNAPCAT.DAT catalog
*>     (see AlbSnap) and AlbumFile is opened on that snapshot's file, with
*>     the snapshot shown on the ranking heading. A snapshot run records
*>     nothing on CYCSTATE.DAT; a date not on the catalog ends RC 8.
*>   Ranks who sells alongside who releases: reads the SALESHST.DAT sales
*>     history SaleLoad keeps, totals each artist's units over the sales
*>     months inside the selected period (FROM/TO month; every month when
*>     no period is set), shows the units and the artist's sales rank
*>     beside the release ranking, then a BEST SELLERS ranking by units
*>     with each artist's releases and release rank. Units are credited
*>     to the album's current Artist on AlbumFile, or the Artist recorded
*>     on the history when the album is no longer there. No SALESHST.DAT
*>     (SaleLoad not yet run) leaves the release ranking as it was. The
*>     ranking pass now swaps whole ArtistTable entries. Artists who only
*>     sold in the period are left off the release ranking, and sales that
*>     find the artist table full go uncredited, counted in their own
*>     warning, rather than being folded into the last slot. Against a
*>     snapshot the sales stop where the snapshot does: no month after
*>     the snapshot's, and no album-month last loaded after its date
*>     (counted on the BEST SELLERS heading).

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT AlbumFile ASSIGN TO AlbumFileName  *> The album master - see AlbLoad/AlbMnt/AlbEdit, keyed on AlbumId - or a month-end snapshot of it
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId
        ALTERNATE RECORD KEY IS Artist WITH DUPLICATES
        FILE STATUS IS AlbumFileStatus.

    SELECT SalesHistFile ASSIGN TO "SALESHST.DAT"  *> Units per AlbumId per sales month - see SaleLoad
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SalesHistKey
        FILE STATUS IS SalesHistFileStatus.

    SELECT RunParmFile ASSIGN TO "RUNPARM.DAT"  *> Run-parameter control card - KEYWORD=VALUE, one per line, shared with MonthTable
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
   88  EndOfAlbumFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBUMRC.

FD SalesHistFile.  *> The sales history - units per album per month
01 SalesHistDetails.  *> Record description for SalesHistDetails
   88  EndOfSalesHistFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY SALESHST.

FD RunParmFile.  *> Run-parameter control card
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
01 AlbumFileStatus           PIC X(02).

*> Sales history - see TallySalesHistory
01 SalesHistFileStatus       PIC X(02).
01 SalesHistFileIsOpen       PIC X(01) VALUE "N".  *> Did OPEN INPUT actually succeed - the release ranking stands alone without it
   88 SalesHistFileOpen VALUE "Y".
01 SalesFromMonth            PIC X(06).  *> Earliest sales month tallied - the period's FROM month
01 SalesToMonth              PIC X(06).  *> Latest sales month tallied - the period's TO month
01 SalesMonthsCounted        PIC 9(09) VALUE ZERO.  *> Album-months whose units were tallied
01 SalesUnitsCounted         PIC 9(11) VALUE ZERO.  *> Their units
01 SalesOffMasterCount       PIC 9(09) VALUE ZERO.  *> Album-months credited to the Artist on the history - album gone from AlbumFile
01 SalesAfterSnapshotCount   PIC 9(09) VALUE ZERO.  *> Album-months skipped - loaded after the snapshot was taken

*> Month-end snapshot selection - see SelectSnapshot
01 SnapCatalogFileStatus     PIC X(02).
01 SnapshotRequested         PIC X(08) VALUE SPACES.  *> ALBTAB-SNAPSHOT as accepted - spaces reads the live master
01 SnapshotSelection         PIC X(01) VALUE "N".
   88 SnapshotSelected VALUE "Y".
01 SnapshotState             PIC X(01) VALUE "Y".  *> Was the requested snapshot on SNAPCAT.DAT
   88 SnapshotFound    VALUE "Y".
   88 SnapshotNotFound VALUE "N".
01 AlbumFileName             PIC X(24) VALUE "ALBUMS.DAT".  *> The master, or the snapshot's file off the catalog

*> Run-parameter control card state - see LoadRunParameters
01 RunParmFileStatus         PIC X(02).
01 RunParmKeyword            PIC X(20).  *> Keyword half of a KEYWORD=VALUE card line
   02 ArtistEntry OCCURS 500 TIMES INDEXED BY ArtistIdx.
      03 ArtistName          PIC X(08) VALUE SPACES.
      03 ArtistReleaseCount  PIC 9(07) VALUE ZERO.
      03 ArtistUnitsSold     PIC 9(09) VALUE ZERO.
01 ArtistFound               PIC X(01) VALUE "N".
   88 ArtistWasFound VALUE "Y".
   88 ArtistNotFound VALUE "N".
01 WorkArtistIdx             PIC 9(04).  *> Resolved artist slot for the current record
01 ArtistOverflowCount       PIC 9(07) VALUE ZERO.  *> Records folded into the last slot once MaxArtists was reached
01 SalesOverflowCount        PIC 9(07) VALUE ZERO.  *> Album-months of sales not credited once MaxArtists was reached

01 TopN                      PIC 9(04) VALUE 10.  *> How many artists to show on the ranking report - TOP-N card parameter may change it
01 RankIdx                   PIC 9(04).  *> Outer loop index over the ranking pass
01 BestIdx                   PIC 9(04).  *> Table slot with the highest count not yet ranked
01 BestCount                 PIC 9(07).  *> Highest count seen so far in the current ranking pass
01 RankedLimit                PIC 9(04).  *> MIN(TopN, ArtistCount) - how far the ranking pass runs
01 BestUnits                 PIC 9(09).  *> Highest units seen so far in the best-sellers ranking pass
01 HoldArtistEntry           PIC X(24).  *> Swap holding area for the ranking pass - one ArtistEntry
01 OtherRank                 PIC 9(04).  *> The artist's place on the other ranking - 1 plus the artists ahead of it

01 RankNumber                PIC ZZZ9.  *> Display-formatted rank, 1 up to TopN
01 OtherRankNumber           PIC ZZZ9.  *> Display-formatted rank on the other ranking

*> Step return code - 0 clean, 4 warning, 8 master missing
01 RunReturnCode             PIC 9(02) VALUE ZERO.
   88 AlbumMasterAvailable VALUE "Y".
   88 AlbumMasterMissing   VALUE "N".

*> ALBTABJ cycle state - a step already completed cleanly for the business
*> date ends RC 1 (previously completed) instead of running again
01 CycleStateFileStatus     PIC X(02).
01 CycleStepId              PIC X(08) VALUE "TOPARTST".  *> This step's name on CYCSTATE.DAT - its ALBTABJ program name
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
        MOVE 8 TO RETURN-CODE  *> No such snapshot - nothing to rank
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
        PERFORM TallySalesHistory
        PERFORM RankArtists
        PERFORM ProduceReports
        IF SalesHistFileOpen
            PERFORM RankBestSellers
            PERFORM ProduceBestSellerReport
        END-IF
    ELSE
        DISPLAY "No ranking produced this run - ALBUMS.DAT was not"
            " available."
    END-IF
    PERFORM TerminateRun.
    PERFORM EndCycleStep.
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

        MOVE ProposedReturnCode TO RunReturnCode
    END-IF.

SelectSnapshot.  *> ALBTAB-SNAPSHOT names a month-end snapshot to rank instead of the live master
    ACCEPT SnapshotRequested FROM ENVIRONMENT "ALBTAB-SNAPSHOT".  *> YYYYMMDD, spaces for the live master
    IF SnapshotRequested = LOW-VALUES
        MOVE SPACES TO SnapshotRequested
    END-IF
    IF SnapshotRequested NOT = SPACES
        SET SnapshotSelected TO TRUE
        SET SnapshotNotFound TO TRUE
        IF SnapshotRequested NOT NUMERIC
            DISPLAY "ALBTAB-SNAPSHOT '" SnapshotRequested "' is not a"
                " YYYYMMDD snapshot date - no ranking produced."
        ELSE
            OPEN INPUT SnapCatalogFile
            IF SnapCatalogFileStatus NOT = "00"
                DISPLAY "SNAPCAT.DAT not available (status "
                    SnapCatalogFileStatus ") - no snapshot "
                    SnapshotRequested " to rank."
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
                        " SNAPCAT.DAT - no ranking produced."
                END-IF
            END-IF
        END-IF
    END-IF.

InitializeRun.  *> Read the control card and open the album master for input
    PERFORM LoadRunParameters.
    OPEN INPUT AlbumFile.
    IF AlbumFileStatus NOT = "00"
        DISPLAY FUNCTION TRIM(AlbumFileName) " not available (status "
            AlbumFileStatus ")."
        SET AlbumMasterMissing TO TRUE
        MOVE 8 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    OPEN INPUT SalesHistFile.
    IF SalesHistFileStatus = "00"
        SET SalesHistFileOpen TO TRUE
    ELSE
        DISPLAY "SALESHST.DAT not available (status " SalesHistFileStatus
            ") - releases ranked without sales."
    END-IF.

LoadRunParameters.  *> Read the RUNPARM.DAT control card - no card keeps every default
            IF ReleaseDateWork >= SelectFromDate
                AND ReleaseDateWork <= SelectToDate
                PERFORM FindOrAddArtist
                IF WorkArtistIdx = ZERO  *> Table full - fold into the last slot and flag the undercount
                    ADD 1 TO ArtistOverflowCount
                    MOVE MaxArtists TO WorkArtistIdx
                END-IF
                ADD 1 TO ArtistReleaseCount(WorkArtistIdx)
            ELSE
                ADD 1 TO RecordsOutsidePeriod
        END-IF
    END-PERFORM.

FindOrAddArtist.  *> Resolve Artist to a table slot, adding one if this is a new artist - zero when the table is full
    SET ArtistNotFound TO TRUE.
    MOVE ZERO TO WorkArtistIdx.
    PERFORM VARYING ArtistIdx FROM 1 BY 1 UNTIL ArtistIdx > ArtistCount
        ADD 1 TO ArtistCount
        MOVE ArtistCount TO WorkArtistIdx
        MOVE Artist OF AlbumDetails TO ArtistName(WorkArtistIdx)
    END-IF.

RankArtists.  *> Selection sort the first TopN slots of ArtistTable into descending order
            END-IF
        END-PERFORM
        IF BestIdx NOT = RankIdx
            MOVE ArtistEntry(RankIdx) TO HoldArtistEntry
            MOVE ArtistEntry(BestIdx) TO ArtistEntry(RankIdx)
            MOVE HoldArtistEntry TO ArtistEntry(BestIdx)
        END-IF
    END-PERFORM.

TallySalesHistory.  *> Add every album-month of sales inside the period to its artist's units
    MOVE SelectFromDate(1:6) TO SalesFromMonth.
    MOVE SelectToDate(1:6) TO SalesToMonth.
    IF SnapshotSelected AND SnapshotRequested(1:6) < SalesToMonth
        MOVE SnapshotRequested(1:6) TO SalesToMonth  *> Nothing the snapshot could not have seen
    END-IF
    IF SalesHistFileOpen
        PERFORM UNTIL EndOfSalesHistFile
            READ SalesHistFile NEXT RECORD
                AT END SET EndOfSalesHistFile TO TRUE
            END-READ
            IF NOT EndOfSalesHistFile AND SalesHistUnits NUMERIC
                AND SalesHistMonth >= SalesFromMonth
                AND SalesHistMonth <= SalesToMonth
                IF SnapshotSelected
                    AND SalesHistLastLoaded(1:8) > SnapshotRequested
                    ADD 1 TO SalesAfterSnapshotCount  *> Not on the books when the snapshot was taken
                ELSE
                    MOVE SalesHistAlbumId TO AlbumId OF AlbumDetails
                    READ AlbumFile
                        INVALID KEY
                            MOVE SalesHistArtist TO Artist OF AlbumDetails
                            ADD 1 TO SalesOffMasterCount
                    END-READ
                    PERFORM FindOrAddArtist
                    IF WorkArtistIdx = ZERO  *> Table full - the units go uncredited rather than onto another artist
                        ADD 1 TO SalesOverflowCount
                    ELSE
                        ADD SalesHistUnits TO ArtistUnitsSold(WorkArtistIdx)
                        ADD 1 TO SalesMonthsCounted
                        ADD SalesHistUnits TO SalesUnitsCounted
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF.

RankBestSellers.  *> Selection sort the first TopN slots of ArtistTable into descending units sold
    MOVE TopN TO RankedLimit.
    IF ArtistCount < TopN
        MOVE ArtistCount TO RankedLimit
    END-IF
    PERFORM VARYING RankIdx FROM 1 BY 1 UNTIL RankIdx > RankedLimit
        MOVE RankIdx TO BestIdx
        MOVE ArtistUnitsSold(RankIdx) TO BestUnits
        PERFORM VARYING ScanIdx FROM RankIdx BY 1 UNTIL ScanIdx > ArtistCount
            IF ArtistUnitsSold(ScanIdx) > BestUnits
                MOVE ScanIdx TO BestIdx
                MOVE ArtistUnitsSold(ScanIdx) TO BestUnits
            END-IF
        END-PERFORM
        IF BestIdx NOT = RankIdx
            MOVE ArtistEntry(RankIdx) TO HoldArtistEntry
            MOVE ArtistEntry(BestIdx) TO ArtistEntry(RankIdx)
            MOVE HoldArtistEntry TO ArtistEntry(BestIdx)
        END-IF
    END-PERFORM.

FindSalesRank.  *> The ranked artist's place by units sold - 1 plus the artists selling more
    MOVE 1 TO OtherRank.
    PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > ArtistCount
        IF ArtistUnitsSold(ScanIdx) > ArtistUnitsSold(RankIdx)
            ADD 1 TO OtherRank
        END-IF
    END-PERFORM
    MOVE OtherRank TO OtherRankNumber.

FindReleaseRank.  *> The ranked artist's place by releases - 1 plus the artists releasing more
    MOVE 1 TO OtherRank.
    PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > ArtistCount
        IF ArtistReleaseCount(ScanIdx) > ArtistReleaseCount(RankIdx)
            ADD 1 TO OtherRank
        END-IF
    END-PERFORM
    MOVE OtherRank TO OtherRankNumber.

ProduceReports.  *> Display the top-ranked artists, highest release count first
    DISPLAY " TOP ARTIST RANKING  PERIOD: " PeriodDisplay.
    IF SnapshotSelected
        DISPLAY " (month-end snapshot " SnapshotRequested " - "
            FUNCTION TRIM(AlbumFileName) ")"
    END-IF
    IF PeriodSelected
        DISPLAY " (" RecordsOutsidePeriod
            " record(s) outside the selected range were skipped)"
    END-IF
    IF SalesHistFileOpen
        DISPLAY " RANK ARTIST   RELEASES  UNITS SOLD  SALES RANK"
        PERFORM VARYING RankIdx FROM 1 BY 1 UNTIL RankIdx > RankedLimit
            IF ArtistReleaseCount(RankIdx) > ZERO  *> Sales-only artists released nothing in the period
                MOVE RankIdx TO RankNumber
                PERFORM FindSalesRank
                IF ArtistUnitsSold(RankIdx) = ZERO
                    DISPLAY "  " RankNumber "  " ArtistName(RankIdx) "  "
                        ArtistReleaseCount(RankIdx) "   " ArtistUnitsSold(RankIdx)
                        "           -"
                ELSE
                    DISPLAY "  " RankNumber "  " ArtistName(RankIdx) "  "
                        ArtistReleaseCount(RankIdx) "   " ArtistUnitsSold(RankIdx)
                        "        " OtherRankNumber
                END-IF
            END-IF
        END-PERFORM
    ELSE
        DISPLAY " RANK ARTIST   RELEASES"
        PERFORM VARYING RankIdx FROM 1 BY 1 UNTIL RankIdx > RankedLimit
            IF ArtistReleaseCount(RankIdx) > ZERO
                MOVE RankIdx TO RankNumber
                DISPLAY "  " RankNumber "  " ArtistName(RankIdx) "  " ArtistReleaseCount(RankIdx)
            END-IF
        END-PERFORM
    END-IF
    IF ArtistOverflowCount > ZERO
        DISPLAY "WARNING: " ArtistOverflowCount
            " record(s) excluded - MaxArtists capacity exceeded; this"
        PERFORM RaiseReturnCode
    END-IF.

ProduceBestSellerReport.  *> Display the best-selling artists, most units first, with their place on the release ranking
    DISPLAY " ".
    IF PeriodSelected OR SnapshotSelected
        DISPLAY " BEST SELLERS  SALES MONTHS: " SalesFromMonth " - "
            SalesToMonth
    ELSE
        DISPLAY " BEST SELLERS  SALES MONTHS: ALL"
    END-IF
    DISPLAY " (" SalesUnitsCounted " unit(s) over " SalesMonthsCounted
        " album-month(s) on SALESHST.DAT; " SalesOffMasterCount
        " credited to the Artist on the history)".
    IF SnapshotSelected
        DISPLAY " (as at snapshot " SnapshotRequested ": "
            SalesAfterSnapshotCount
            " album-month(s) loaded since were left out)"
    END-IF
    DISPLAY " RANK ARTIST   UNITS SOLD  RELEASES  RELEASE RANK".
    PERFORM VARYING RankIdx FROM 1 BY 1 UNTIL RankIdx > RankedLimit
        IF ArtistUnitsSold(RankIdx) > ZERO  *> Artists who sold nothing are not best sellers
            MOVE RankIdx TO RankNumber
            PERFORM FindReleaseRank
            DISPLAY "  " RankNumber "  " ArtistName(RankIdx) "  "
                ArtistUnitsSold(RankIdx) "   " ArtistReleaseCount(RankIdx)
                "          " OtherRankNumber
        END-IF
    END-PERFORM
    IF SalesUnitsCounted = ZERO
        DISPLAY " No units sold in the period."
    END-IF
    IF SalesOverflowCount > ZERO
        DISPLAY "WARNING: units of " SalesOverflowCount
            " album-month(s) not credited - MaxArtists capacity exceeded;"
            " this ranking undercounts one or more artists' sales."
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

TerminateRun.  *> Close down
    IF AlbumMasterAvailable
        CLOSE AlbumFile
    END-IF
    IF SalesHistFileOpen
        CLOSE SalesHistFile
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
