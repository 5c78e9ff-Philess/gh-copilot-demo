       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  CatComp.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> Catalog data-completeness report over ALBUMS.DAT. Since ALBUMRC was
*> widened, RecordLabel, CatalogNumber and MediaFormat are blank on every
*> record that predates them until someone keys them, and MonthTable's
*> Format-by-Year page only piles the blanks under NONE. This run reads the
*> whole master and counts, by Genre and by the supplier whose feed
*> introduced the album (the ALBXREF.DAT provenance AlbEdit keeps), how
*> many albums are missing each of the three fields and how many have all
*> three - the percentage complete. An album with no ALBXREF.DAT entry was
*> loaded at cutover (ALBCNVJ/AlbLoad) or keyed by AlbMnt, and counts under
*> supplier (NOFEED); a blank Genre counts under NONE.
*>
*> Every run appends its figures to the CATCOMP.LOG history, one line per
*> genre, per supplier and for the whole catalog, and the report shows each
*> group's percentage complete at the previous run and the movement since
*> (NEW for a group the previous run did not have), so the catalog team can
*> see whether the gap is closing. Written to CATCOMP.PRT in the same
*> print-image mold as AlbRetl's RETIRLST.PRT, genres and suppliers each in
*> code order.
*>
*> It also writes the correction worklist COMPDECK.DAT: one AlbMnt "C"
*> transaction per incomplete album, in AlbMnt's column layout (see
*> AlbMnt), pre-filled with the album's current fields and with the
*> missing ones left blank. The catalog team keys the blanks, drops the
*> lines they cannot fill yet, and submits the deck to AlbMnt as
*> ALBTRAN.DAT - a line left blank changes nothing. The environment
*> variable CATCOMP-SUPPLIER (a SupplierId, or NOFEED) limits the worklist
*> to that supplier's albums, so a deck can go to the label that owes the
*> data; the report always covers the whole catalog.
*>
*> The run ends with a meaningful RETURN-CODE: 0 clean, 4 warning (a
*> breakdown table overflowed and undercounts, or ALBXREF.DAT was missing
*> so every album counts under NOFEED), 8 ALBUMS.DAT missing (nothing
*> reported), 12 CATCOMP.PRT, COMPDECK.DAT or CATCOMP.LOG would not open.
*> RC 1 = previously completed for the business date (see CycList).
*>
*> Modification history:
*>   Written when most of the catalog was found still blank in the three
*>     fields the record widening added, with no figure for how big the
*>     gap was or whose feeds it came from.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT AlbumFile ASSIGN TO "ALBUMS.DAT"  *> The album master - see AlbLoad/AlbMnt/AlbEdit, keyed on AlbumId
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId
        ALTERNATE RECORD KEY IS Artist WITH DUPLICATES
        FILE STATUS IS AlbumFileStatus.

    SELECT CrossRefFile ASSIGN TO "ALBXREF.DAT"  *> Feed provenance per accepted AlbumId - see AlbEdit/AlbBko
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XrefAlbumId
        FILE STATUS IS CrossRefFileStatus.

    SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"  *> Supplier reference, keyed on SupplierId - see SupMnt
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SupplierId
        FILE STATUS IS SupplierFileStatus.

    SELECT GenreRefFile ASSIGN TO "GENREREF.DAT"  *> Canonical genre codes and descriptions, one per line
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GenreRefFileStatus.

    SELECT CompLogFile ASSIGN TO "CATCOMP.LOG"  *> Completeness history - one line per group per run, for the trend
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CompLogFileStatus.

    SELECT PrintFile ASSIGN TO "CATCOMP.PRT"  *> Print-image copy of the completeness report
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PrintFileStatus.

    SELECT DeckFile ASSIGN TO "COMPDECK.DAT"  *> Pre-filled AlbMnt C transactions for the incomplete albums
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DeckFileStatus.

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

FD CrossRefFile.  *> Which supplier's feed introduced each AlbumId
01 CrossRefDetails.  *> Record description for CrossRefDetails
   COPY ALBXREF.

FD SupplierFile.  *> The supplier reference - names for the supplier rows
01 SupplierDetails.  *> Record description for SupplierDetails
   COPY SUPPLRC.

FD GenreRefFile.  *> The genre reference - canonical code plus description
01 GenreRefRecord.
   88  EndOfGenreRefFile  VALUE HIGH-VALUES.  *> End of file marker
   02 GenreRefCode             PIC X(10).
   02 GenreRefDescription      PIC X(30).

FD CompLogFile.  *> One line per genre, per supplier and for the catalog, per run
01 CompLogRecord.
   88  EndOfCompLogFile  VALUE HIGH-VALUES.  *> End of file marker
   02 CompLogTimestamp         PIC 9(14).  *> When the run started - every line of one run carries the same stamp
   02 CompLogGroupType         PIC X(01).  *> G genre, S supplier, T whole catalog
   02 CompLogGroupKey          PIC X(10).  *> Genre code or SupplierId; spaces for T
   02 CompLogAlbumCount        PIC 9(07).
   02 CompLogNoLabelCount      PIC 9(07).  *> Albums with a blank RecordLabel
   02 CompLogNoCatalogCount    PIC 9(07).  *> Albums with a blank CatalogNumber
   02 CompLogNoFormatCount     PIC 9(07).  *> Albums with a blank MediaFormat
   02 CompLogCompleteCount     PIC 9(07).  *> Albums with all three

FD PrintFile.  *> Paginated print-image report
01 PrintRecord                PIC X(132).

FD DeckFile.  *> The correction worklist - AlbMnt's transaction line, C code
01 DeckRecord.
   02  DeckCode           PIC X(01).
   02  DeckAlbumId        PIC 9(07).
   02  DeckArtist         PIC X(08).
   02  DeckAlbumTitle     PIC X(20).
   02  DeckYORelease      PIC 9(04).
   02  DeckMORelease      PIC 9(02).
   02  DeckDORelease      PIC 9(02).
   02  DeckGenre          PIC X(10).
   02  DeckReasonCode     PIC X(04).
   02  DeckRecordLabel    PIC X(12).
   02  DeckCatalogNumber  PIC X(12).
   02  DeckMediaFormat    PIC X(04).

FD CycleStateFile.  *> ALBTABJ cycle state - this step's completion and return code per business date
01 CycleStateDetails.  *> Record description for CycleStateDetails
   COPY CYCSTATE.

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 AlbumFileStatus          PIC X(02).
01 CrossRefFileStatus       PIC X(02).
01 SupplierFileStatus       PIC X(02).
01 GenreRefFileStatus       PIC X(02).
01 CompLogFileStatus        PIC X(02).
01 PrintFileStatus          PIC X(02).
01 DeckFileStatus           PIC X(02).

01 AlbumMasterState         PIC X(01) VALUE "Y".  *> Did ALBUMS.DAT open - nothing to report without it
   88 AlbumMasterAvailable VALUE "Y".
   88 AlbumMasterMissing   VALUE "N".
01 CrossRefFileIsOpen       PIC X(01) VALUE "N".  *> Did OPEN INPUT actually succeed - every album is NOFEED without it
   88 CrossRefFileOpen VALUE "Y".
01 SupplierFileIsOpen       PIC X(01) VALUE "N".  *> Did OPEN INPUT actually succeed - supplier rows go unnamed without it
   88 SupplierFileOpen VALUE "Y".
01 PrintFileIsOpen          PIC X(01) VALUE "N".  *> Did OPEN OUTPUT actually succeed
   88 PrintFileOpen VALUE "Y".
01 DeckFileIsOpen           PIC X(01) VALUE "N".  *> Did OPEN OUTPUT actually succeed
   88 DeckFileOpen VALUE "Y".
01 CompLogFileIsOpen        PIC X(01) VALUE "N".  *> Did OPEN EXTEND actually succeed
   88 CompLogFileOpen VALUE "Y".

01 DeckSupplierRequested    PIC X(08) VALUE SPACES.  *> CATCOMP-SUPPLIER as accepted - spaces puts every incomplete album on the deck
01 RunTimestamp             PIC 9(14).  *> Stamped on every CATCOMP.LOG line this run writes
01 RunTime                  PIC 9(08).  *> HHMMSSss as returned by ACCEPT FROM TIME

*> The record under the count - which groups it falls in, what it lacks
01 AlbumGenreKey            PIC X(10).  *> Genre, or NONE when blank
01 AlbumSupplierKey         PIC X(10).  *> SupplierId from ALBXREF.DAT, or (NOFEED)
01 AlbumMissingState        PIC X(01).
   88 AlbumComplete   VALUE "Y".
   88 AlbumIncomplete VALUE "N".

01 AlbumsRead               PIC 9(09) VALUE ZERO.  *> Master records counted
01 DeckLinesWritten         PIC 9(09) VALUE ZERO.  *> C transactions on COMPDECK.DAT
01 BreakdownOverflowCount   PIC 9(07) VALUE ZERO.  *> Albums left out of a breakdown once its table was full

*> The whole catalog
01 CatalogAlbumCount        PIC 9(07) VALUE ZERO.
01 CatalogNoLabelCount      PIC 9(07) VALUE ZERO.
01 CatalogNoCatalogCount    PIC 9(07) VALUE ZERO.
01 CatalogNoFormatCount     PIC 9(07) VALUE ZERO.
01 CatalogCompleteCount     PIC 9(07) VALUE ZERO.

*> By Genre - kept in Genre code order as entries are added
01 MaxGenreTallies          PIC 9(03) VALUE 100.  *> Maximum distinct genres this run can count
01 GenreTallyCount          PIC 9(03) VALUE ZERO.
01 GenreTallyTable.
   02 GenreTallyEntry OCCURS 100 TIMES.
      03 GenreTallyKey         PIC X(10).
      03 GenreTallyAlbums      PIC 9(07).
      03 GenreTallyNoLabel     PIC 9(07).
      03 GenreTallyNoCatalog   PIC 9(07).
      03 GenreTallyNoFormat    PIC 9(07).
      03 GenreTallyComplete    PIC 9(07).
01 GenreIdx                 PIC 9(03).
01 WorkGenreIdx             PIC 9(03).  *> Resolved genre slot for the current record, zero when the table is full

*> By originating supplier - kept in SupplierId order as entries are added
01 MaxSupplierTallies       PIC 9(03) VALUE 200.  *> Maximum distinct suppliers this run can count
01 SupplierTallyCount       PIC 9(03) VALUE ZERO.
01 SupplierTallyTable.
   02 SupplierTallyEntry OCCURS 200 TIMES.
      03 SupplierTallyKey      PIC X(10).
      03 SupplierTallyAlbums   PIC 9(07).
      03 SupplierTallyNoLabel  PIC 9(07).
      03 SupplierTallyNoCatalog PIC 9(07).
      03 SupplierTallyNoFormat PIC 9(07).
      03 SupplierTallyComplete PIC 9(07).
01 SupplierIdx              PIC 9(03).
01 WorkSupplierIdx          PIC 9(03).  *> Resolved supplier slot for the current record, zero when the table is full
01 ShiftIdx                 PIC 9(03).  *> Walks entries down a slot to open room for a new key in order

*> The previous run's figures off CATCOMP.LOG, for the trend columns
01 MaxPrevGroups            PIC 9(03) VALUE 400.  *> Maximum groups held from the previous run
01 PrevGroupCount           PIC 9(03) VALUE ZERO.
01 PrevRunTimestamp         PIC 9(14) VALUE ZERO.  *> Stamp of the run the table holds - the last one on the log
01 PrevGroupTable.
   02 PrevGroupEntry OCCURS 400 TIMES.
      03 PrevGroupType         PIC X(01).
      03 PrevGroupKey          PIC X(10).
      03 PrevGroupAlbums       PIC 9(07).
      03 PrevGroupComplete     PIC 9(07).
01 PrevIdx                  PIC 9(03).
01 PrevLinesRead            PIC 9(07) VALUE ZERO.

*> One report row, whichever breakdown it comes from
01 RowType                  PIC X(01).  *> G, S or T - matches CompLogGroupType
01 RowKey                   PIC X(10).
01 RowDescription           PIC X(30).
01 RowAlbums                PIC 9(07).
01 RowNoLabel               PIC 9(07).
01 RowNoCatalog             PIC 9(07).
01 RowNoFormat              PIC 9(07).
01 RowComplete              PIC 9(07).
01 RowPercent               PIC 9(03)V9.  *> Share of the row's albums with all three fields
01 RowPrevPercent           PIC 9(03)V9.
01 RowTrend                 PIC S9(03)V9.  *> Percentage points gained since the previous run
01 RowPrevState             PIC X(01).
   88 RowPrevFound    VALUE "Y".
   88 RowPrevNotFound VALUE "N".

*> Step return code - 0 clean, 4 warning, 8 master missing, 12 I/O error
01 RunReturnCode            PIC 9(02) VALUE ZERO.
01 ProposedReturnCode       PIC 9(02) VALUE ZERO.

*> Print file controls - same paging pattern as AlbRetl's RETIRLST.PRT
01 RunDate                  PIC 9(08).
01 RunDateDisplay           PIC X(10).
01 LinesOnPage              PIC 9(03) VALUE ZERO.
01 LinesPerPage             PIC 9(03) VALUE 20.
01 PageNumber               PIC 9(05) VALUE ZERO.
01 SectionTitle             PIC X(40) VALUE SPACES.  *> Which breakdown the page belongs to, on every page heading
01 PrintTitleLine.
   02 FILLER PIC X(01) VALUE SPACE.
   02 FILLER PIC X(34) VALUE "CATALOG DATA COMPLETENESS".
   02 PrintTitleSection PIC X(40).
   02 FILLER PIC X(12) VALUE "  RUN DATE: ".
   02 PrintTitleDate PIC X(10).
   02 FILLER PIC X(08) VALUE "  PAGE: ".
   02 PrintTitlePage PIC ZZZZ9.
01 PrintColumnLine.  *> Repeated after every page break
   02 FILLER PIC X(43) VALUE " GROUP      DESCRIPTION".
   02 FILLER PIC X(10) VALUE "   ALBUMS ".
   02 FILLER PIC X(10) VALUE " NO LABEL ".
   02 FILLER PIC X(10) VALUE " NO CATNO ".
   02 FILLER PIC X(10) VALUE "NO FORMAT ".
   02 FILLER PIC X(10) VALUE " COMPLETE ".
   02 FILLER PIC X(08) VALUE "%COMPL  ".
   02 FILLER PIC X(08) VALUE "  PREV %".
   02 FILLER PIC X(09) VALUE "    TREND".
01 PrintDetailLine          PIC X(132).  *> Print detail line built up before being written
01 CountEdit                PIC ZZZZZZZZ9.
01 PercentEdit              PIC ZZZ9.9.
01 TrendEdit                PIC +ZZZ9.9.

*> ALBTABJ cycle state - a step already completed cleanly for the business
*> date ends RC 1 (previously completed) instead of running again
01 CycleStateFileStatus     PIC X(02).
01 CycleStepId              PIC X(08) VALUE "CATCOMP".  *> This step's name on CYCSTATE.DAT - its ALBTABJ program name
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

*> Canonical genre reference, loaded from GENREREF.DAT at startup - the
*> genre rows are described from these.
01 MaxGenreRefs             PIC 9(03) VALUE 100.  *> Maximum reference genres this run can hold
01 GenreRefCount            PIC 9(03) VALUE ZERO.  *> Reference genres actually loaded
01 GenreRefTable.
   02 GenreRefEntry OCCURS 100 TIMES INDEXED BY GenreRefIdx.
      03 RefGenreCode         PIC X(10) VALUE SPACES.
      03 RefGenreDescription  PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.  *> Start of the procedure division
    PERFORM BeginCycleStep.
    IF CycleStepPreviouslyDone
        MOVE 1 TO RETURN-CODE  *> Previously completed - nothing is run again
        STOP RUN
    END-IF
    PERFORM InitializeRun.
    IF AlbumMasterAvailable AND RunReturnCode < 12
        PERFORM ReadPreviousRun
        PERFORM ProcessAlbumFile
        PERFORM ProduceReport
        PERFORM AppendCompletenessLog
    ELSE
        DISPLAY "No completeness report produced this run."
    END-IF
    PERFORM TerminateRun.
    DISPLAY "CatComp complete - " AlbumsRead " albums read, "
        CatalogCompleteCount " complete, " DeckLinesWritten
        " C transactions on COMPDECK.DAT.".
    PERFORM EndCycleStep.
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

RaiseReturnCode.  *> A step return code only ever worsens - the highest proposal stands
    IF ProposedReturnCode > RunReturnCode
        MOVE ProposedReturnCode TO RunReturnCode
    END-IF.

InitializeRun.  *> Open the master and its lookups, and the report and worklist
    ACCEPT RunDate FROM DATE YYYYMMDD.  *> Gather the run date for the print report headers
    ACCEPT RunTime FROM TIME.
    MOVE RunDate TO RunTimestamp(1:8).
    MOVE RunTime(1:6) TO RunTimestamp(9:6).
    MOVE RunDate(5:2) TO RunDateDisplay(1:2).
    MOVE "/" TO RunDateDisplay(3:1).
    MOVE RunDate(7:2) TO RunDateDisplay(4:2).
    MOVE "/" TO RunDateDisplay(6:1).
    MOVE RunDate(1:4) TO RunDateDisplay(7:4).

    ACCEPT DeckSupplierRequested FROM ENVIRONMENT "CATCOMP-SUPPLIER".  *> SupplierId or NOFEED, spaces for every supplier
    IF DeckSupplierRequested = LOW-VALUES
        MOVE SPACES TO DeckSupplierRequested
    END-IF
    IF DeckSupplierRequested = "NOFEED"
        MOVE "(NOFEED)" TO DeckSupplierRequested
    END-IF
    IF DeckSupplierRequested NOT = SPACES
        DISPLAY "COMPDECK.DAT limited to supplier " DeckSupplierRequested "."
    END-IF

    OPEN INPUT AlbumFile.
    IF AlbumFileStatus NOT = "00"
        DISPLAY "ALBUMS.DAT not available (status " AlbumFileStatus ")."
        SET AlbumMasterMissing TO TRUE
        MOVE 8 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF

    OPEN INPUT CrossRefFile.
    IF CrossRefFileStatus = "00"
        SET CrossRefFileOpen TO TRUE
    ELSE
        DISPLAY "WARNING: ALBXREF.DAT not available (status "
            CrossRefFileStatus ") - every album counts under (NOFEED)."
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    OPEN INPUT SupplierFile.
    IF SupplierFileStatus = "00"
        SET SupplierFileOpen TO TRUE
    ELSE
        DISPLAY "SUPPLIER.DAT not available (status " SupplierFileStatus
            ") - supplier rows will show the SupplierId only."
    END-IF
    PERFORM LoadGenreReference.

    OPEN OUTPUT PrintFile.
    IF PrintFileStatus = "00"
        SET PrintFileOpen TO TRUE
    ELSE
        DISPLAY "CATCOMP.PRT would not open (status " PrintFileStatus ")."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    OPEN OUTPUT DeckFile.
    IF DeckFileStatus = "00"
        SET DeckFileOpen TO TRUE
    ELSE
        DISPLAY "COMPDECK.DAT would not open (status " DeckFileStatus ")."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

LoadGenreReference.  *> Table up the canonical genre descriptions for the genre rows
    OPEN INPUT GenreRefFile.
    IF GenreRefFileStatus NOT = "00"
        DISPLAY "GENREREF.DAT not available (status " GenreRefFileStatus
            ") - genre rows will show the genre code only."
    ELSE
        PERFORM UNTIL EndOfGenreRefFile
            READ GenreRefFile
                AT END SET EndOfGenreRefFile TO TRUE
            END-READ
            IF NOT EndOfGenreRefFile AND GenreRefCode NOT = SPACES
                AND GenreRefCount < MaxGenreRefs
                ADD 1 TO GenreRefCount
                MOVE GenreRefCode TO RefGenreCode(GenreRefCount)
                MOVE GenreRefDescription TO RefGenreDescription(GenreRefCount)
            END-IF
        END-PERFORM
        CLOSE GenreRefFile
    END-IF.

ReadPreviousRun.  *> Keep the last run's lines off CATCOMP.LOG - the history is in run order
    OPEN INPUT CompLogFile.
    IF CompLogFileStatus NOT = "00"
        DISPLAY "CATCOMP.LOG not available (status " CompLogFileStatus
            ") - no previous run to trend against; every row shows NEW."
    ELSE
        PERFORM UNTIL EndOfCompLogFile
            READ CompLogFile
                AT END SET EndOfCompLogFile TO TRUE
            END-READ
            IF NOT EndOfCompLogFile AND CompLogTimestamp NUMERIC
                ADD 1 TO PrevLinesRead
                IF CompLogTimestamp NOT = PrevRunTimestamp
                    MOVE CompLogTimestamp TO PrevRunTimestamp
                    MOVE ZERO TO PrevGroupCount
                END-IF
                IF PrevGroupCount < MaxPrevGroups
                    ADD 1 TO PrevGroupCount
                    MOVE CompLogGroupType TO PrevGroupType(PrevGroupCount)
                    MOVE CompLogGroupKey TO PrevGroupKey(PrevGroupCount)
                    MOVE CompLogAlbumCount TO PrevGroupAlbums(PrevGroupCount)
                    MOVE CompLogCompleteCount
                        TO PrevGroupComplete(PrevGroupCount)
                END-IF
            END-IF
        END-PERFORM
        CLOSE CompLogFile
    END-IF.

ProcessAlbumFile.  *> Count every album into the catalog, its genre and its supplier
    PERFORM UNTIL EndOfAlbumFile
        READ AlbumFile NEXT RECORD INTO AlbumDetails
            AT END SET EndOfAlbumFile TO TRUE
        END-READ
        IF NOT EndOfAlbumFile
            ADD 1 TO AlbumsRead
            PERFORM ClassifyAlbum
            PERFORM CountAlbum
            IF AlbumIncomplete
                PERFORM WriteDeckLine
            END-IF
        END-IF
    END-PERFORM.

ClassifyAlbum.  *> Which genre and supplier the album falls under, and is it complete
    IF Genre = SPACES
        MOVE "NONE" TO AlbumGenreKey
    ELSE
        MOVE Genre TO AlbumGenreKey
    END-IF
    MOVE "(NOFEED)" TO AlbumSupplierKey.
    IF CrossRefFileOpen
        MOVE AlbumId TO XrefAlbumId
        READ CrossRefFile
            INVALID KEY
                CONTINUE  *> Loaded at cutover or keyed by AlbMnt - no feed brought it in
            NOT INVALID KEY
                MOVE XrefSupplierId TO AlbumSupplierKey
        END-READ
    END-IF
    IF RecordLabel = SPACES OR CatalogNumber = SPACES OR MediaFormat = SPACES
        SET AlbumIncomplete TO TRUE
    ELSE
        SET AlbumComplete TO TRUE
    END-IF.

CountAlbum.  *> Add the album into the catalog total and its two breakdown rows
    ADD 1 TO CatalogAlbumCount.
    IF RecordLabel = SPACES
        ADD 1 TO CatalogNoLabelCount
    END-IF
    IF CatalogNumber = SPACES
        ADD 1 TO CatalogNoCatalogCount
    END-IF
    IF MediaFormat = SPACES
        ADD 1 TO CatalogNoFormatCount
    END-IF
    IF AlbumComplete
        ADD 1 TO CatalogCompleteCount
    END-IF

    PERFORM FindOrAddGenre.
    IF WorkGenreIdx = ZERO
        ADD 1 TO BreakdownOverflowCount
    ELSE
        ADD 1 TO GenreTallyAlbums(WorkGenreIdx)
        IF RecordLabel = SPACES
            ADD 1 TO GenreTallyNoLabel(WorkGenreIdx)
        END-IF
        IF CatalogNumber = SPACES
            ADD 1 TO GenreTallyNoCatalog(WorkGenreIdx)
        END-IF
        IF MediaFormat = SPACES
            ADD 1 TO GenreTallyNoFormat(WorkGenreIdx)
        END-IF
        IF AlbumComplete
            ADD 1 TO GenreTallyComplete(WorkGenreIdx)
        END-IF
    END-IF

    PERFORM FindOrAddSupplier.
    IF WorkSupplierIdx = ZERO
        ADD 1 TO BreakdownOverflowCount
    ELSE
        ADD 1 TO SupplierTallyAlbums(WorkSupplierIdx)
        IF RecordLabel = SPACES
            ADD 1 TO SupplierTallyNoLabel(WorkSupplierIdx)
        END-IF
        IF CatalogNumber = SPACES
            ADD 1 TO SupplierTallyNoCatalog(WorkSupplierIdx)
        END-IF
        IF MediaFormat = SPACES
            ADD 1 TO SupplierTallyNoFormat(WorkSupplierIdx)
        END-IF
        IF AlbumComplete
            ADD 1 TO SupplierTallyComplete(WorkSupplierIdx)
        END-IF
    END-IF.

FindOrAddGenre.  *> Resolve the genre to its slot, opening one in code order for a new genre
    MOVE ZERO TO WorkGenreIdx.
    PERFORM VARYING GenreIdx FROM 1 BY 1
        UNTIL GenreIdx > GenreTallyCount OR WorkGenreIdx NOT = ZERO
        IF GenreTallyKey(GenreIdx) = AlbumGenreKey
            MOVE GenreIdx TO WorkGenreIdx
        END-IF
    END-PERFORM
    IF WorkGenreIdx = ZERO AND GenreTallyCount < MaxGenreTallies
        MOVE 1 TO WorkGenreIdx
        PERFORM VARYING GenreIdx FROM 1 BY 1 UNTIL GenreIdx > GenreTallyCount
            IF GenreTallyKey(GenreIdx) < AlbumGenreKey
                COMPUTE WorkGenreIdx = GenreIdx + 1
            END-IF
        END-PERFORM
        PERFORM VARYING ShiftIdx FROM GenreTallyCount BY -1
            UNTIL ShiftIdx < WorkGenreIdx
            MOVE GenreTallyEntry(ShiftIdx) TO GenreTallyEntry(ShiftIdx + 1)
        END-PERFORM
        ADD 1 TO GenreTallyCount
        MOVE AlbumGenreKey TO GenreTallyKey(WorkGenreIdx)
        MOVE ZERO TO GenreTallyAlbums(WorkGenreIdx)
            GenreTallyNoLabel(WorkGenreIdx) GenreTallyNoCatalog(WorkGenreIdx)
            GenreTallyNoFormat(WorkGenreIdx) GenreTallyComplete(WorkGenreIdx)
    END-IF.

FindOrAddSupplier.  *> Resolve the supplier to its slot, opening one in SupplierId order for a new supplier
    MOVE ZERO TO WorkSupplierIdx.
    PERFORM VARYING SupplierIdx FROM 1 BY 1
        UNTIL SupplierIdx > SupplierTallyCount OR WorkSupplierIdx NOT = ZERO
        IF SupplierTallyKey(SupplierIdx) = AlbumSupplierKey
            MOVE SupplierIdx TO WorkSupplierIdx
        END-IF
    END-PERFORM
    IF WorkSupplierIdx = ZERO AND SupplierTallyCount < MaxSupplierTallies
        MOVE 1 TO WorkSupplierIdx
        PERFORM VARYING SupplierIdx FROM 1 BY 1
            UNTIL SupplierIdx > SupplierTallyCount
            IF SupplierTallyKey(SupplierIdx) < AlbumSupplierKey
                COMPUTE WorkSupplierIdx = SupplierIdx + 1
            END-IF
        END-PERFORM
        PERFORM VARYING ShiftIdx FROM SupplierTallyCount BY -1
            UNTIL ShiftIdx < WorkSupplierIdx
            MOVE SupplierTallyEntry(ShiftIdx)
                TO SupplierTallyEntry(ShiftIdx + 1)
        END-PERFORM
        ADD 1 TO SupplierTallyCount
        MOVE AlbumSupplierKey TO SupplierTallyKey(WorkSupplierIdx)
        MOVE ZERO TO SupplierTallyAlbums(WorkSupplierIdx)
            SupplierTallyNoLabel(WorkSupplierIdx)
            SupplierTallyNoCatalog(WorkSupplierIdx)
            SupplierTallyNoFormat(WorkSupplierIdx)
            SupplierTallyComplete(WorkSupplierIdx)
    END-IF.

WriteDeckLine.  *> One pre-filled AlbMnt C transaction - the missing fields stay blank to be keyed
    IF DeckSupplierRequested = SPACES
        OR DeckSupplierRequested = AlbumSupplierKey
        MOVE SPACES TO DeckRecord
        MOVE "C" TO DeckCode
        MOVE AlbumId TO DeckAlbumId
        MOVE Artist TO DeckArtist
        MOVE AlbumTitle TO DeckAlbumTitle
        MOVE YORelease TO DeckYORelease
        MOVE MORelease TO DeckMORelease
        MOVE DORelease TO DeckDORelease
        MOVE Genre TO DeckGenre
        MOVE RecordLabel TO DeckRecordLabel
        MOVE CatalogNumber TO DeckCatalogNumber
        MOVE MediaFormat TO DeckMediaFormat
        WRITE DeckRecord
        ADD 1 TO DeckLinesWritten
    END-IF.

ProduceReport.  *> The genre breakdown, then the supplier breakdown, each closed by the catalog line
    MOVE "BY GENRE" TO SectionTitle.
    PERFORM StartNewPage.
    PERFORM WriteColumnHeadings.
    PERFORM VARYING GenreIdx FROM 1 BY 1 UNTIL GenreIdx > GenreTallyCount
        MOVE "G" TO RowType
        MOVE GenreTallyKey(GenreIdx) TO RowKey
        PERFORM ResolveGenreDescription
        MOVE GenreTallyAlbums(GenreIdx) TO RowAlbums
        MOVE GenreTallyNoLabel(GenreIdx) TO RowNoLabel
        MOVE GenreTallyNoCatalog(GenreIdx) TO RowNoCatalog
        MOVE GenreTallyNoFormat(GenreIdx) TO RowNoFormat
        MOVE GenreTallyComplete(GenreIdx) TO RowComplete
        PERFORM WriteGroupLine
    END-PERFORM
    PERFORM WriteCatalogLine.

    MOVE "BY ORIGINATING SUPPLIER" TO SectionTitle.
    PERFORM StartNewPage.
    PERFORM WriteColumnHeadings.
    PERFORM VARYING SupplierIdx FROM 1 BY 1
        UNTIL SupplierIdx > SupplierTallyCount
        MOVE "S" TO RowType
        MOVE SupplierTallyKey(SupplierIdx) TO RowKey
        PERFORM ResolveSupplierName
        MOVE SupplierTallyAlbums(SupplierIdx) TO RowAlbums
        MOVE SupplierTallyNoLabel(SupplierIdx) TO RowNoLabel
        MOVE SupplierTallyNoCatalog(SupplierIdx) TO RowNoCatalog
        MOVE SupplierTallyNoFormat(SupplierIdx) TO RowNoFormat
        MOVE SupplierTallyComplete(SupplierIdx) TO RowComplete
        PERFORM WriteGroupLine
    END-PERFORM
    PERFORM WriteCatalogLine.

    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "(NOFEED) = loaded at cutover or keyed by AlbMnt - no feed"
        TO PrintDetailLine(2:58).
    MOVE "provenance on ALBXREF.DAT." TO PrintDetailLine(61:26).
    PERFORM WritePrintLine.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "C TRANSACTIONS ON COMPDECK.DAT:" TO PrintDetailLine(2:31).
    MOVE DeckLinesWritten TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(34:9).
    IF DeckSupplierRequested NOT = SPACES
        MOVE "SUPPLIER" TO PrintDetailLine(45:8)
        MOVE DeckSupplierRequested TO PrintDetailLine(54:8)
    END-IF
    PERFORM WritePrintLine.
    IF BreakdownOverflowCount > ZERO
        PERFORM CheckForPageBreak
        MOVE SPACES TO PrintDetailLine
        MOVE "WARNING: ALBUMS LEFT OUT OF A FULL BREAKDOWN TABLE:"
            TO PrintDetailLine(2:50)
        MOVE BreakdownOverflowCount TO CountEdit
        MOVE CountEdit TO PrintDetailLine(53:9)
        PERFORM WritePrintLine
        DISPLAY "WARNING: " BreakdownOverflowCount " album(s) left out of"
            " a full genre or supplier table - the breakdown undercounts."
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

WriteCatalogLine.  *> The whole-catalog row that closes each breakdown
    MOVE "T" TO RowType.
    MOVE SPACES TO RowKey.
    MOVE "WHOLE CATALOG" TO RowDescription.
    MOVE CatalogAlbumCount TO RowAlbums.
    MOVE CatalogNoLabelCount TO RowNoLabel.
    MOVE CatalogNoCatalogCount TO RowNoCatalog.
    MOVE CatalogNoFormatCount TO RowNoFormat.
    MOVE CatalogCompleteCount TO RowComplete.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    PERFORM WritePrintLine.
    PERFORM WriteGroupLine.

ResolveGenreDescription.  *> Describe the row from the genre reference, blank when not on it
    MOVE SPACES TO RowDescription.
    PERFORM VARYING GenreRefIdx FROM 1 BY 1 UNTIL GenreRefIdx > GenreRefCount
        IF RefGenreCode(GenreRefIdx) = RowKey
            MOVE RefGenreDescription(GenreRefIdx) TO RowDescription
        END-IF
    END-PERFORM.

ResolveSupplierName.  *> Name the row from SUPPLIER.DAT, blank when not on it
    MOVE SPACES TO RowDescription.
    IF SupplierFileOpen AND RowKey NOT = "(NOFEED)"
        MOVE RowKey TO SupplierId
        READ SupplierFile
            INVALID KEY
                MOVE "(NOT ON SUPPLIER.DAT)" TO RowDescription
            NOT INVALID KEY
                MOVE SupplierName TO RowDescription
        END-READ
    END-IF.

WriteGroupLine.  *> One row - the counts, percentage complete, and the movement since the previous run
    MOVE ZERO TO RowPercent.
    IF RowAlbums > ZERO
        COMPUTE RowPercent ROUNDED = RowComplete * 100 / RowAlbums
    END-IF
    PERFORM FindPreviousGroup.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE RowKey TO PrintDetailLine(2:10).
    MOVE RowDescription TO PrintDetailLine(13:30).
    MOVE RowAlbums TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(44:9).
    MOVE RowNoLabel TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(54:9).
    MOVE RowNoCatalog TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(64:9).
    MOVE RowNoFormat TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(74:9).
    MOVE RowComplete TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(84:9).
    MOVE RowPercent TO PercentEdit.
    MOVE PercentEdit TO PrintDetailLine(94:6).
    IF RowPrevFound
        MOVE RowPrevPercent TO PercentEdit
        MOVE PercentEdit TO PrintDetailLine(104:6)
        COMPUTE RowTrend = RowPercent - RowPrevPercent
        MOVE RowTrend TO TrendEdit
        MOVE TrendEdit TO PrintDetailLine(112:7)
    ELSE
        MOVE "NEW" TO PrintDetailLine(116:3)
    END-IF
    PERFORM WritePrintLine.

FindPreviousGroup.  *> The same group's percentage complete at the previous run, if it had one
    SET RowPrevNotFound TO TRUE.
    MOVE ZERO TO RowPrevPercent.
    PERFORM VARYING PrevIdx FROM 1 BY 1
        UNTIL PrevIdx > PrevGroupCount OR RowPrevFound
        IF PrevGroupType(PrevIdx) = RowType AND PrevGroupKey(PrevIdx) = RowKey
            SET RowPrevFound TO TRUE
            IF PrevGroupAlbums(PrevIdx) > ZERO
                COMPUTE RowPrevPercent ROUNDED =
                    PrevGroupComplete(PrevIdx) * 100 / PrevGroupAlbums(PrevIdx)
            END-IF
        END-IF
    END-PERFORM.

AppendCompletenessLog.  *> This run's figures onto the history, for the next run's trend
    OPEN EXTEND CompLogFile.  *> Append; EXTEND creates the file on its first run
    IF CompLogFileStatus = "35"
        OPEN OUTPUT CompLogFile
    END-IF
    IF CompLogFileStatus NOT = "00"
        DISPLAY "CATCOMP.LOG would not open (status " CompLogFileStatus
            ") - this run's figures are not kept for the next trend."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    ELSE
        SET CompLogFileOpen TO TRUE
        PERFORM VARYING GenreIdx FROM 1 BY 1 UNTIL GenreIdx > GenreTallyCount
            MOVE RunTimestamp TO CompLogTimestamp
            MOVE "G" TO CompLogGroupType
            MOVE GenreTallyKey(GenreIdx) TO CompLogGroupKey
            MOVE GenreTallyAlbums(GenreIdx) TO CompLogAlbumCount
            MOVE GenreTallyNoLabel(GenreIdx) TO CompLogNoLabelCount
            MOVE GenreTallyNoCatalog(GenreIdx) TO CompLogNoCatalogCount
            MOVE GenreTallyNoFormat(GenreIdx) TO CompLogNoFormatCount
            MOVE GenreTallyComplete(GenreIdx) TO CompLogCompleteCount
            WRITE CompLogRecord
        END-PERFORM
        PERFORM VARYING SupplierIdx FROM 1 BY 1
            UNTIL SupplierIdx > SupplierTallyCount
            MOVE RunTimestamp TO CompLogTimestamp
            MOVE "S" TO CompLogGroupType
            MOVE SupplierTallyKey(SupplierIdx) TO CompLogGroupKey
            MOVE SupplierTallyAlbums(SupplierIdx) TO CompLogAlbumCount
            MOVE SupplierTallyNoLabel(SupplierIdx) TO CompLogNoLabelCount
            MOVE SupplierTallyNoCatalog(SupplierIdx) TO CompLogNoCatalogCount
            MOVE SupplierTallyNoFormat(SupplierIdx) TO CompLogNoFormatCount
            MOVE SupplierTallyComplete(SupplierIdx) TO CompLogCompleteCount
            WRITE CompLogRecord
        END-PERFORM
        MOVE RunTimestamp TO CompLogTimestamp
        MOVE "T" TO CompLogGroupType
        MOVE SPACES TO CompLogGroupKey
        MOVE CatalogAlbumCount TO CompLogAlbumCount
        MOVE CatalogNoLabelCount TO CompLogNoLabelCount
        MOVE CatalogNoCatalogCount TO CompLogNoCatalogCount
        MOVE CatalogNoFormatCount TO CompLogNoFormatCount
        MOVE CatalogCompleteCount TO CompLogCompleteCount
        WRITE CompLogRecord
    END-IF.

WriteColumnHeadings.  *> Column headings under a page or section heading
    MOVE PrintColumnLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

WritePrintLine.  *> The built detail line onto the report
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

CheckForPageBreak.  *> Start a fresh page, with the column headings, when the current one is full
    IF LinesOnPage >= LinesPerPage
        PERFORM StartNewPage
        PERFORM WriteColumnHeadings
    END-IF.

StartNewPage.  *> Page header with the section, run date and page number
    IF PageNumber > ZERO
        MOVE SPACES TO PrintRecord
        WRITE PrintRecord AFTER ADVANCING PAGE
    END-IF
    ADD 1 TO PageNumber.
    MOVE SectionTitle TO PrintTitleSection.
    MOVE RunDateDisplay TO PrintTitleDate.
    MOVE PageNumber TO PrintTitlePage.
    MOVE PrintTitleLine TO PrintRecord.
    WRITE PrintRecord.
    MOVE ZERO TO LinesOnPage.

TerminateRun.  *> Close down
    IF AlbumMasterAvailable
        CLOSE AlbumFile
    END-IF
    IF CrossRefFileOpen
        CLOSE CrossRefFile
    END-IF
    IF SupplierFileOpen
        CLOSE SupplierFile
    END-IF
    IF PrintFileOpen
        CLOSE PrintFile
    END-IF
    IF DeckFileOpen
        CLOSE DeckFile
    END-IF
    IF CompLogFileOpen
        CLOSE CompLogFile
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
