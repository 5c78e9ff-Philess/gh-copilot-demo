       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  SaleRpt.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> Monthly sales report off the SALESHST.DAT sales history SaleLoad keeps
*> (copybook SALESHST - units per AlbumId per sales month). Reads the whole
*> history and totals, by RecordLabel and by Genre, the units sold in the
*> month reported and year to date (January of the same year through the
*> month), with how many albums sold in the month and each row's share of
*> the month's and the year's units. Labels and genres are as they stood
*> on the master when the units were first loaded, so a retired album's
*> sales still report; a blank label or genre counts under NONE, and the
*> genre rows are described from GENREREF.DAT the way CatComp's are.
*> Written to SALERPT.PRT in the same print-image mold as CatComp's
*> CATCOMP.PRT, each breakdown in code order and closed by the all-sales
*> line.
*>
*> The month comes from the environment variable SALERPT-MONTH (YYYYMM,
*> the FeedScor idiom); unset, the run reports the calendar month before
*> the run date - the usual run follows SaleLoad early in the next month.
*>
*> RETURN-CODE: 0 clean; 4 no units on the history for the month, or a
*> breakdown table filled up; 8 SALESHST.DAT missing or SALERPT-MONTH
*> unusable; 12 the print file would not open.
*>
*> Modification history:
*>   Written alongside SaleLoad, when the distributors' monthly units
*>     figures first came onto the system.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT SalesHistFile ASSIGN TO "SALESHST.DAT"  *> Units per AlbumId per sales month - see SaleLoad
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SalesHistKey
        FILE STATUS IS SalesHistFileStatus.

    SELECT GenreRefFile ASSIGN TO "GENREREF.DAT"  *> Canonical genre codes and descriptions, one per line
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GenreRefFileStatus.

    SELECT PrintFile ASSIGN TO "SALERPT.PRT"  *> Print-image copy of the report
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PrintFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD SalesHistFile.  *> The sales history - units per album per month
01 SalesHistDetails.  *> Record description for SalesHistDetails
   88  EndOfSalesHistFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY SALESHST.

FD GenreRefFile.  *> The genre reference - canonical code plus description
01 GenreRefRecord.
   88  EndOfGenreRefFile  VALUE HIGH-VALUES.  *> End of file marker
   02 GenreRefCode             PIC X(10).
   02 GenreRefDescription      PIC X(30).

FD PrintFile.  *> Paginated print-image report
01 PrintRecord                PIC X(132).

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 SalesHistFileStatus      PIC X(02).
01 GenreRefFileStatus       PIC X(02).
01 PrintFileStatus          PIC X(02).

01 SalesHistFileIsOpen      PIC X(01) VALUE "N".  *> Did OPEN INPUT actually succeed - nothing to report without it
   88 SalesHistFileOpen VALUE "Y".
01 PrintFileIsOpen          PIC X(01) VALUE "N".  *> Did OPEN OUTPUT actually succeed
   88 PrintFileOpen VALUE "Y".

01 RunDate                  PIC 9(08).
01 MonthRequested           PIC X(06) VALUE SPACES.  *> SALERPT-MONTH as accepted, spaces when unset
01 SelectMonth              PIC X(06) VALUE SPACES.  *> YYYYMM reported
01 SelectYearStart          PIC X(06) VALUE SPACES.  *> YYYY01 - where the year to date begins
01 SelectYear               PIC 9(04).  *> Working halves for the default month
01 SelectMonthNumber        PIC 9(02).
01 MonthDisplay             PIC X(07).  *> YYYY-MM for the headings

*> The history record under the count
01 SaleLabelKey             PIC X(12).  *> RecordLabel, or NONE when blank
01 SaleGenreKey             PIC X(10).  *> Genre, or NONE when blank
01 SaleMonthUnits           PIC 9(11).  *> The record's units if it is the month reported, else zero
01 SaleAlbumsSold           PIC 9(01).  *> 1 when the record sold in the month reported

01 RecordsRead              PIC 9(09) VALUE ZERO.  *> History records read, in the year or not
01 RecordsInYear            PIC 9(09) VALUE ZERO.  *> History records counted year to date
01 BreakdownOverflowCount   PIC 9(07) VALUE ZERO.  *> Records left out of a breakdown once its table was full

*> All sales
01 TotalAlbumsSold          PIC 9(07) VALUE ZERO.
01 TotalMonthUnits          PIC 9(11) VALUE ZERO.
01 TotalYtdUnits            PIC 9(11) VALUE ZERO.

*> By RecordLabel - kept in label order as entries are added
01 MaxLabelTallies          PIC 9(03) VALUE 500.  *> Maximum distinct labels this run can count
01 LabelTallyCount          PIC 9(03) VALUE ZERO.
01 LabelTallyTable.
   02 LabelTallyEntry OCCURS 500 TIMES.
      03 LabelTallyKey         PIC X(12).
      03 LabelTallyAlbums      PIC 9(07).
      03 LabelTallyMonthUnits  PIC 9(11).
      03 LabelTallyYtdUnits    PIC 9(11).
01 LabelIdx                 PIC 9(03).
01 WorkLabelIdx             PIC 9(03).  *> Resolved label slot for the current record, zero when the table is full

*> By Genre - kept in Genre code order as entries are added
01 MaxGenreTallies          PIC 9(03) VALUE 100.  *> Maximum distinct genres this run can count
01 GenreTallyCount          PIC 9(03) VALUE ZERO.
01 GenreTallyTable.
   02 GenreTallyEntry OCCURS 100 TIMES.
      03 GenreTallyKey         PIC X(10).
      03 GenreTallyAlbums      PIC 9(07).
      03 GenreTallyMonthUnits  PIC 9(11).
      03 GenreTallyYtdUnits    PIC 9(11).
01 GenreIdx                 PIC 9(03).
01 WorkGenreIdx             PIC 9(03).  *> Resolved genre slot for the current record, zero when the table is full
01 ShiftIdx                 PIC 9(03).  *> Walks entries down a slot to open room for a new key in order

*> Canonical genre reference, loaded from GENREREF.DAT at startup - the
*> genre rows are described from these.
01 MaxGenreRefs             PIC 9(03) VALUE 100.  *> Maximum reference genres this run can hold
01 GenreRefCount            PIC 9(03) VALUE ZERO.  *> Reference genres actually loaded
01 GenreRefTable.
   02 GenreRefEntry OCCURS 100 TIMES INDEXED BY GenreRefIdx.
      03 RefGenreCode         PIC X(10) VALUE SPACES.
      03 RefGenreDescription  PIC X(30) VALUE SPACES.

*> One report row, whichever breakdown it comes from
01 RowKey                   PIC X(12).
01 RowDescription           PIC X(30).
01 RowAlbums                PIC 9(07).
01 RowMonthUnits            PIC 9(11).
01 RowYtdUnits              PIC 9(11).
01 RowMonthPercent          PIC 9(03)V9.  *> Share of the month's units
01 RowYtdPercent            PIC 9(03)V9.  *> Share of the year's units

*> Step return code - 0 clean, 4 nothing sold in the month, 8 input missing, 12 print file
01 RunReturnCode            PIC 9(02) VALUE ZERO.
01 ProposedReturnCode       PIC 9(02) VALUE ZERO.

*> Print file controls - same paging pattern as CatComp's CATCOMP.PRT
01 RunDateDisplay           PIC X(10).
01 LinesOnPage              PIC 9(03) VALUE ZERO.
01 LinesPerPage             PIC 9(03) VALUE 60.
01 PageNumber               PIC 9(05) VALUE ZERO.
01 SectionTitle             PIC X(40) VALUE SPACES.  *> Which section the page belongs to, on every page heading
01 PrintTitleLine.
   02 FILLER PIC X(01) VALUE SPACE.
   02 FILLER PIC X(34) VALUE "SALES BY LABEL AND GENRE".
   02 PrintTitleSection PIC X(40).
   02 FILLER PIC X(12) VALUE "  RUN DATE: ".
   02 PrintTitleDate PIC X(10).
   02 FILLER PIC X(08) VALUE "  PAGE: ".
   02 PrintTitlePage PIC ZZZZ9.
01 PrintColumnLine.  *> Repeated after every page break
   02 FILLER PIC X(45) VALUE " GROUP         DESCRIPTION".
   02 FILLER PIC X(12) VALUE "ALBUMS SOLD ".
   02 FILLER PIC X(13) VALUE " MONTH UNITS ".
   02 FILLER PIC X(09) VALUE "  %MONTH ".
   02 FILLER PIC X(13) VALUE "   YTD UNITS ".
   02 FILLER PIC X(08) VALUE "    %YTD".
01 PrintDetailLine          PIC X(132).  *> Print detail line built up before being written
01 CountEdit                PIC ZZZZZZZZ9.
01 UnitsEdit                PIC ZZZZZZZZZZ9.
01 PercentEdit              PIC ZZZ9.9.

PROCEDURE DIVISION.  *> Start of the procedure division
    PERFORM InitializeRun.
    IF SalesHistFileOpen AND PrintFileOpen
        PERFORM LoadGenreReference
        PERFORM TallySalesHistory
        PERFORM ProduceReport
    END-IF
    PERFORM TerminateRun.
    DISPLAY "SaleRpt complete - month " MonthDisplay ": " TotalMonthUnits
        " units, " TotalAlbumsSold " album(s) sold; year to date "
        TotalYtdUnits " units.".
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

RaiseReturnCode.  *> A step return code only ever worsens - the highest proposal stands
    IF ProposedReturnCode > RunReturnCode
        MOVE ProposedReturnCode TO RunReturnCode
    END-IF.

InitializeRun.  *> Settle the month, open the history and the report
    ACCEPT RunDate FROM DATE YYYYMMDD.  *> Gather the run date for the print report headers
    MOVE RunDate(5:2) TO RunDateDisplay(1:2).
    MOVE "/" TO RunDateDisplay(3:1).
    MOVE RunDate(7:2) TO RunDateDisplay(4:2).
    MOVE "/" TO RunDateDisplay(6:1).
    MOVE RunDate(1:4) TO RunDateDisplay(7:4).

    ACCEPT MonthRequested FROM ENVIRONMENT "SALERPT-MONTH".  *> YYYYMM, spaces reports last month
    EVALUATE TRUE
        WHEN MonthRequested = SPACES OR MonthRequested = LOW-VALUES
            MOVE RunDate(1:4) TO SelectYear
            MOVE RunDate(5:2) TO SelectMonthNumber
            IF SelectMonthNumber = 1
                SUBTRACT 1 FROM SelectYear
                MOVE 12 TO SelectMonthNumber
            ELSE
                SUBTRACT 1 FROM SelectMonthNumber
            END-IF
            MOVE SelectYear TO SelectMonth(1:4)
            MOVE SelectMonthNumber TO SelectMonth(5:2)
            DISPLAY "No SALERPT-MONTH set - reporting " SelectMonth "."
        WHEN MonthRequested NOT NUMERIC
            OR MonthRequested(5:2) < "01" OR MonthRequested(5:2) > "12"
            DISPLAY "SALERPT-MONTH '" MonthRequested
                "' is not a YYYYMM month - no report produced."
            MOVE 8 TO ProposedReturnCode
            PERFORM RaiseReturnCode
        WHEN OTHER
            MOVE MonthRequested TO SelectMonth
    END-EVALUATE
    MOVE SelectMonth(1:4) TO SelectYearStart(1:4).
    MOVE "01" TO SelectYearStart(5:2).
    MOVE SelectMonth(1:4) TO MonthDisplay(1:4).
    MOVE "-" TO MonthDisplay(5:1).
    MOVE SelectMonth(5:2) TO MonthDisplay(6:2).

    IF RunReturnCode = ZERO
        OPEN INPUT SalesHistFile
        IF SalesHistFileStatus = "00"
            SET SalesHistFileOpen TO TRUE
        ELSE
            DISPLAY "SALESHST.DAT not available (status "
                SalesHistFileStatus ") - nothing to report."
            MOVE 8 TO ProposedReturnCode
            PERFORM RaiseReturnCode
        END-IF
    END-IF
    IF SalesHistFileOpen
        OPEN OUTPUT PrintFile
        IF PrintFileStatus = "00"
            SET PrintFileOpen TO TRUE
        ELSE
            DISPLAY "SALERPT.PRT would not open (status " PrintFileStatus
                ") - report skipped; every report line would be lost."
            MOVE 12 TO ProposedReturnCode
            PERFORM RaiseReturnCode
        END-IF
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

TallySalesHistory.  *> Read the whole history, counting every album-month of the year to date
    PERFORM UNTIL EndOfSalesHistFile
        READ SalesHistFile NEXT RECORD
            AT END SET EndOfSalesHistFile TO TRUE
        END-READ
        IF NOT EndOfSalesHistFile
            ADD 1 TO RecordsRead
            IF SalesHistMonth NUMERIC AND SalesHistUnits NUMERIC
                AND SalesHistMonth >= SelectYearStart
                AND SalesHistMonth <= SelectMonth
                ADD 1 TO RecordsInYear
                PERFORM CountSalesRecord
            END-IF
        END-IF
    END-PERFORM
    IF TotalMonthUnits = ZERO
        DISPLAY "No units on SALESHST.DAT for " MonthDisplay
            " - has SaleLoad run for the month?"
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

CountSalesRecord.  *> Add the album-month into the totals and its two breakdown rows
    IF SalesHistRecordLabel = SPACES
        MOVE "NONE" TO SaleLabelKey
    ELSE
        MOVE SalesHistRecordLabel TO SaleLabelKey
    END-IF
    IF SalesHistGenre = SPACES
        MOVE "NONE" TO SaleGenreKey
    ELSE
        MOVE SalesHistGenre TO SaleGenreKey
    END-IF
    MOVE ZERO TO SaleMonthUnits SaleAlbumsSold.
    IF SalesHistMonth = SelectMonth
        MOVE SalesHistUnits TO SaleMonthUnits
        IF SalesHistUnits > ZERO
            MOVE 1 TO SaleAlbumsSold
        END-IF
    END-IF

    ADD SaleAlbumsSold TO TotalAlbumsSold.
    ADD SaleMonthUnits TO TotalMonthUnits.
    ADD SalesHistUnits TO TotalYtdUnits.

    PERFORM FindOrAddLabel.
    IF WorkLabelIdx = ZERO
        ADD 1 TO BreakdownOverflowCount
    ELSE
        ADD SaleAlbumsSold TO LabelTallyAlbums(WorkLabelIdx)
        ADD SaleMonthUnits TO LabelTallyMonthUnits(WorkLabelIdx)
        ADD SalesHistUnits TO LabelTallyYtdUnits(WorkLabelIdx)
    END-IF
    PERFORM FindOrAddGenre.
    IF WorkGenreIdx = ZERO
        ADD 1 TO BreakdownOverflowCount
    ELSE
        ADD SaleAlbumsSold TO GenreTallyAlbums(WorkGenreIdx)
        ADD SaleMonthUnits TO GenreTallyMonthUnits(WorkGenreIdx)
        ADD SalesHistUnits TO GenreTallyYtdUnits(WorkGenreIdx)
    END-IF.

FindOrAddLabel.  *> Resolve the label to its slot, opening one in label order for a new label
    MOVE ZERO TO WorkLabelIdx.
    PERFORM VARYING LabelIdx FROM 1 BY 1
        UNTIL LabelIdx > LabelTallyCount OR WorkLabelIdx NOT = ZERO
        IF LabelTallyKey(LabelIdx) = SaleLabelKey
            MOVE LabelIdx TO WorkLabelIdx
        END-IF
    END-PERFORM
    IF WorkLabelIdx = ZERO AND LabelTallyCount < MaxLabelTallies
        MOVE 1 TO WorkLabelIdx
        PERFORM VARYING LabelIdx FROM 1 BY 1 UNTIL LabelIdx > LabelTallyCount
            IF LabelTallyKey(LabelIdx) < SaleLabelKey
                COMPUTE WorkLabelIdx = LabelIdx + 1
            END-IF
        END-PERFORM
        PERFORM VARYING ShiftIdx FROM LabelTallyCount BY -1
            UNTIL ShiftIdx < WorkLabelIdx
            MOVE LabelTallyEntry(ShiftIdx) TO LabelTallyEntry(ShiftIdx + 1)
        END-PERFORM
        ADD 1 TO LabelTallyCount
        MOVE SaleLabelKey TO LabelTallyKey(WorkLabelIdx)
        MOVE ZERO TO LabelTallyAlbums(WorkLabelIdx)
            LabelTallyMonthUnits(WorkLabelIdx) LabelTallyYtdUnits(WorkLabelIdx)
    END-IF.

FindOrAddGenre.  *> Resolve the genre to its slot, opening one in code order for a new genre
    MOVE ZERO TO WorkGenreIdx.
    PERFORM VARYING GenreIdx FROM 1 BY 1
        UNTIL GenreIdx > GenreTallyCount OR WorkGenreIdx NOT = ZERO
        IF GenreTallyKey(GenreIdx) = SaleGenreKey
            MOVE GenreIdx TO WorkGenreIdx
        END-IF
    END-PERFORM
    IF WorkGenreIdx = ZERO AND GenreTallyCount < MaxGenreTallies
        MOVE 1 TO WorkGenreIdx
        PERFORM VARYING GenreIdx FROM 1 BY 1 UNTIL GenreIdx > GenreTallyCount
            IF GenreTallyKey(GenreIdx) < SaleGenreKey
                COMPUTE WorkGenreIdx = GenreIdx + 1
            END-IF
        END-PERFORM
        PERFORM VARYING ShiftIdx FROM GenreTallyCount BY -1
            UNTIL ShiftIdx < WorkGenreIdx
            MOVE GenreTallyEntry(ShiftIdx) TO GenreTallyEntry(ShiftIdx + 1)
        END-PERFORM
        ADD 1 TO GenreTallyCount
        MOVE SaleGenreKey TO GenreTallyKey(WorkGenreIdx)
        MOVE ZERO TO GenreTallyAlbums(WorkGenreIdx)
            GenreTallyMonthUnits(WorkGenreIdx) GenreTallyYtdUnits(WorkGenreIdx)
    END-IF.

ProduceReport.  *> The label breakdown, then the genre breakdown, each closed by the all-sales line
    MOVE SPACES TO SectionTitle.
    STRING "BY RECORD LABEL - MONTH " MonthDisplay
        DELIMITED BY SIZE INTO SectionTitle
    END-STRING.
    PERFORM StartNewPage.
    PERFORM WriteColumnHeadings.
    PERFORM VARYING LabelIdx FROM 1 BY 1 UNTIL LabelIdx > LabelTallyCount
        MOVE LabelTallyKey(LabelIdx) TO RowKey
        MOVE SPACES TO RowDescription
        MOVE LabelTallyAlbums(LabelIdx) TO RowAlbums
        MOVE LabelTallyMonthUnits(LabelIdx) TO RowMonthUnits
        MOVE LabelTallyYtdUnits(LabelIdx) TO RowYtdUnits
        PERFORM WriteGroupLine
    END-PERFORM
    PERFORM WriteAllSalesLine.

    MOVE SPACES TO SectionTitle.
    STRING "BY GENRE - MONTH " MonthDisplay
        DELIMITED BY SIZE INTO SectionTitle
    END-STRING.
    PERFORM StartNewPage.
    PERFORM WriteColumnHeadings.
    PERFORM VARYING GenreIdx FROM 1 BY 1 UNTIL GenreIdx > GenreTallyCount
        MOVE GenreTallyKey(GenreIdx) TO RowKey
        PERFORM ResolveGenreDescription
        MOVE GenreTallyAlbums(GenreIdx) TO RowAlbums
        MOVE GenreTallyMonthUnits(GenreIdx) TO RowMonthUnits
        MOVE GenreTallyYtdUnits(GenreIdx) TO RowYtdUnits
        PERFORM WriteGroupLine
    END-PERFORM
    PERFORM WriteAllSalesLine.

    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "YEAR TO DATE =" TO PrintDetailLine(2:14).
    MOVE SelectYearStart(1:4) TO PrintDetailLine(17:4).
    MOVE "-01 THROUGH" TO PrintDetailLine(21:11).
    MOVE MonthDisplay TO PrintDetailLine(33:7).
    MOVE "- LABEL AND GENRE AS FIRST LOADED FROM THE CATALOG."
        TO PrintDetailLine(41:51).
    PERFORM WritePrintLine.
    IF BreakdownOverflowCount > ZERO
        PERFORM CheckForPageBreak
        MOVE SPACES TO PrintDetailLine
        MOVE "WARNING: ALBUM-MONTHS LEFT OUT OF A FULL BREAKDOWN TABLE:"
            TO PrintDetailLine(2:56)
        MOVE BreakdownOverflowCount TO CountEdit
        MOVE CountEdit TO PrintDetailLine(59:9)
        PERFORM WritePrintLine
        DISPLAY "WARNING: " BreakdownOverflowCount " album-month(s) left"
            " out of a full label or genre table - the breakdown undercounts."
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

WriteAllSalesLine.  *> The all-sales row that closes each breakdown
    MOVE SPACES TO RowKey.
    MOVE "ALL SALES" TO RowDescription.
    MOVE TotalAlbumsSold TO RowAlbums.
    MOVE TotalMonthUnits TO RowMonthUnits.
    MOVE TotalYtdUnits TO RowYtdUnits.
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

WriteGroupLine.  *> One row - albums sold, the month's and the year's units and shares
    MOVE ZERO TO RowMonthPercent RowYtdPercent.
    IF TotalMonthUnits > ZERO
        COMPUTE RowMonthPercent ROUNDED = RowMonthUnits * 100 / TotalMonthUnits
    END-IF
    IF TotalYtdUnits > ZERO
        COMPUTE RowYtdPercent ROUNDED = RowYtdUnits * 100 / TotalYtdUnits
    END-IF
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE RowKey TO PrintDetailLine(2:12).
    MOVE RowDescription TO PrintDetailLine(16:30).
    MOVE RowAlbums TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(48:9).
    MOVE RowMonthUnits TO UnitsEdit.
    MOVE UnitsEdit TO PrintDetailLine(59:11).
    MOVE RowMonthPercent TO PercentEdit.
    MOVE PercentEdit TO PrintDetailLine(73:6).
    MOVE RowYtdUnits TO UnitsEdit.
    MOVE UnitsEdit TO PrintDetailLine(81:11).
    MOVE RowYtdPercent TO PercentEdit.
    MOVE PercentEdit TO PrintDetailLine(95:6).
    PERFORM WritePrintLine.

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

TerminateRun.  *> Close whatever actually opened
    IF SalesHistFileOpen
        CLOSE SalesHistFile
    END-IF
    IF PrintFileOpen
        CLOSE PrintFile
    END-IF.
