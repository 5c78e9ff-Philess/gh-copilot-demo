       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  FeedScor.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> Monthly supplier feed quality scorecard, built off FEEDSTAT.LOG - the
*> permanent statistics log AlbEdit appends one line to for every envelope
*> it judges (copybook FEEDSTAT). The .ACK files tell a supplier about one
*> feed and are overwritten by the next; this report adds up a whole month
*> per supplier so label relations can go to a label with numbers instead
*> of anecdotes: envelopes delivered and rejected whole, D records
*> delivered, accepted, held pending release, held for review as suspected
*> duplicates and rejected, the reject rate (rejected records, whole-feed
*> casualties included, over records delivered), the supplier's three
*> most frequent record reason codes (R001-R012 - see AlbEdit's header for
*> what each means), and a breakdown of its whole-feed rejections by
*> envelope reason (R101-R108).
*>
*> Suppliers are ranked worst first - highest reject rate, ties broken by
*> the larger number of records rejected. The supplier's name is taken off
*> the SUPPLIER.DAT supplier reference (see SupMnt) when it is there; an
*> envelope with no usable header is scored under "(NONE)". A grand total
*> line follows the last supplier.
*>
*> The month comes from the environment variable FEEDSCOR-MONTH (YYYYMM,
*> the same environment-variable idiom as AlbRetl's ALBRETL-FROM/TO) and
*> is matched against the date each envelope was judged; unset, the run
*> scores the calendar month before the run date - the usual run is in
*> the first days of the following month. Written to FEEDSCOR.PRT as a
*> paginated print-image report in the AlbRetl mold.
*>
*> The run ends with a meaningful RETURN-CODE: 0 clean, 4 no envelopes
*> were logged in the month (an empty scorecard), 8 FEEDSTAT.LOG missing
*> or FEEDSCOR-MONTH unusable, 12 the print file would not open.
*>
*> Modification history:
*>   Written alongside the FEEDSTAT.LOG statistics log added to AlbEdit -
*>     before it, a supplier's feed quality lived only in .ACK files the
*>     next feed overwrote.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT StatisticsFile ASSIGN TO "FEEDSTAT.LOG"  *> AlbEdit's per-envelope statistics log, oldest first
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StatisticsFileStatus.

    SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"  *> The supplier reference, keyed on SupplierId - see SupMnt
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SupplierId
        FILE STATUS IS SupplierFileStatus.

    SELECT PrintFile ASSIGN TO "FEEDSCOR.PRT"  *> Print-image copy of the scorecard
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PrintFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD StatisticsFile.  *> One line per envelope AlbEdit judged
01 StatDetails.  *> Record description for StatDetails
   88  EndOfStatisticsFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY FEEDSTAT.

FD SupplierFile.  *> The supplier reference - names for the scorecard lines
01 SupplierDetails.  *> Record description for SupplierDetails
   COPY SUPPLRC.

FD PrintFile.  *> Paginated print-image report
01 PrintRecord                PIC X(132).

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 StatisticsFileStatus     PIC X(02).
01 SupplierFileStatus       PIC X(02).
01 PrintFileStatus          PIC X(02).

01 StatisticsFileIsOpen     PIC X(01) VALUE "N".  *> Did OPEN INPUT actually succeed
   88 StatisticsFileOpen VALUE "Y".
01 SupplierFileIsOpen       PIC X(01) VALUE "N".  *> Did OPEN INPUT actually succeed - names are blank without it
   88 SupplierFileOpen VALUE "Y".
01 PrintFileIsOpen          PIC X(01) VALUE "N".  *> Did OPEN OUTPUT actually succeed
   88 PrintFileOpen VALUE "Y".

01 RunReturnCode            PIC 9(02) VALUE ZERO.  *> Step return code - 0 clean, 4 empty month, 8 log missing/bad month, 12 I/O error

01 MonthRequested           PIC X(06) VALUE SPACES.  *> FEEDSCOR-MONTH as accepted, spaces when unset
01 SelectMonth              PIC X(06) VALUE SPACES.  *> YYYYMM scored
01 SelectYear               PIC 9(04).  *> Working halves for the default month
01 SelectMonthNumber        PIC 9(02).

01 LinesRead                PIC 9(09) VALUE ZERO.  *> Log lines read, in the month or not
01 LinesInMonth             PIC 9(09) VALUE ZERO.  *> Log lines scored
01 LinesUnusable            PIC 9(09) VALUE ZERO.  *> Log lines whose counts are not numeric

*> One entry per supplier seen in the month - find-or-add, the TopArtist idiom
01 MaxSuppliers             PIC 9(03) VALUE 200.  *> Maximum suppliers this run can score
01 SupplierCount            PIC 9(03) VALUE ZERO.  *> Suppliers actually found
01 SupplierOverflowCount    PIC 9(07) VALUE ZERO.  *> Envelopes folded into the last slot once MaxSuppliers was reached
01 ScoreTable.
   02 ScoreEntry OCCURS 200 TIMES.
      03 ScoreSupplierId       PIC X(08).
      03 ScoreEnvelopes        PIC 9(05).
      03 ScoreEnvelopesRejected PIC 9(05).
      03 ScoreDetailCount      PIC 9(09).
      03 ScoreAcceptedCount    PIC 9(09).
      03 ScoreHeldCount        PIC 9(09).
      03 ScoreReviewCount      PIC 9(09).
      03 ScoreRejectedCount    PIC 9(09).
      03 ScoreReasonCount      PIC 9(09) OCCURS 12 TIMES.  *> Entry n counts record reason R0nn
      03 ScoreEnvReasonCount   PIC 9(05) OCCURS 8 TIMES.  *> Entry n counts envelope reason R10n
      03 ScoreRejectRate       PIC 9(03)V99.
01 HoldScoreEntry           PIC X(216).  *> Swap holding area for the ranking pass - one ScoreEntry
01 ScoreIdx                 PIC 9(03).  *> Resolved supplier slot for the line in hand
01 SearchIdx                PIC 9(03).  *> Find-or-add subscript
01 SupplierFoundState       PIC X(01) VALUE "N".
   88 SupplierWasFound VALUE "Y".
   88 SupplierNotFound VALUE "N".
01 ReasonIdx                PIC 9(02).  *> Subscript over the reason counts
01 EnvReasonNumber          PIC 9(03).  *> Numeric part of an envelope reason code, R101-R108

01 RankIdx                  PIC 9(03).  *> Outer loop index over the ranking pass
01 BestIdx                  PIC 9(03).  *> Slot ranking highest not yet placed

*> The three most frequent record reason codes of the supplier being printed
01 TopReasonWork.
   02 TopReasonCount        PIC 9(09) OCCURS 12 TIMES.  *> Copy of the supplier's counts, zeroed as each is picked
01 TopPickIdx               PIC 9(01).  *> 1-3, which of the top reasons is being picked
01 TopBestIdx               PIC 9(02).  *> Reason slot with the highest remaining count
01 TopBestCount             PIC 9(09).

*> Grand totals across every supplier in the month
01 TotalEnvelopes           PIC 9(07) VALUE ZERO.
01 TotalEnvelopesRejected   PIC 9(07) VALUE ZERO.
01 TotalDetailCount         PIC 9(09) VALUE ZERO.
01 TotalAcceptedCount       PIC 9(09) VALUE ZERO.
01 TotalHeldCount           PIC 9(09) VALUE ZERO.
01 TotalReviewCount         PIC 9(09) VALUE ZERO.
01 TotalRejectedCount       PIC 9(09) VALUE ZERO.
01 TotalRejectRate          PIC 9(03)V99 VALUE ZERO.

*> Print file controls - same paging pattern as AlbRetl's RETIRLST.PRT
01 RunDate                  PIC 9(08).
01 RunDateDisplay           PIC X(10).
01 LinesOnPage              PIC 9(03) VALUE ZERO.
01 LinesPerPage             PIC 9(03) VALUE 20.
01 PageNumber               PIC 9(05) VALUE ZERO.
01 PrintTitleLine.
   02 FILLER PIC X(01) VALUE SPACE.
   02 FILLER PIC X(26) VALUE "SUPPLIER FEED SCORECARD".
   02 FILLER PIC X(07) VALUE "MONTH: ".
   02 PrintTitleMonth PIC X(07).
   02 FILLER PIC X(12) VALUE "  RUN DATE: ".
   02 PrintTitleDate PIC X(10).
   02 FILLER PIC X(08) VALUE "  PAGE: ".
   02 PrintTitlePage PIC ZZZZ9.
01 PrintColumnLine.  *> Repeated after every page break
   02 FILLER PIC X(06) VALUE " RANK".
   02 FILLER PIC X(09) VALUE "SUPPLIER".
   02 FILLER PIC X(13) VALUE "NAME".
   02 FILLER PIC X(05) VALUE " ENVS".
   02 FILLER PIC X(06) VALUE "   REJ".
   02 FILLER PIC X(10) VALUE "   RECORDS".
   02 FILLER PIC X(10) VALUE "  ACCEPTED".
   02 FILLER PIC X(10) VALUE "      HELD".
   02 FILLER PIC X(10) VALUE "    REVIEW".
   02 FILLER PIC X(10) VALUE "  REJECTED".
   02 FILLER PIC X(09) VALUE "    REJ %".
   02 FILLER PIC X(11) VALUE "TOP REASONS".
01 PrintDetailLine          PIC X(132).  *> Print detail line built up before being written
01 ReasonDisplay.  *> One "Rnnn:count" entry of the top-reasons column
   02 ReasonDisplayCode     PIC X(04).
   02 FILLER                PIC X(01) VALUE ":".
   02 ReasonDisplayCount    PIC ZZZZ9.
01 EnvReasonDisplay.  *> One "Rnnn x count" entry of the whole-feed rejections line
   02 EnvReasonDisplayCode  PIC X(04).
   02 FILLER                PIC X(03) VALUE " x ".
   02 EnvReasonDisplayCount PIC ZZZZ9.
01 ReasonCodeText           PIC X(04).  *> Reason code rebuilt from its slot number
01 ReasonSlotDisplay        PIC 9(03).
01 ReasonColumn             PIC 9(03).  *> Where the next reason entry lands on the line
01 RankEdit                 PIC ZZZ9.
01 EnvelopeEdit             PIC ZZZZ9.
01 CountEdit                PIC ZZZZZZZZ9.
01 RateEdit                 PIC ZZ9.99.

PROCEDURE DIVISION.  *> Start of the procedure division
    PERFORM InitializeRun.
    IF StatisticsFileOpen AND PrintFileOpen
        PERFORM TallyStatisticsLog
        PERFORM RankSuppliers
        PERFORM ProduceScorecard
        IF LinesInMonth = ZERO
            DISPLAY "No envelopes were logged for " SelectMonth
                " - the scorecard is empty."
            IF RunReturnCode < 4
                MOVE 4 TO RunReturnCode
            END-IF
        END-IF
    END-IF
    PERFORM TerminateRun.
    DISPLAY "FeedScor complete - month " SelectMonth ": " LinesRead
        " log line(s) read, " LinesInMonth " scored, " LinesUnusable
        " unusable; " SupplierCount " supplier(s) ranked.".
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

InitializeRun.  *> Settle the month, open the log, the supplier names and the report
    ACCEPT RunDate FROM DATE YYYYMMDD.  *> Gather the run date for the print report headers
    MOVE RunDate(5:2) TO RunDateDisplay(1:2).
    MOVE "/" TO RunDateDisplay(3:1).
    MOVE RunDate(7:2) TO RunDateDisplay(4:2).
    MOVE "/" TO RunDateDisplay(6:1).
    MOVE RunDate(1:4) TO RunDateDisplay(7:4).

    ACCEPT MonthRequested FROM ENVIRONMENT "FEEDSCOR-MONTH".  *> YYYYMM, spaces scores last month
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
            DISPLAY "No FEEDSCOR-MONTH set - scoring " SelectMonth "."
        WHEN MonthRequested NOT NUMERIC
            OR MonthRequested(5:2) < "01" OR MonthRequested(5:2) > "12"
            DISPLAY "FEEDSCOR-MONTH '" MonthRequested
                "' is not a YYYYMM month - no scorecard produced."
            MOVE 8 TO RunReturnCode
        WHEN OTHER
            MOVE MonthRequested TO SelectMonth
    END-EVALUATE
    MOVE SelectMonth(1:4) TO PrintTitleMonth(1:4).
    MOVE "-" TO PrintTitleMonth(5:1).
    MOVE SelectMonth(5:2) TO PrintTitleMonth(6:2).

    IF RunReturnCode = ZERO
        OPEN INPUT StatisticsFile
        IF StatisticsFileStatus = "00"
            SET StatisticsFileOpen TO TRUE
        ELSE
            DISPLAY "FEEDSTAT.LOG not available (status "
                StatisticsFileStatus ") - nothing to score."
            MOVE 8 TO RunReturnCode
        END-IF
    END-IF
    IF StatisticsFileOpen
        OPEN OUTPUT PrintFile
        IF PrintFileStatus = "00"
            SET PrintFileOpen TO TRUE
        ELSE
            DISPLAY "FEEDSCOR.PRT would not open (status " PrintFileStatus
                ") - scorecard skipped; every report line would be lost."
            MOVE 12 TO RunReturnCode
        END-IF
        OPEN INPUT SupplierFile
        IF SupplierFileStatus = "00"
            SET SupplierFileOpen TO TRUE
        ELSE
            DISPLAY "SUPPLIER.DAT not available (status "
                SupplierFileStatus ") - supplier names will be blank."
        END-IF
    END-IF.

TallyStatisticsLog.  *> Read the whole log, adding every envelope judged in the month to its supplier
    PERFORM UNTIL EndOfStatisticsFile
        READ StatisticsFile
            AT END SET EndOfStatisticsFile TO TRUE
        END-READ
        IF NOT EndOfStatisticsFile
            ADD 1 TO LinesRead
            EVALUATE TRUE
                WHEN StatTimestamp NOT NUMERIC
                    OR StatDetailCount NOT NUMERIC
                    OR StatAcceptedCount NOT NUMERIC
                    OR StatHeldCount NOT NUMERIC
                    OR StatReviewCount NOT NUMERIC
                    OR StatRejectedCount NOT NUMERIC
                    ADD 1 TO LinesUnusable
                WHEN StatTimestamp(1:6) = SelectMonth
                    ADD 1 TO LinesInMonth
                    PERFORM FindOrAddSupplier
                    PERFORM AddEnvelopeToSupplier
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM.

FindOrAddSupplier.  *> Resolve the line's supplier to a table slot, adding one if new
    IF StatSupplierId = SPACES OR StatSupplierId = LOW-VALUES
        MOVE "(NONE)" TO StatSupplierId
    END-IF
    SET SupplierNotFound TO TRUE.
    MOVE ZERO TO ScoreIdx.
    PERFORM VARYING SearchIdx FROM 1 BY 1 UNTIL SearchIdx > SupplierCount
        IF ScoreSupplierId(SearchIdx) = StatSupplierId
            MOVE SearchIdx TO ScoreIdx
            SET SupplierWasFound TO TRUE
        END-IF
    END-PERFORM
    IF SupplierNotFound AND SupplierCount < MaxSuppliers
        ADD 1 TO SupplierCount
        MOVE SupplierCount TO ScoreIdx
        INITIALIZE ScoreEntry(ScoreIdx)
        MOVE StatSupplierId TO ScoreSupplierId(ScoreIdx)
    END-IF
    IF ScoreIdx = ZERO
        ADD 1 TO SupplierOverflowCount
        MOVE MaxSuppliers TO ScoreIdx
    END-IF.

AddEnvelopeToSupplier.  *> One envelope's counts onto its supplier's running totals
    ADD 1 TO ScoreEnvelopes(ScoreIdx).
    ADD StatDetailCount TO ScoreDetailCount(ScoreIdx).
    ADD StatRejectedCount TO ScoreRejectedCount(ScoreIdx).
    ADD StatAcceptedCount TO ScoreAcceptedCount(ScoreIdx).
    ADD StatHeldCount TO ScoreHeldCount(ScoreIdx).
    ADD StatReviewCount TO ScoreReviewCount(ScoreIdx).
    PERFORM VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 12
        IF StatReasonCount(ReasonIdx) NUMERIC
            ADD StatReasonCount(ReasonIdx) TO ScoreReasonCount(ScoreIdx, ReasonIdx)
        END-IF
    END-PERFORM
    IF StatEnvelopeRejected
        ADD 1 TO ScoreEnvelopesRejected(ScoreIdx)
        IF StatEnvelopeReason(2:3) NUMERIC
            MOVE StatEnvelopeReason(2:3) TO EnvReasonNumber
            IF EnvReasonNumber >= 101 AND EnvReasonNumber <= 108
                SUBTRACT 100 FROM EnvReasonNumber
                ADD 1 TO ScoreEnvReasonCount(ScoreIdx, EnvReasonNumber)
            END-IF
        END-IF
    END-IF.

RankSuppliers.  *> Rate every supplier, then selection sort worst first - highest rate, then most records rejected
    PERFORM VARYING ScoreIdx FROM 1 BY 1 UNTIL ScoreIdx > SupplierCount
        IF ScoreDetailCount(ScoreIdx) > ZERO
            COMPUTE ScoreRejectRate(ScoreIdx) ROUNDED =
                ScoreRejectedCount(ScoreIdx) * 100 / ScoreDetailCount(ScoreIdx)
        ELSE
            MOVE ZERO TO ScoreRejectRate(ScoreIdx)
        END-IF
    END-PERFORM
    PERFORM VARYING RankIdx FROM 1 BY 1 UNTIL RankIdx >= SupplierCount
        MOVE RankIdx TO BestIdx
        PERFORM VARYING SearchIdx FROM RankIdx BY 1 UNTIL SearchIdx > SupplierCount
            IF ScoreRejectRate(SearchIdx) > ScoreRejectRate(BestIdx)
                OR (ScoreRejectRate(SearchIdx) = ScoreRejectRate(BestIdx)
                AND ScoreRejectedCount(SearchIdx) > ScoreRejectedCount(BestIdx))
                MOVE SearchIdx TO BestIdx
            END-IF
        END-PERFORM
        IF BestIdx NOT = RankIdx
            MOVE ScoreEntry(RankIdx) TO HoldScoreEntry
            MOVE ScoreEntry(BestIdx) TO ScoreEntry(RankIdx)
            MOVE HoldScoreEntry TO ScoreEntry(BestIdx)
        END-IF
    END-PERFORM.

ProduceScorecard.  *> One block per supplier, worst first, then the grand totals
    PERFORM StartNewPage.
    MOVE PrintColumnLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.
    PERFORM VARYING ScoreIdx FROM 1 BY 1 UNTIL ScoreIdx > SupplierCount
        PERFORM WriteSupplierLine
        IF ScoreEnvelopesRejected(ScoreIdx) > ZERO
            PERFORM WriteWholeFeedLine
        END-IF
        ADD ScoreEnvelopes(ScoreIdx) TO TotalEnvelopes
        ADD ScoreEnvelopesRejected(ScoreIdx) TO TotalEnvelopesRejected
        ADD ScoreDetailCount(ScoreIdx) TO TotalDetailCount
        ADD ScoreAcceptedCount(ScoreIdx) TO TotalAcceptedCount
        ADD ScoreHeldCount(ScoreIdx) TO TotalHeldCount
        ADD ScoreReviewCount(ScoreIdx) TO TotalReviewCount
        ADD ScoreRejectedCount(ScoreIdx) TO TotalRejectedCount
    END-PERFORM
    PERFORM WriteScorecardTotals.

WriteSupplierLine.  *> Rank, supplier, the month's counts, reject rate and top three reason codes
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE ScoreIdx TO RankEdit.
    MOVE RankEdit TO PrintDetailLine(2:4).
    MOVE ScoreSupplierId(ScoreIdx) TO PrintDetailLine(7:8).
    IF SupplierFileOpen
        MOVE ScoreSupplierId(ScoreIdx) TO SupplierId
        READ SupplierFile
            INVALID KEY
                MOVE "(unknown)" TO PrintDetailLine(16:12)
            NOT INVALID KEY
                MOVE SupplierName TO PrintDetailLine(16:12)
        END-READ
    END-IF
    MOVE ScoreEnvelopes(ScoreIdx) TO EnvelopeEdit.
    MOVE EnvelopeEdit TO PrintDetailLine(29:5).
    MOVE ScoreEnvelopesRejected(ScoreIdx) TO EnvelopeEdit.
    MOVE EnvelopeEdit TO PrintDetailLine(35:5).
    MOVE ScoreDetailCount(ScoreIdx) TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(41:9).
    MOVE ScoreAcceptedCount(ScoreIdx) TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(51:9).
    MOVE ScoreHeldCount(ScoreIdx) TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(61:9).
    MOVE ScoreReviewCount(ScoreIdx) TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(71:9).
    MOVE ScoreRejectedCount(ScoreIdx) TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(81:9).
    MOVE ScoreRejectRate(ScoreIdx) TO RateEdit.
    MOVE RateEdit TO PrintDetailLine(92:6).
    PERFORM VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 12
        MOVE ScoreReasonCount(ScoreIdx, ReasonIdx) TO TopReasonCount(ReasonIdx)
    END-PERFORM
    MOVE 99 TO ReasonColumn.
    PERFORM VARYING TopPickIdx FROM 1 BY 1 UNTIL TopPickIdx > 3
        MOVE ZERO TO TopBestIdx
        MOVE ZERO TO TopBestCount
        PERFORM VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 12
            IF TopReasonCount(ReasonIdx) > TopBestCount
                MOVE ReasonIdx TO TopBestIdx
                MOVE TopReasonCount(ReasonIdx) TO TopBestCount
            END-IF
        END-PERFORM
        IF TopBestIdx > ZERO
            MOVE TopBestIdx TO ReasonSlotDisplay
            MOVE "R" TO ReasonCodeText(1:1)
            MOVE ReasonSlotDisplay TO ReasonCodeText(2:3)
            MOVE ReasonCodeText TO ReasonDisplayCode
            MOVE TopBestCount TO ReasonDisplayCount
            MOVE ReasonDisplay TO PrintDetailLine(ReasonColumn:10)
            ADD 11 TO ReasonColumn
            MOVE ZERO TO TopReasonCount(TopBestIdx)
        END-IF
    END-PERFORM
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

WriteWholeFeedLine.  *> The supplier's whole-feed rejections, by envelope reason code
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "WHOLE-FEED REJECTIONS:" TO PrintDetailLine(16:22).
    MOVE 39 TO ReasonColumn.
    PERFORM VARYING ReasonIdx FROM 1 BY 1 UNTIL ReasonIdx > 8
        IF ScoreEnvReasonCount(ScoreIdx, ReasonIdx) > ZERO
            COMPUTE ReasonSlotDisplay = ReasonIdx + 100
            MOVE "R" TO ReasonCodeText(1:1)
            MOVE ReasonSlotDisplay TO ReasonCodeText(2:3)
            MOVE ReasonCodeText TO EnvReasonDisplayCode
            MOVE ScoreEnvReasonCount(ScoreIdx, ReasonIdx) TO EnvReasonDisplayCount
            MOVE EnvReasonDisplay TO PrintDetailLine(ReasonColumn:12)
            ADD 13 TO ReasonColumn
        END-IF
    END-PERFORM
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

WriteScorecardTotals.  *> Every supplier in the month together, after the last ranked line
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "ALL SUPPLIERS" TO PrintDetailLine(7:13).
    MOVE TotalEnvelopes TO EnvelopeEdit.
    MOVE EnvelopeEdit TO PrintDetailLine(29:5).
    MOVE TotalEnvelopesRejected TO EnvelopeEdit.
    MOVE EnvelopeEdit TO PrintDetailLine(35:5).
    MOVE TotalDetailCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(41:9).
    MOVE TotalAcceptedCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(51:9).
    MOVE TotalHeldCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(61:9).
    MOVE TotalReviewCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(71:9).
    MOVE TotalRejectedCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(81:9).
    IF TotalDetailCount > ZERO
        COMPUTE TotalRejectRate ROUNDED =
            TotalRejectedCount * 100 / TotalDetailCount
    END-IF
    MOVE TotalRejectRate TO RateEdit.
    MOVE RateEdit TO PrintDetailLine(92:6).
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.
    IF SupplierOverflowCount > ZERO
        DISPLAY "WARNING: " SupplierOverflowCount " envelope(s) folded"
            " into the last supplier slot - MaxSuppliers capacity"
            " exceeded; that supplier's line overstates it."
        IF RunReturnCode < 4
            MOVE 4 TO RunReturnCode
        END-IF
    END-IF.

CheckForPageBreak.  *> Start a fresh page, with the column headings, when the current one is full
    IF LinesOnPage >= LinesPerPage
        PERFORM StartNewPage
        MOVE PrintColumnLine TO PrintRecord
        WRITE PrintRecord
        ADD 1 TO LinesOnPage
    END-IF.

StartNewPage.  *> Page header with the month scored, run date and page number
    IF PageNumber > ZERO
        MOVE SPACES TO PrintRecord
        WRITE PrintRecord AFTER ADVANCING PAGE
    END-IF
    ADD 1 TO PageNumber.
    MOVE RunDateDisplay TO PrintTitleDate.
    MOVE PageNumber TO PrintTitlePage.
    MOVE PrintTitleLine TO PrintRecord.
    WRITE PrintRecord.
    MOVE ZERO TO LinesOnPage.

TerminateRun.  *> Close whatever actually opened
    IF StatisticsFileOpen
        CLOSE StatisticsFile
    END-IF
    IF SupplierFileOpen
        CLOSE SupplierFile
    END-IF
    IF PrintFileOpen
        CLOSE PrintFile
    END-IF.
