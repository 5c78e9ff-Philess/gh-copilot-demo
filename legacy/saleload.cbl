       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  SaleLoad.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> Monthly distributor sales feed load. The catalog says what we hold but
*> not what sells; the distributors' monthly units figures used to be
*> matched to albums by hand in a spreadsheet. This program loads them.
*>
*> The feed, SALESFD.DAT, is enveloped the way AlbEdit's ALBFEED.DAT is,
*> one record type per line, flagged in column 1:
*>     H  header  - distributor id (columns 2-9), feed date (10-17), feed
*>                  sequence number (18-23) and the sales month the units
*>                  belong to, YYYYMM (24-29)
*>     D  detail  - AlbumId (2-8, blank when the distributor does not know
*>                  it), RecordLabel (9-20), CatalogNumber (21-32) and the
*>                  units sold in the month (33-41)
*>     T  trailer - count of the D lines (2-10) and the total of their
*>                  units (11-21)
*> The file may hold several distributors' envelopes concatenated; every H
*> starts the next one and each is judged on its own. An envelope is
*> rejected whole - none of its units loaded - when it has no header or no
*> trailer, when the trailer's line count or units total does not agree
*> with the D lines read, when the header's sequence or sales month is
*> unusable, when its records are out of envelope order, or when the same
*> distributor's feed sequence number has already been loaded (the load
*> log SALESLOG.DAT) - a feed sent twice must not count its units twice.
*>
*> The load log carries two lines per envelope loaded: a started line (S),
*> written and forced to disk before the envelope's first unit is posted,
*> and a completed line (C) with its counts once every matched line is on
*> SALESHST.DAT. A feed sequence with a started line and no completed one
*> was part-posted by a run that abended or whose history writes failed;
*> it is refused, and operations told to restore SALESHST.DAT and
*> SALESLOG.DAT from the backup SALESJ takes ahead of the load, since
*> loading it again would count its posted units twice. An envelope whose
*> history write fails is left without its completed line for the same
*> reason.
*>
*> Within an accepted envelope each D line is matched to ALBUMS.DAT: by its
*> AlbumId when it carries one, otherwise by RecordLabel plus CatalogNumber
*> (a scratch index of every label and catalog pair on the master and on
*> the ALBHIST.DAT retirement archive, SALCWRK.DAT, is built at startup the
*> way AlbEdit builds ALBLCWRK.DAT). A matched line's units are added to
*> the album's record for the sales month on the SALESHST.DAT sales history
*> (copybook SALESHST), created on first sight with the album's Artist,
*> AlbumTitle, RecordLabel and Genre as they stand on the master. A line
*> that cannot be matched - no such AlbumId, no such label and catalog
*> pair, a pair held by more than one album, a retired album (on
*> ALBHIST.DAT, with its deletion date and reason), or unusable units - is
*> not loaded and is listed with its reason on the SALEEXCP.PRT exceptions
*> listing, under its envelope's heading, for the sales team to chase with
*> the distributor or correct and resend. Every envelope, accepted or
*> rejected, is headed on the listing with its verdict and closed with its
*> line, match and units counts.
*>
*> RETURN-CODE: 0 clean; 4 one or more lines went to the exceptions listing,
*> or ALBHIST.DAT was missing (retired albums are listed as not on the
*> catalog); 8 SALESFD.DAT or ALBUMS.DAT missing, or an envelope was
*> rejected (an interrupted earlier load among them); 12 SALESHST.DAT,
*> SALESLOG.DAT, SALCWRK.DAT or SALEEXCP.PRT would not open, or a write to
*> SALESHST.DAT or SALESLOG.DAT failed and an envelope was not completed.
*>
*> Modification history:
*>   Written when the distributors' monthly units figures were still
*>     matched to the catalog by hand, keyed off CatalogNumber.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT SalesFeedFile ASSIGN TO "SALESFD.DAT"  *> The distributors' enveloped monthly units feed
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SalesFeedFileStatus.

    SELECT AlbumFile ASSIGN TO "ALBUMS.DAT"  *> The album master - see AlbLoad/AlbMnt/AlbEdit, keyed on AlbumId
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF AlbumDetails
        ALTERNATE RECORD KEY IS Artist OF AlbumDetails WITH DUPLICATES
        FILE STATUS IS AlbumFileStatus.

    SELECT ArchiveFile ASSIGN TO "ALBHIST.DAT"  *> Retired albums - outgoing record, deletion date, reason - see AlbMnt
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF ArchiveDetails
        FILE STATUS IS ArchiveFileStatus.

    SELECT CatalogWorkFile ASSIGN TO "SALCWRK.DAT"  *> RecordLabel plus CatalogNumber of every album held or retired, for the match
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CatalogWorkKey
        FILE STATUS IS CatalogWorkFileStatus.

    SELECT SalesHistFile ASSIGN TO "SALESHST.DAT"  *> Units per AlbumId per sales month - see SaleRpt/TopArtist
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SalesHistKey
        FILE STATUS IS SalesHistFileStatus.

    SELECT SalesLogFile ASSIGN TO "SALESLOG.DAT"  *> Started and completed lines per envelope loaded - a feed sequence on it is never loaded again
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SalesLogFileStatus.

    SELECT PrintFile ASSIGN TO "SALEEXCP.PRT"  *> Print-image exceptions listing
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PrintFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD SalesFeedFile.  *> File description for the distributor sales feed
01 SalesFeedRecord.  *> One enveloped feed line - type byte plus body
   88  EndOfSalesFeed  VALUE HIGH-VALUES.  *> End of file marker
   02  SalesRecordType       PIC X(01).
       88  SalesHeaderRecord     VALUE "H".
       88  SalesDetailRecord     VALUE "D".
       88  SalesTrailerRecord    VALUE "T".
   02  SalesRecordBody       PIC X(40).
   02  SalesHeaderBody REDEFINES SalesRecordBody.  *> Body layout when SalesRecordType is "H"
       03  SalesDistributorId    PIC X(08).
       03  SalesFeedDate         PIC X(08).
       03  SalesFeedSequence     PIC X(06).
       03  SalesPeriod           PIC X(06).
       03  FILLER                PIC X(12).
   02  SalesDetailBody REDEFINES SalesRecordBody.  *> Body layout when SalesRecordType is "D"
       03  SalesAlbumIdText      PIC X(07).
       03  SalesRecordLabel      PIC X(12).
       03  SalesCatalogNumber    PIC X(12).
       03  SalesUnitsText        PIC X(09).
   02  SalesTrailerBody REDEFINES SalesRecordBody.  *> Body layout when SalesRecordType is "T"
       03  SalesTrailerCount     PIC X(09).
       03  SalesTrailerUnits     PIC X(11).
       03  FILLER                PIC X(20).

FD AlbumFile.  *> The album master, keyed on AlbumId
01 AlbumDetails.  *> Record description for AlbumDetails
   88  EndOfAlbumFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBUMRC.

FD ArchiveFile.  *> The album history archive - everything a "D" has retired
01 ArchiveDetails.  *> The outgoing record plus when and why it was retired
   88  EndOfArchiveFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBUMRC.
   02  DeletionDate       PIC 9(08).
   02  DeletionReason     PIC X(04).

FD CatalogWorkFile.  *> Scratch index of RecordLabel plus CatalogNumber - the AlbumId holding each pair
01 CatalogWorkRecord.
   02 CatalogWorkKey           PIC X(24).
   02 CatalogWorkAlbumId       PIC 9(07).
   02 CatalogWorkSource        PIC X(01).  *> M on the master, H retired on ALBHIST.DAT
   02 CatalogWorkShared        PIC X(01).  *> Y when more than one master AlbumId holds the pair
   02 CatalogWorkDeletionDate  PIC 9(08).  *> When a retired holder was deleted
   02 CatalogWorkDeletionReason PIC X(04).

FD SalesHistFile.  *> The sales history - units per album per month
01 SalesHistDetails.  *> Record description for SalesHistDetails
   COPY SALESHST.

FD SalesLogFile.  *> The load log - a started and a completed line per envelope whose units were loaded
01 SalesLogRecord.
   88  EndOfSalesLogFile  VALUE HIGH-VALUES.  *> End of file marker
   02 SalesLogTimestamp        PIC 9(14).  *> When the envelope was loaded
   02 SalesLogDistributorId    PIC X(08).
   02 SalesLogFeedSequence     PIC 9(06).
   02 SalesLogFeedDate         PIC 9(08).
   02 SalesLogPeriod           PIC 9(06).  *> YYYYMM the units belong to
   02 SalesLogLineCount        PIC 9(07).  *> D lines in the envelope
   02 SalesLogMatchedCount     PIC 9(07).  *> Lines whose units were loaded
   02 SalesLogExceptionCount   PIC 9(07).  *> Lines listed as exceptions
   02 SalesLogUnitsLoaded      PIC 9(11).
   02 SalesLogUnitsExcepted    PIC 9(11).
   02 SalesLogState            PIC X(01).  *> Counts are zero on a started line
      88 SalesLogStarted   VALUE "S".
      88 SalesLogCompleted VALUE "C".

FD PrintFile.  *> Paginated print-image report
01 PrintRecord                PIC X(132).

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 SalesFeedFileStatus      PIC X(02).
01 AlbumFileStatus          PIC X(02).
01 ArchiveFileStatus        PIC X(02).
01 CatalogWorkFileStatus    PIC X(02).
01 SalesHistFileStatus      PIC X(02).
01 SalesLogFileStatus       PIC X(02).
01 PrintFileStatus          PIC X(02).

01 SalesFeedState           PIC X(01) VALUE "Y".  *> Did SALESFD.DAT open - nothing to load without it
   88 SalesFeedAvailable VALUE "Y".
   88 SalesFeedMissing   VALUE "N".
01 AlbumMasterState         PIC X(01) VALUE "Y".  *> Did ALBUMS.DAT open - nothing can be matched without it
   88 AlbumMasterAvailable VALUE "Y".
   88 AlbumMasterMissing   VALUE "N".
01 ArchiveFileIsOpen        PIC X(01) VALUE "N".  *> Did OPEN INPUT actually succeed - retired albums read as not on the catalog without it
   88 ArchiveFileOpen VALUE "Y".
01 CatalogWorkFileIsOpen    PIC X(01) VALUE "N".
   88 CatalogWorkFileOpen VALUE "Y".
01 SalesHistFileIsOpen      PIC X(01) VALUE "N".
   88 SalesHistFileOpen VALUE "Y".
01 SalesLogFileIsOpen       PIC X(01) VALUE "N".
   88 SalesLogFileOpen VALUE "Y".
01 PrintFileIsOpen          PIC X(01) VALUE "N".
   88 PrintFileOpen VALUE "Y".
01 IndexBuildState          PIC X(01).
   88 IndexBuildComplete    VALUE "Y".
   88 IndexBuildNotComplete VALUE "N".

01 RunDate                  PIC 9(08).
01 RunTime                  PIC 9(08).  *> HHMMSSss as returned by ACCEPT FROM TIME
01 RunTimestamp             PIC 9(14).  *> Stamped on the history records and load log lines this run writes

*> Feed sequences already loaded, off SALESLOG.DAT
01 MaxLoadedFeeds           PIC 9(04) VALUE 2000.  *> Maximum earlier loads this run can hold
01 LoadedFeedCount          PIC 9(04) VALUE ZERO.
01 LoadedFeedTable.
   02 LoadedFeedEntry OCCURS 2000 TIMES.
      03 LoadedDistributorId   PIC X(08).
      03 LoadedFeedSequence    PIC 9(06).
      03 LoadedState           PIC X(01).  *> S started only - an interrupted load; C completed
01 LoadedIdx                PIC 9(04).
01 LoadedFoundIdx           PIC 9(04).
01 LoadedFeedOverflow       PIC 9(07) VALUE ZERO.  *> Load log lines beyond the table - their sequences go unchecked

*> The envelope being judged on the first pass
01 EnvelopeState            PIC X(01) VALUE "N".
   88 EnvelopeIsOpen  VALUE "Y".
   88 EnvelopeNotOpen VALUE "N".
01 FeedHeaderWasSeen        PIC X(01) VALUE "N".
   88 FeedHeaderSeen VALUE "Y".
01 FeedTrailerWasSeen       PIC X(01) VALUE "N".
   88 FeedTrailerSeen VALUE "Y".
01 FeedDisposition          PIC X(01) VALUE "A".  *> The envelope's verdict - the first failure's reason stands
   88 FeedAccepted VALUE "A".
   88 FeedRejected VALUE "R".
01 FeedRejectReason         PIC X(40) VALUE SPACES.
01 FeedDistributorWork      PIC X(08).
01 FeedSequenceWork         PIC 9(06).
01 FeedDateWork             PIC 9(08).
01 FeedPeriodWork           PIC 9(06).
01 EnvelopeDetailCount      PIC 9(09) VALUE ZERO.  *> D lines actually read in the envelope
01 EnvelopeUnitsTotal       PIC 9(11) VALUE ZERO.  *> Units on those lines, the usable ones
01 EnvelopeTrailerCount     PIC 9(09) VALUE ZERO.  *> The trailer's claimed line count
01 EnvelopeTrailerUnits     PIC 9(11) VALUE ZERO.  *> The trailer's claimed units total
01 LineUnits                PIC 9(09).

*> Every envelope's verdict, from the first pass to the apply pass
01 MaxEnvelopes             PIC 9(03) VALUE 100.  *> Maximum envelopes one file may carry
01 EnvelopeCount            PIC 9(03) VALUE ZERO.
01 EnvelopesFound           PIC 9(05) VALUE ZERO.
01 EnvelopeTable.
   02 EnvelopeEntry OCCURS 100 TIMES.
      03 EnvDistributorId      PIC X(08).
      03 EnvFeedSequence       PIC 9(06).
      03 EnvFeedDate           PIC 9(08).
      03 EnvPeriod             PIC 9(06).
      03 EnvDisposition        PIC X(01).
      03 EnvRejectReason       PIC X(40).
      03 EnvHeaderState        PIC X(01).
01 EnvIdx                   PIC 9(03).
01 ApplyEnvIdx              PIC 9(03) VALUE ZERO.

*> The line under the match
01 LineNumber               PIC 9(07) VALUE ZERO.  *> D line within its envelope
01 LineMatchState           PIC X(01).
   88 LineMatched   VALUE "Y".
   88 LineUnmatched VALUE "N".
01 LineExceptionReason      PIC X(60).
01 LineExceptionKind        PIC X(01).  *> U unmatched, R retired, X unusable line
01 MatchAlbumId             PIC 9(07).
01 DeletionDateWork         PIC 9(08).
01 DeletionReasonWork       PIC X(04).

*> Counts for the envelope being applied
01 ApplyEnvelopeCounts.
   02 ApplyLineCount           PIC 9(07).
   02 ApplyMatchedCount        PIC 9(07).
   02 ApplyExceptionCount      PIC 9(07).
   02 ApplyUnitsLoaded         PIC 9(11).
   02 ApplyUnitsExcepted       PIC 9(11).
01 EnvelopeHistoryState     PIC X(01) VALUE "N".  *> Did any SALESHST.DAT write for the envelope fail
   88 EnvelopeHistoryFailed VALUE "Y".
   88 EnvelopeHistoryIntact VALUE "N".
01 HistoryWriteState        PIC X(01) VALUE "N".  *> Did the line's SALESHST.DAT write fail
   88 HistoryWriteFailed VALUE "Y".
   88 HistoryWriteDone   VALUE "N".

*> Counts for the run
01 EnvelopesAccepted        PIC 9(05) VALUE ZERO.
01 EnvelopesRejected        PIC 9(05) VALUE ZERO.
01 EnvelopesIncomplete      PIC 9(05) VALUE ZERO.  *> Part-posted - a history write failed, no completed line logged
01 LinesRead                PIC 9(09) VALUE ZERO.  *> D lines read on the apply pass, every envelope
01 LinesMatched             PIC 9(09) VALUE ZERO.
01 LinesUnmatched           PIC 9(09) VALUE ZERO.  *> Not on the catalog, or on it more than once
01 LinesRetired             PIC 9(09) VALUE ZERO.  *> The album is retired on ALBHIST.DAT
01 LinesUnusable            PIC 9(09) VALUE ZERO.  *> Units or AlbumId not usable, or nothing to match on
01 LinesNotLoaded           PIC 9(09) VALUE ZERO.  *> Lines of rejected envelopes
01 UnitsLoaded              PIC 9(11) VALUE ZERO.
01 HistoryAdded             PIC 9(09) VALUE ZERO.  *> New album-month records on SALESHST.DAT
01 HistoryUpdated           PIC 9(09) VALUE ZERO.  *> Existing album-month records added to

*> Step return code - 0 clean, 4 exceptions listed, 8 input missing or envelope rejected, 12 I/O error or envelope not completed
01 RunReturnCode            PIC 9(02) VALUE ZERO.
01 ProposedReturnCode       PIC 9(02) VALUE ZERO.

*> Print file controls - same paging pattern as CatComp's CATCOMP.PRT
01 RunDateDisplay           PIC X(10).
01 DateToFormat             PIC 9(08).
01 DateDisplay              PIC X(10).  *> MM/DD/YYYY
01 LinesOnPage              PIC 9(03) VALUE ZERO.
01 LinesPerPage             PIC 9(03) VALUE 60.
01 PageNumber               PIC 9(05) VALUE ZERO.
01 SectionTitle             PIC X(40) VALUE SPACES.  *> Which section the page belongs to, on every page heading
01 PrintTitleLine.
   02 FILLER PIC X(01) VALUE SPACE.
   02 FILLER PIC X(34) VALUE "SALES FEED LOAD EXCEPTIONS".
   02 PrintTitleSection PIC X(40).
   02 FILLER PIC X(12) VALUE "  RUN DATE: ".
   02 PrintTitleDate PIC X(10).
   02 FILLER PIC X(08) VALUE "  PAGE: ".
   02 PrintTitlePage PIC ZZZZ9.
01 PrintColumnLine.  *> Repeated after every page break
   02 FILLER PIC X(17) VALUE " LINE    ALBUMID ".
   02 FILLER PIC X(13) VALUE "LABEL".
   02 FILLER PIC X(13) VALUE "CATALOG NO".
   02 FILLER PIC X(12) VALUE "     UNITS  ".
   02 FILLER PIC X(20) VALUE "EXCEPTION".
01 PrintDetailLine          PIC X(132).  *> Print detail line built up before being written
01 CountEdit                PIC ZZZZZZZZ9.
01 UnitsEdit                PIC ZZZZZZZZZZ9.
01 LineEdit                 PIC ZZZZZZ9.
01 AlbumIdEdit              PIC 9(07).

PROCEDURE DIVISION.  *> Start of the procedure division
    PERFORM InitializeRun.
    IF SalesFeedAvailable AND AlbumMasterAvailable AND RunReturnCode < 12
        PERFORM LoadPreviousLoads
        PERFORM CheckEnvelopes
        PERFORM BuildCatalogIndex
        PERFORM ApplySalesFeed
        PERFORM WriteRunSummary
    ELSE
        DISPLAY "No sales loaded this run."
    END-IF
    PERFORM TerminateRun.
    DISPLAY "SaleLoad complete - " EnvelopesAccepted " envelope(s) loaded, "
        EnvelopesRejected " rejected, " EnvelopesIncomplete
        " not completed; " LinesMatched " lines matched for "
        UnitsLoaded " units, " LinesUnmatched " unmatched, " LinesRetired
        " retired, " LinesUnusable " unusable.".
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

RaiseReturnCode.  *> A step return code only ever worsens - the highest proposal stands
    IF ProposedReturnCode > RunReturnCode
        MOVE ProposedReturnCode TO RunReturnCode
    END-IF.

InitializeRun.  *> Open the feed, the master and its archive, the history, the log and the listing
    ACCEPT RunDate FROM DATE YYYYMMDD.  *> Gather the run date for the print report headers
    ACCEPT RunTime FROM TIME.
    MOVE RunDate TO RunTimestamp(1:8).
    MOVE RunTime(1:6) TO RunTimestamp(9:6).
    MOVE RunDate TO DateToFormat.
    PERFORM FormatDate.
    MOVE DateDisplay TO RunDateDisplay.

    OPEN INPUT SalesFeedFile.
    IF SalesFeedFileStatus NOT = "00"
        DISPLAY "SALESFD.DAT not available (status " SalesFeedFileStatus
            ") - nothing to load."
        SET SalesFeedMissing TO TRUE
        MOVE 8 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    ELSE
        CLOSE SalesFeedFile  *> Re-opened for each pass
    END-IF
    OPEN INPUT AlbumFile.
    IF AlbumFileStatus NOT = "00"
        DISPLAY "ALBUMS.DAT not available (status " AlbumFileStatus
            ") - no sales line can be matched; nothing loaded."
        SET AlbumMasterMissing TO TRUE
        MOVE 8 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    OPEN INPUT ArchiveFile.
    IF ArchiveFileStatus = "00"
        SET ArchiveFileOpen TO TRUE
    ELSE
        DISPLAY "WARNING: ALBHIST.DAT not available (status "
            ArchiveFileStatus ") - a retired album's lines will be listed"
            " as not on the catalog."
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF

    OPEN OUTPUT CatalogWorkFile.  *> Rebuilt every run
    CLOSE CatalogWorkFile.
    OPEN I-O CatalogWorkFile.
    IF CatalogWorkFileStatus = "00"
        SET CatalogWorkFileOpen TO TRUE
    ELSE
        DISPLAY "SALCWRK.DAT would not open (status "
            CatalogWorkFileStatus ")."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    OPEN I-O SalesHistFile.  *> Create it on the very first run, the way AlbMnt creates its files
    IF SalesHistFileStatus = "35"
        OPEN OUTPUT SalesHistFile
        CLOSE SalesHistFile
        OPEN I-O SalesHistFile
    END-IF
    IF SalesHistFileStatus = "00"
        SET SalesHistFileOpen TO TRUE
    ELSE
        DISPLAY "SALESHST.DAT would not open (status "
            SalesHistFileStatus ") - nothing loaded."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    OPEN OUTPUT PrintFile.
    IF PrintFileStatus = "00"
        SET PrintFileOpen TO TRUE
    ELSE
        DISPLAY "SALEEXCP.PRT would not open (status " PrintFileStatus
            ") - nothing loaded; the exceptions would go unreported."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

LoadPreviousLoads.  *> Every distributor feed sequence already loaded, then the log re-opened to append
    OPEN INPUT SalesLogFile.
    IF SalesLogFileStatus = "00"
        PERFORM UNTIL EndOfSalesLogFile
            READ SalesLogFile
                AT END SET EndOfSalesLogFile TO TRUE
            END-READ
            IF NOT EndOfSalesLogFile AND SalesLogFeedSequence NUMERIC
                PERFORM RecordPreviousLoad
            END-IF
        END-PERFORM
        CLOSE SalesLogFile
    END-IF
    IF LoadedFeedOverflow > ZERO
        DISPLAY "WARNING: " LoadedFeedOverflow " SALESLOG.DAT line(s)"
            " beyond the table - those feeds are not checked for a reload."
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    OPEN EXTEND SalesLogFile.  *> Append; EXTEND creates the file on its first run
    IF SalesLogFileStatus = "35"
        OPEN OUTPUT SalesLogFile
    END-IF
    IF SalesLogFileStatus = "00"
        SET SalesLogFileOpen TO TRUE
    ELSE
        DISPLAY "SALESLOG.DAT would not open (status " SalesLogFileStatus
            ") - nothing loaded; a load not logged could be loaded again."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

RecordPreviousLoad.  *> One log line into the table - a completed line settles its feed's started one
    MOVE ZERO TO LoadedFoundIdx.
    PERFORM VARYING LoadedIdx FROM 1 BY 1
        UNTIL LoadedIdx > LoadedFeedCount OR LoadedFoundIdx > ZERO
        IF LoadedDistributorId(LoadedIdx) = SalesLogDistributorId
            AND LoadedFeedSequence(LoadedIdx) = SalesLogFeedSequence
            MOVE LoadedIdx TO LoadedFoundIdx
        END-IF
    END-PERFORM
    IF LoadedFoundIdx = ZERO
        IF LoadedFeedCount < MaxLoadedFeeds
            ADD 1 TO LoadedFeedCount
            MOVE LoadedFeedCount TO LoadedFoundIdx
            MOVE SalesLogDistributorId TO LoadedDistributorId(LoadedFoundIdx)
            MOVE SalesLogFeedSequence TO LoadedFeedSequence(LoadedFoundIdx)
            MOVE "S" TO LoadedState(LoadedFoundIdx)
        ELSE
            ADD 1 TO LoadedFeedOverflow
        END-IF
    END-IF
    IF LoadedFoundIdx > ZERO AND NOT SalesLogStarted
        MOVE "C" TO LoadedState(LoadedFoundIdx)
    END-IF.

CheckEnvelopes.  *> First pass - judge every envelope before a single unit is loaded
    OPEN INPUT SalesFeedFile.
    PERFORM UNTIL EndOfSalesFeed
        READ SalesFeedFile
            AT END SET EndOfSalesFeed TO TRUE
        END-READ
        IF NOT EndOfSalesFeed
            PERFORM CheckEnvelopeRecord
        END-IF
    END-PERFORM
    IF EnvelopeIsOpen
        PERFORM CloseEnvelopeEntry
    END-IF
    CLOSE SalesFeedFile.
    MOVE SPACES TO SalesFeedRecord.
    IF EnvelopesFound = ZERO
        DISPLAY "SALESFD.DAT is empty - nothing to load."
    END-IF.

CheckEnvelopeRecord.  *> Classify one feed line - every H starts the next envelope
    IF SalesHeaderRecord
        IF EnvelopeIsOpen
            PERFORM CloseEnvelopeEntry
        END-IF
        PERFORM StartEnvelopeEntry
        MOVE SalesDistributorId TO FeedDistributorWork
        IF SalesFeedSequence NOT NUMERIC OR SalesPeriod NOT NUMERIC
            OR SalesPeriod(5:2) < "01" OR SalesPeriod(5:2) > "12"
            IF FeedAccepted
                SET FeedRejected TO TRUE
                MOVE "Header sequence or sales month unusable"
                    TO FeedRejectReason
            END-IF
        ELSE
            SET FeedHeaderSeen TO TRUE
            MOVE SalesFeedSequence TO FeedSequenceWork
            MOVE SalesPeriod TO FeedPeriodWork
            IF SalesFeedDate NUMERIC
                MOVE SalesFeedDate TO FeedDateWork
            END-IF
        END-IF
    ELSE
        IF NOT EnvelopeIsOpen
            PERFORM StartEnvelopeEntry  *> Records ahead of any header - an envelope with no header
        END-IF
        EVALUATE TRUE
            WHEN SalesDetailRecord
                IF NOT FeedHeaderSeen OR FeedTrailerSeen
                    PERFORM RejectEnvelopeForStructure
                END-IF
                ADD 1 TO EnvelopeDetailCount
                IF SalesUnitsText NUMERIC
                    MOVE SalesUnitsText TO LineUnits
                    ADD LineUnits TO EnvelopeUnitsTotal
                END-IF
            WHEN SalesTrailerRecord
                IF NOT FeedHeaderSeen OR FeedTrailerSeen
                    OR SalesTrailerCount NOT NUMERIC
                    OR SalesTrailerUnits NOT NUMERIC
                    PERFORM RejectEnvelopeForStructure
                ELSE
                    SET FeedTrailerSeen TO TRUE
                    MOVE SalesTrailerCount TO EnvelopeTrailerCount
                    MOVE SalesTrailerUnits TO EnvelopeTrailerUnits
                END-IF
            WHEN OTHER
                PERFORM RejectEnvelopeForStructure
        END-EVALUATE
    END-IF.

StartEnvelopeEntry.  *> Fresh working state for the envelope just begun
    SET EnvelopeIsOpen TO TRUE.
    MOVE "A" TO FeedDisposition.
    MOVE "N" TO FeedHeaderWasSeen.
    MOVE "N" TO FeedTrailerWasSeen.
    MOVE ZERO TO EnvelopeDetailCount EnvelopeUnitsTotal.
    MOVE ZERO TO EnvelopeTrailerCount EnvelopeTrailerUnits.
    MOVE ZERO TO FeedSequenceWork FeedDateWork FeedPeriodWork.
    MOVE SPACES TO FeedDistributorWork.
    MOVE SPACES TO FeedRejectReason.

RejectEnvelopeForStructure.  *> A record type out of envelope order - the envelope's first failure's reason stands
    IF FeedAccepted
        SET FeedRejected TO TRUE
        MOVE "Records out of envelope order" TO FeedRejectReason
    END-IF.

CloseEnvelopeEntry.  *> End-of-envelope checks, then the verdict into the envelope table
    IF FeedAccepted AND NOT FeedHeaderSeen
        SET FeedRejected TO TRUE
        MOVE "No header record on envelope" TO FeedRejectReason
    END-IF
    IF FeedAccepted AND NOT FeedTrailerSeen
        SET FeedRejected TO TRUE
        MOVE "No trailer record on envelope" TO FeedRejectReason
    END-IF
    IF FeedAccepted AND EnvelopeTrailerCount NOT = EnvelopeDetailCount
        SET FeedRejected TO TRUE
        MOVE "Trailer count does not match lines read" TO FeedRejectReason
    END-IF
    IF FeedAccepted AND EnvelopeTrailerUnits NOT = EnvelopeUnitsTotal
        SET FeedRejected TO TRUE
        MOVE "Trailer units do not match lines read" TO FeedRejectReason
    END-IF
    IF FeedAccepted
        PERFORM CheckAlreadyLoaded
    END-IF
    ADD 1 TO EnvelopesFound.
    IF EnvelopeCount < MaxEnvelopes
        ADD 1 TO EnvelopeCount
        MOVE FeedDistributorWork TO EnvDistributorId(EnvelopeCount)
        MOVE FeedSequenceWork TO EnvFeedSequence(EnvelopeCount)
        MOVE FeedDateWork TO EnvFeedDate(EnvelopeCount)
        MOVE FeedPeriodWork TO EnvPeriod(EnvelopeCount)
        MOVE FeedDisposition TO EnvDisposition(EnvelopeCount)
        MOVE FeedRejectReason TO EnvRejectReason(EnvelopeCount)
        MOVE FeedHeaderWasSeen TO EnvHeaderState(EnvelopeCount)
    ELSE
        DISPLAY "Envelope " EnvelopesFound " exceeds the " MaxEnvelopes
            " this run can hold - it will be rejected; split the file"
            " and re-run the rest."
    END-IF
    SET EnvelopeNotOpen TO TRUE.

CheckAlreadyLoaded.  *> A distributor's feed sequence loads once - on the log, or earlier in this same file
    PERFORM VARYING LoadedIdx FROM 1 BY 1
        UNTIL LoadedIdx > LoadedFeedCount OR FeedRejected
        IF LoadedDistributorId(LoadedIdx) = FeedDistributorWork
            AND LoadedFeedSequence(LoadedIdx) = FeedSequenceWork
            SET FeedRejected TO TRUE
            IF LoadedState(LoadedIdx) = "C"
                MOVE "Feed sequence already loaded" TO FeedRejectReason
            ELSE
                MOVE "Load interrupted - restore SALESHST.DAT"
                    TO FeedRejectReason
                DISPLAY "Distributor " FeedDistributorWork " sequence "
                    FeedSequenceWork " was started on SALESLOG.DAT but"
                    " never completed - SALESHST.DAT holds part of its"
                    " units. Restore SALESHST.DAT and SALESLOG.DAT from"
                    " the SALESJ backup taken ahead of that run, then"
                    " resubmit."
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING EnvIdx FROM 1 BY 1
        UNTIL EnvIdx > EnvelopeCount OR FeedRejected
        IF EnvDistributorId(EnvIdx) = FeedDistributorWork
            AND EnvFeedSequence(EnvIdx) = FeedSequenceWork
            AND EnvDisposition(EnvIdx) = "A"
            SET FeedRejected TO TRUE
            MOVE "Feed sequence repeated in this file" TO FeedRejectReason
        END-IF
    END-PERFORM.

BuildCatalogIndex.  *> Index every label and catalog pair on the master, then the retired ones
    SET IndexBuildNotComplete TO TRUE.
    MOVE ZERO TO AlbumId OF AlbumDetails.
    START AlbumFile KEY IS GREATER THAN AlbumId OF AlbumDetails
        INVALID KEY
            SET IndexBuildComplete TO TRUE  *> Empty master - nothing to index
    END-START
    PERFORM UNTIL IndexBuildComplete
        READ AlbumFile NEXT RECORD
            AT END SET IndexBuildComplete TO TRUE
        END-READ
        IF NOT IndexBuildComplete
            PERFORM IndexMasterRecord
        END-IF
    END-PERFORM
    IF ArchiveFileOpen
        SET IndexBuildNotComplete TO TRUE
        MOVE ZERO TO AlbumId OF ArchiveDetails
        START ArchiveFile KEY IS GREATER THAN AlbumId OF ArchiveDetails
            INVALID KEY
                SET IndexBuildComplete TO TRUE  *> Nothing ever retired
        END-START
        PERFORM UNTIL IndexBuildComplete
            READ ArchiveFile NEXT RECORD
                AT END SET IndexBuildComplete TO TRUE
            END-READ
            IF NOT IndexBuildComplete
                PERFORM IndexArchiveRecord
            END-IF
        END-PERFORM
    END-IF.

IndexMasterRecord.  *> A master album's label and catalog pair - a second holder marks the pair shared
    IF RecordLabel OF AlbumDetails NOT = SPACES
        AND CatalogNumber OF AlbumDetails NOT = SPACES
        MOVE RecordLabel OF AlbumDetails TO CatalogWorkKey(1:12)
        MOVE CatalogNumber OF AlbumDetails TO CatalogWorkKey(13:12)
        MOVE AlbumId OF AlbumDetails TO CatalogWorkAlbumId
        MOVE "M" TO CatalogWorkSource
        MOVE "N" TO CatalogWorkShared
        MOVE ZERO TO CatalogWorkDeletionDate
        MOVE SPACES TO CatalogWorkDeletionReason
        WRITE CatalogWorkRecord
            INVALID KEY
                READ CatalogWorkFile
                    NOT INVALID KEY
                        MOVE "Y" TO CatalogWorkShared
                        REWRITE CatalogWorkRecord
                END-READ
        END-WRITE
    END-IF.

IndexArchiveRecord.  *> A retired album's label and catalog pair - a live holder of the same pair stands
    IF RecordLabel OF ArchiveDetails NOT = SPACES
        AND CatalogNumber OF ArchiveDetails NOT = SPACES
        MOVE RecordLabel OF ArchiveDetails TO CatalogWorkKey(1:12)
        MOVE CatalogNumber OF ArchiveDetails TO CatalogWorkKey(13:12)
        MOVE AlbumId OF ArchiveDetails TO CatalogWorkAlbumId
        MOVE "H" TO CatalogWorkSource
        MOVE "N" TO CatalogWorkShared
        MOVE DeletionDate TO CatalogWorkDeletionDate
        MOVE DeletionReason TO CatalogWorkDeletionReason
        WRITE CatalogWorkRecord
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF.

ApplySalesFeed.  *> Second pass - load each accepted envelope's matched lines, list the rest
    OPEN INPUT SalesFeedFile.
    IF SalesFeedFileStatus NOT = "00"
        DISPLAY "SALESFD.DAT would not re-open for the load (status "
            SalesFeedFileStatus ") - nothing loaded."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    ELSE
        SET EnvelopeNotOpen TO TRUE
        PERFORM UNTIL EndOfSalesFeed
            READ SalesFeedFile
                AT END SET EndOfSalesFeed TO TRUE
            END-READ
            IF NOT EndOfSalesFeed
                IF SalesHeaderRecord OR NOT EnvelopeIsOpen
                    PERFORM BeginApplyEnvelope  *> The same boundary rule as the first pass
                END-IF
                IF SalesDetailRecord
                    ADD 1 TO LinesRead
                    ADD 1 TO ApplyLineCount
                    ADD 1 TO LineNumber
                    IF FeedRejected
                        ADD 1 TO LinesNotLoaded
                        IF SalesUnitsText NUMERIC
                            MOVE SalesUnitsText TO LineUnits
                            ADD LineUnits TO ApplyUnitsExcepted
                        END-IF
                    ELSE
                        PERFORM LoadSalesLine
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF EnvelopeIsOpen
            PERFORM FinishApplyEnvelope
        END-IF
        CLOSE SalesFeedFile
    END-IF.

BeginApplyEnvelope.  *> Close out the previous envelope and head the next one with its verdict
    IF EnvelopeIsOpen
        PERFORM FinishApplyEnvelope
    END-IF
    SET EnvelopeIsOpen TO TRUE.
    ADD 1 TO ApplyEnvIdx.
    IF ApplyEnvIdx > EnvelopeCount
        MOVE "R" TO FeedDisposition  *> Beyond the envelope table - rejected whole
        MOVE "Too many envelopes in one file" TO FeedRejectReason
        MOVE SPACES TO FeedDistributorWork
        MOVE ZERO TO FeedSequenceWork FeedDateWork FeedPeriodWork
    ELSE
        MOVE EnvDistributorId(ApplyEnvIdx) TO FeedDistributorWork
        MOVE EnvFeedSequence(ApplyEnvIdx) TO FeedSequenceWork
        MOVE EnvFeedDate(ApplyEnvIdx) TO FeedDateWork
        MOVE EnvPeriod(ApplyEnvIdx) TO FeedPeriodWork
        MOVE EnvDisposition(ApplyEnvIdx) TO FeedDisposition
        MOVE EnvRejectReason(ApplyEnvIdx) TO FeedRejectReason
    END-IF
    INITIALIZE ApplyEnvelopeCounts.
    SET EnvelopeHistoryIntact TO TRUE.
    MOVE ZERO TO LineNumber.
    IF FeedAccepted
        PERFORM LogEnvelopeStarted
    END-IF
    MOVE SPACES TO SectionTitle.
    STRING "DISTRIBUTOR " FeedDistributorWork " SEQUENCE "
           FeedSequenceWork DELIMITED BY SIZE INTO SectionTitle
    END-STRING.
    PERFORM StartNewPage.
    MOVE SPACES TO PrintDetailLine.
    MOVE "SALES MONTH" TO PrintDetailLine(2:11).
    MOVE FeedPeriodWork(1:4) TO PrintDetailLine(14:4).
    MOVE "-" TO PrintDetailLine(18:1).
    MOVE FeedPeriodWork(5:2) TO PrintDetailLine(19:2).
    MOVE "FEED DATE" TO PrintDetailLine(23:9).
    MOVE FeedDateWork TO DateToFormat.
    PERFORM FormatDate.
    MOVE DateDisplay TO PrintDetailLine(33:10).
    IF FeedAccepted
        MOVE "ACCEPTED" TO PrintDetailLine(45:8)
    ELSE
        MOVE "REJECTED - NOTHING LOADED:" TO PrintDetailLine(45:26)
        MOVE FeedRejectReason TO PrintDetailLine(72:40)
    END-IF
    PERFORM WritePrintLine.
    PERFORM WriteColumnHeadings.

LogEnvelopeStarted.  *> The started line on disk before the envelope's first unit is posted
    IF SalesLogFileOpen
        MOVE RunTimestamp TO SalesLogTimestamp
        MOVE FeedDistributorWork TO SalesLogDistributorId
        MOVE FeedSequenceWork TO SalesLogFeedSequence
        MOVE FeedDateWork TO SalesLogFeedDate
        MOVE FeedPeriodWork TO SalesLogPeriod
        MOVE ZERO TO SalesLogLineCount SalesLogMatchedCount
        MOVE ZERO TO SalesLogExceptionCount SalesLogUnitsLoaded
        MOVE ZERO TO SalesLogUnitsExcepted
        SET SalesLogStarted TO TRUE
        WRITE SalesLogRecord
        IF SalesLogFileStatus = "00"
            CLOSE SalesLogFile  *> Closed and re-opened so the line is written out before any posting
            OPEN EXTEND SalesLogFile
        END-IF
        IF SalesLogFileStatus NOT = "00"
            DISPLAY "SALESLOG.DAT write failed (status "
                SalesLogFileStatus ") - no further envelope is loaded."
            MOVE "N" TO SalesLogFileIsOpen
            MOVE 12 TO ProposedReturnCode
            PERFORM RaiseReturnCode
        END-IF
    END-IF
    IF NOT SalesLogFileOpen  *> A load not logged could be loaded again
        MOVE "R" TO FeedDisposition
        MOVE "SALESLOG.DAT would not take the load" TO FeedRejectReason
    END-IF.

FinishApplyEnvelope.  *> The envelope's counts, and its load logged so it can never load twice
    IF FeedAccepted AND EnvelopeHistoryFailed
        ADD 1 TO EnvelopesIncomplete  *> Left on the log as started - the next run refuses it until restored
        DISPLAY "Envelope " ApplyEnvIdx " - distributor "
            FeedDistributorWork " sequence " FeedSequenceWork
            " NOT COMPLETED: a SALESHST.DAT write failed after "
            ApplyMatchedCount " of " ApplyLineCount " lines were posted."
            " Restore SALESHST.DAT and SALESLOG.DAT from the SALESJ"
            " backup before resubmitting."
        PERFORM CheckForPageBreak
        MOVE SPACES TO PrintDetailLine
        MOVE "NOT COMPLETED - SALESHST.DAT WRITE FAILED; RESTORE FROM"
            TO PrintDetailLine(2:55)
        MOVE "THE SALESJ BACKUP BEFORE RESUBMITTING" TO PrintDetailLine(58:37)
        PERFORM WritePrintLine
    END-IF
    IF FeedAccepted AND EnvelopeHistoryIntact
        ADD 1 TO EnvelopesAccepted
        MOVE RunTimestamp TO SalesLogTimestamp
        MOVE FeedDistributorWork TO SalesLogDistributorId
        MOVE FeedSequenceWork TO SalesLogFeedSequence
        MOVE FeedDateWork TO SalesLogFeedDate
        MOVE FeedPeriodWork TO SalesLogPeriod
        MOVE ApplyLineCount TO SalesLogLineCount
        MOVE ApplyMatchedCount TO SalesLogMatchedCount
        MOVE ApplyExceptionCount TO SalesLogExceptionCount
        MOVE ApplyUnitsLoaded TO SalesLogUnitsLoaded
        MOVE ApplyUnitsExcepted TO SalesLogUnitsExcepted
        SET SalesLogCompleted TO TRUE
        WRITE SalesLogRecord
        IF SalesLogFileStatus NOT = "00"
            DISPLAY "SALESLOG.DAT write failed (status "
                SalesLogFileStatus ") on the completed line for distributor "
                FeedDistributorWork " sequence " FeedSequenceWork
                " - it will be refused as interrupted until restored."
            MOVE 12 TO ProposedReturnCode
            PERFORM RaiseReturnCode
        END-IF
        DISPLAY "Envelope " ApplyEnvIdx " - distributor "
            FeedDistributorWork " sequence " FeedSequenceWork
            " LOADED: " ApplyMatchedCount " of " ApplyLineCount " lines."
    END-IF
    IF FeedRejected
        ADD 1 TO EnvelopesRejected
        MOVE 8 TO ProposedReturnCode
        PERFORM RaiseReturnCode
        DISPLAY "Envelope " ApplyEnvIdx " - distributor "
            FeedDistributorWork " sequence " FeedSequenceWork
            " REJECTED: " FeedRejectReason
    END-IF
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    PERFORM WritePrintLine.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "LINES" TO PrintDetailLine(2:5).
    MOVE ApplyLineCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(8:9).
    MOVE "MATCHED" TO PrintDetailLine(19:7).
    MOVE ApplyMatchedCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(27:9).
    MOVE "EXCEPTIONS" TO PrintDetailLine(38:10).
    MOVE ApplyExceptionCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(49:9).
    MOVE "UNITS LOADED" TO PrintDetailLine(60:12).
    MOVE ApplyUnitsLoaded TO UnitsEdit.
    MOVE UnitsEdit TO PrintDetailLine(73:11).
    MOVE "UNITS NOT LOADED" TO PrintDetailLine(86:16).
    MOVE ApplyUnitsExcepted TO UnitsEdit.
    MOVE UnitsEdit TO PrintDetailLine(103:11).
    PERFORM WritePrintLine.
    SET EnvelopeNotOpen TO TRUE.

LoadSalesLine.  *> Match one line to the catalog - its units onto the history, or the line onto the listing
    PERFORM MatchSalesLine.
    IF LineMatched
        MOVE SalesUnitsText TO LineUnits
        PERFORM PostSalesHistory
        IF HistoryWriteDone  *> A failed write loaded nothing
            ADD 1 TO LinesMatched ApplyMatchedCount
            ADD LineUnits TO UnitsLoaded ApplyUnitsLoaded
        END-IF
    ELSE
        ADD 1 TO ApplyExceptionCount
        EVALUATE LineExceptionKind
            WHEN "R"
                ADD 1 TO LinesRetired
            WHEN "U"
                ADD 1 TO LinesUnmatched
            WHEN OTHER
                ADD 1 TO LinesUnusable
        END-EVALUATE
        IF SalesUnitsText NUMERIC
            MOVE SalesUnitsText TO LineUnits
            ADD LineUnits TO ApplyUnitsExcepted
        END-IF
        PERFORM WriteExceptionLine
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

MatchSalesLine.  *> By AlbumId when the line carries one, else by RecordLabel plus CatalogNumber
    SET LineUnmatched TO TRUE.
    MOVE SPACES TO LineExceptionReason.
    MOVE "X" TO LineExceptionKind.
    EVALUATE TRUE
        WHEN SalesUnitsText NOT NUMERIC
            MOVE "UNITS NOT NUMERIC" TO LineExceptionReason
        WHEN SalesAlbumIdText NUMERIC AND SalesAlbumIdText NOT = "0000000"
            PERFORM MatchByAlbumId
        WHEN SalesAlbumIdText NOT = SPACES AND SalesAlbumIdText NOT = "0000000"
            MOVE "ALBUMID NOT NUMERIC" TO LineExceptionReason
        WHEN SalesRecordLabel NOT = SPACES AND SalesCatalogNumber NOT = SPACES
            PERFORM MatchByLabelCatalog
        WHEN OTHER
            MOVE "NO ALBUMID, OR LABEL AND CATALOG NUMBER, TO MATCH ON"
                TO LineExceptionReason
    END-EVALUATE.

MatchByAlbumId.  *> The distributor knows our AlbumId - on the master, or retired
    MOVE SalesAlbumIdText TO AlbumId OF AlbumDetails.
    READ AlbumFile
        INVALID KEY
            MOVE "U" TO LineExceptionKind
            MOVE "ALBUMID NOT ON CATALOG" TO LineExceptionReason
            IF ArchiveFileOpen
                MOVE SalesAlbumIdText TO AlbumId OF ArchiveDetails
                READ ArchiveFile
                    NOT INVALID KEY
                        MOVE DeletionDate TO DeletionDateWork
                        MOVE DeletionReason TO DeletionReasonWork
                        PERFORM DescribeRetirement
                END-READ
            END-IF
        NOT INVALID KEY
            SET LineMatched TO TRUE
    END-READ.

MatchByLabelCatalog.  *> No AlbumId - the label and catalog pair names the album
    MOVE SalesRecordLabel TO CatalogWorkKey(1:12).
    MOVE SalesCatalogNumber TO CatalogWorkKey(13:12).
    READ CatalogWorkFile
        INVALID KEY
            MOVE "U" TO LineExceptionKind
            MOVE "LABEL AND CATALOG NUMBER NOT ON CATALOG"
                TO LineExceptionReason
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN CatalogWorkSource = "H"
                    MOVE CatalogWorkDeletionDate TO DeletionDateWork
                    MOVE CatalogWorkDeletionReason TO DeletionReasonWork
                    PERFORM DescribeRetirement
                    MOVE CatalogWorkAlbumId TO AlbumIdEdit
                    MOVE "ALBUMID" TO LineExceptionReason(36:7)
                    MOVE AlbumIdEdit TO LineExceptionReason(44:7)
                WHEN CatalogWorkShared = "Y"
                    MOVE "U" TO LineExceptionKind
                    MOVE "LABEL AND CATALOG NUMBER ON MORE THAN ONE ALBUM"
                        TO LineExceptionReason
                WHEN OTHER
                    MOVE CatalogWorkAlbumId TO AlbumId OF AlbumDetails
                    READ AlbumFile
                        INVALID KEY
                            MOVE "U" TO LineExceptionKind
                            MOVE "LABEL AND CATALOG NUMBER NOT ON CATALOG"
                                TO LineExceptionReason
                        NOT INVALID KEY
                            SET LineMatched TO TRUE
                    END-READ
            END-EVALUATE
    END-READ.

DescribeRetirement.  *> RETIRED, when and why, off the archive entry
    MOVE "R" TO LineExceptionKind.
    MOVE SPACES TO LineExceptionReason.
    MOVE "RETIRED" TO LineExceptionReason(1:7).
    MOVE DeletionDateWork TO DateToFormat.
    PERFORM FormatDate.
    MOVE DateDisplay TO LineExceptionReason(9:10).
    MOVE "REASON" TO LineExceptionReason(20:6).
    MOVE DeletionReasonWork TO LineExceptionReason(27:4).

PostSalesHistory.  *> Add the line's units to the album's record for the sales month
    SET HistoryWriteDone TO TRUE.
    MOVE AlbumId OF AlbumDetails TO SalesHistAlbumId.
    MOVE FeedPeriodWork TO SalesHistMonth.
    READ SalesHistFile
        INVALID KEY
            MOVE Artist OF AlbumDetails TO SalesHistArtist
            MOVE AlbumTitle OF AlbumDetails TO SalesHistAlbumTitle
            MOVE RecordLabel OF AlbumDetails TO SalesHistRecordLabel
            MOVE Genre OF AlbumDetails TO SalesHistGenre
            MOVE LineUnits TO SalesHistUnits
            MOVE 1 TO SalesHistLineCount
            MOVE RunTimestamp TO SalesHistLastLoaded
            WRITE SalesHistDetails
                INVALID KEY
                    DISPLAY "SALESHST.DAT write failed (status "
                        SalesHistFileStatus ") for AlbumId "
                        SalesHistAlbumId " month " SalesHistMonth "."
                    SET HistoryWriteFailed TO TRUE
                    SET EnvelopeHistoryFailed TO TRUE
                    MOVE 12 TO ProposedReturnCode
                    PERFORM RaiseReturnCode
                NOT INVALID KEY
                    ADD 1 TO HistoryAdded
            END-WRITE
        NOT INVALID KEY
            ADD LineUnits TO SalesHistUnits
            ADD 1 TO SalesHistLineCount
            MOVE RunTimestamp TO SalesHistLastLoaded
            REWRITE SalesHistDetails
                INVALID KEY
                    DISPLAY "SALESHST.DAT rewrite failed (status "
                        SalesHistFileStatus ") for AlbumId "
                        SalesHistAlbumId " month " SalesHistMonth "."
                    SET HistoryWriteFailed TO TRUE
                    SET EnvelopeHistoryFailed TO TRUE
                    MOVE 12 TO ProposedReturnCode
                    PERFORM RaiseReturnCode
                NOT INVALID KEY
                    ADD 1 TO HistoryUpdated
            END-REWRITE
    END-READ.

WriteExceptionLine.  *> One line not loaded, with why
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE LineNumber TO LineEdit.
    MOVE LineEdit TO PrintDetailLine(1:7).
    MOVE SalesAlbumIdText TO PrintDetailLine(10:7).
    MOVE SalesRecordLabel TO PrintDetailLine(18:12).
    MOVE SalesCatalogNumber TO PrintDetailLine(31:12).
    IF SalesUnitsText NUMERIC
        MOVE SalesUnitsText TO LineUnits
        MOVE LineUnits TO CountEdit
        MOVE CountEdit TO PrintDetailLine(45:9)
    ELSE
        MOVE SalesUnitsText TO PrintDetailLine(45:9)
    END-IF
    MOVE LineExceptionReason TO PrintDetailLine(56:60).
    PERFORM WritePrintLine.

WriteRunSummary.  *> The run's totals on a page of their own
    MOVE "RUN SUMMARY" TO SectionTitle.
    PERFORM StartNewPage.
    MOVE SPACES TO PrintDetailLine.
    MOVE "ENVELOPES LOADED" TO PrintDetailLine(2:16).
    MOVE EnvelopesAccepted TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(40:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "ENVELOPES REJECTED" TO PrintDetailLine(2:18).
    MOVE EnvelopesRejected TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(40:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "ENVELOPES NOT COMPLETED" TO PrintDetailLine(2:23).
    MOVE EnvelopesIncomplete TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(40:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "LINES READ" TO PrintDetailLine(2:10).
    MOVE LinesRead TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(40:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "LINES MATCHED AND LOADED" TO PrintDetailLine(2:24).
    MOVE LinesMatched TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(40:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "LINES NOT ON THE CATALOG" TO PrintDetailLine(2:24).
    MOVE LinesUnmatched TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(40:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "LINES FOR RETIRED ALBUMS" TO PrintDetailLine(2:24).
    MOVE LinesRetired TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(40:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "LINES UNUSABLE" TO PrintDetailLine(2:14).
    MOVE LinesUnusable TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(40:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "LINES OF REJECTED ENVELOPES" TO PrintDetailLine(2:27).
    MOVE LinesNotLoaded TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(40:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "UNITS LOADED" TO PrintDetailLine(2:12).
    MOVE UnitsLoaded TO UnitsEdit.
    MOVE UnitsEdit TO PrintDetailLine(38:11).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "SALESHST.DAT ALBUM-MONTHS ADDED" TO PrintDetailLine(2:31).
    MOVE HistoryAdded TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(40:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "SALESHST.DAT ALBUM-MONTHS ADDED TO" TO PrintDetailLine(2:34).
    MOVE HistoryUpdated TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(40:9).
    PERFORM WritePrintLine.

FormatDate.  *> DateToFormat as MM/DD/YYYY
    MOVE DateToFormat(5:2) TO DateDisplay(1:2).
    MOVE "/" TO DateDisplay(3:1).
    MOVE DateToFormat(7:2) TO DateDisplay(4:2).
    MOVE "/" TO DateDisplay(6:1).
    MOVE DateToFormat(1:4) TO DateDisplay(7:4).

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
    IF AlbumMasterAvailable
        CLOSE AlbumFile
    END-IF
    IF ArchiveFileOpen
        CLOSE ArchiveFile
    END-IF
    IF CatalogWorkFileOpen
        CLOSE CatalogWorkFile
    END-IF
    IF SalesHistFileOpen
        CLOSE SalesHistFile
    END-IF
    IF SalesLogFileOpen
        CLOSE SalesLogFile
    END-IF
    IF PrintFileOpen
        CLOSE PrintFile
    END-IF.
