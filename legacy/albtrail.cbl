       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  AlbTrail.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> Per-album change-history report off the ALBUMS.DAT update journal. Every
*> WRITE, REWRITE and DELETE applied to the master is journaled with its
*> before and after images (copybook ALBJRNL), and AlbJcut cuts the live
*> ALBJRNL.DAT off to dated archive generations listed on the JRNLMANI.DAT
*> manifest - so the whole life of an album is already on file, but until
*> now only AlbRcvr and AlbRecn ever read it. This report walks the manifest
*> oldest generation first, then the live journal (the same walk as
*> AlbRcvr's replay), and lists every journaled update that matches the
*> selection, in the order it was applied: when, what (added, changed,
*> deleted), which program, which operator (AlbMnt and ArtRename stamp the
*> id the run was submitted under; batch-cycle entries carry none), and the
*> old and new value of each field - Artist, AlbumTitle, ReleaseDate, Genre,
*> RecordLabel, CatalogNumber and MediaFormat - with the fields that
*> actually changed flagged.
*>
*> The selection comes from environment variables, the same idiom as
*> AlbRetl's ALBRETL-FROM/TO:
*>     ALBTRAIL-ALBUMID   one AlbumId (7 digits)
*>     ALBTRAIL-ARTIST    one Artist - matched on either image, so a
*>                        rename shows up under both spellings
*>     ALBTRAIL-FROM      earliest journal date listed (YYYYMMDD)
*>     ALBTRAIL-TO        latest journal date listed (YYYYMMDD)
*> Any combination may be given and all given must match; at least one is
*> required - the whole journal history is what AlbRcvr is for. A date
*> range also lets whole generations outside it be skipped off the
*> manifest alone. Written to CHGHIST.PRT as a paginated print-image
*> report in the AlbRetl mold, the selection on every page heading.
*>
*> The run ends with a meaningful RETURN-CODE: 0 clean, 4 nothing in the
*> journal matched the selection, 8 no usable selection was given, 12 the
*> print file would not open.
*>
*> Modification history:
*>   Written alongside the operator id added to the journal entry - "who
*>     changed this album's release date, and when?" had no answer short
*>     of reading journal images by hand.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT JournalFile ASSIGN TO JournalFileName  *> An archive generation, or the live ALBJRNL.DAT - read one file at a time
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JournalFileStatus.

    SELECT ManifestFile ASSIGN TO "JRNLMANI.DAT"  *> AlbJcut's archive manifest, one line per generation, oldest first
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ManifestFileStatus.

    SELECT PrintFile ASSIGN TO "CHGHIST.PRT"  *> Print-image copy of the change-history report
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PrintFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD JournalFile.  *> The journal file being read, oldest entry first
01 JournalDetails.  *> Record description for JournalDetails
   88  EndOfJournalFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBJRNL.

FD ManifestFile.  *> The archive manifest - one line per generation cut by AlbJcut
01 ManifestDetails.  *> Record description for ManifestDetails
   88  EndOfManifestFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY JRNLMANI.

FD PrintFile.  *> Paginated print-image report
01 PrintRecord                PIC X(132).

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 JournalFileStatus        PIC X(02).
01 ManifestFileStatus       PIC X(02).
01 PrintFileStatus          PIC X(02).

01 JournalFileName          PIC X(24) VALUE "ALBJRNL.DAT".  *> The file currently being read - generations first, live journal last

01 PrintFileIsOpen          PIC X(01) VALUE "N".  *> Did OPEN OUTPUT actually succeed
   88 PrintFileOpen VALUE "Y".

01 RunState                 PIC X(01) VALUE "Y".  *> Is there a usable selection and somewhere to print it
   88 RunUsable    VALUE "Y".
   88 RunNotUsable VALUE "N".

01 RunReturnCode            PIC 9(02) VALUE ZERO.  *> Step return code - 0 clean, 4 nothing matched, 8 no selection, 12 I/O error

*> The selection, as accepted and as applied
01 AlbumIdRequested         PIC X(07) VALUE SPACES.  *> ALBTRAIL-ALBUMID as accepted, spaces when unset
01 ArtistRequested          PIC X(08) VALUE SPACES.  *> ALBTRAIL-ARTIST as accepted, spaces when unset
01 PeriodFromRequested      PIC X(08) VALUE SPACES.  *> ALBTRAIL-FROM as accepted, spaces when unset
01 PeriodToRequested        PIC X(08) VALUE SPACES.  *> ALBTRAIL-TO as accepted, spaces when unset
01 SelectAlbumId            PIC 9(07) VALUE ZERO.
01 SelectFromTimestamp      PIC 9(14) VALUE ZERO.  *> Earliest JournalTimestamp listed
01 SelectToTimestamp        PIC 9(14) VALUE 99999999999999.  *> Latest JournalTimestamp listed
01 AlbumIdSelection         PIC X(01) VALUE "N".
   88 AlbumIdSelected VALUE "Y".
01 ArtistSelection          PIC X(01) VALUE "N".
   88 ArtistSelected VALUE "Y".
01 PeriodSelection          PIC X(01) VALUE "N".
   88 PeriodSelected VALUE "Y".
01 EntrySelection           PIC X(01) VALUE "N".  *> Does the entry in hand match every selection given
   88 EntryMatches      VALUE "Y".
   88 EntryDoesNotMatch VALUE "N".

*> The entry in hand, its images broken out field by field
01 BeforeAlbumDetails.
   COPY ALBUMRC.
01 AfterAlbumDetails.
   COPY ALBUMRC.
01 FieldLabel               PIC X(14).  *> Field being printed
01 FieldOldValue            PIC X(20).  *> Its before-image value
01 FieldNewValue            PIC X(20).  *> Its after-image value
01 ActionWord               PIC X(07).  *> ADDED / CHANGED / DELETED
01 ReleaseDateWork          PIC X(08).  *> The YYYYMMDD being edited
01 ReleaseDateDisplay       PIC X(10).  *> ReleaseDate edited as YYYY-MM-DD
01 TimestampDisplay         PIC X(19).  *> JournalTimestamp edited as YYYY-MM-DD HH:MM:SS

01 GenerationsRead          PIC 9(05) VALUE ZERO.  *> Manifest generations actually read
01 GenerationsSkipped       PIC 9(05) VALUE ZERO.  *> Manifest generations wholly outside the period
01 EntriesRead              PIC 9(09) VALUE ZERO.  *> Journal entries read, listed or not
01 EntriesListed            PIC 9(09) VALUE ZERO.  *> Entries matching the selection
01 WritesListed             PIC 9(09) VALUE ZERO.
01 RewritesListed           PIC 9(09) VALUE ZERO.
01 DeletesListed            PIC 9(09) VALUE ZERO.
01 EntriesUnusable          PIC 9(09) VALUE ZERO.  *> Matching entries with an action byte nothing recognizes

*> Print file controls - same paging pattern as AlbRetl's RETIRLST.PRT;
*> a longer page, since every entry prints as a block of eight lines
01 RunDate                  PIC 9(08).
01 RunDateDisplay           PIC X(10).
01 LinesOnPage              PIC 9(03) VALUE ZERO.
01 LinesPerPage             PIC 9(03) VALUE 60.
01 LinesPerEntry            PIC 9(03) VALUE 8.  *> Entry line plus one line per field - kept together on a page
01 PageNumber               PIC 9(05) VALUE ZERO.
01 PrintTitleLine.
   02 FILLER PIC X(01) VALUE SPACE.
   02 FILLER PIC X(24) VALUE "ALBUM CHANGE HISTORY".
   02 FILLER PIC X(12) VALUE "  RUN DATE: ".
   02 PrintTitleDate PIC X(10).
   02 FILLER PIC X(08) VALUE "  PAGE: ".
   02 PrintTitlePage PIC ZZZZ9.
01 PrintSelectionLine.
   02 FILLER PIC X(12) VALUE " SELECTION: ".
   02 FILLER PIC X(09) VALUE "ALBUMID: ".
   02 PrintSelectAlbumId PIC X(07).
   02 FILLER PIC X(10) VALUE "  ARTIST: ".
   02 PrintSelectArtist PIC X(08).
   02 FILLER PIC X(10) VALUE "  PERIOD: ".
   02 PrintSelectFrom PIC X(08).
   02 FILLER PIC X(03) VALUE " - ".
   02 PrintSelectTo PIC X(08).
01 PrintColumnLine.  *> Repeated after every page break
   02 FILLER PIC X(22) VALUE " WHEN".
   02 FILLER PIC X(09) VALUE "ACTION".
   02 FILLER PIC X(09) VALUE "ALBUMID".
   02 FILLER PIC X(10) VALUE "PROGRAM".
   02 FILLER PIC X(10) VALUE "OPERATOR".
   02 FILLER PIC X(07) VALUE "JOURNAL".
01 PrintFieldColumnLine.  *> Second heading line - the field block under each entry
   02 FILLER PIC X(05) VALUE SPACES.
   02 FILLER PIC X(15) VALUE "FIELD".
   02 FILLER PIC X(22) VALUE "OLD VALUE".
   02 FILLER PIC X(22) VALUE "NEW VALUE".
01 PrintDetailLine          PIC X(132).  *> Print detail line built up before being written
01 CountEdit                PIC ZZZZZZZZ9.  *> Numeric-edited holding area for the totals lines

PROCEDURE DIVISION.  *> Start of the procedure division
    PERFORM InitializeRun.
    IF RunUsable
        PERFORM ListArchivedGenerations
        PERFORM ListLiveJournal
        PERFORM WriteHistoryTotals
        IF EntriesListed = ZERO
            DISPLAY "No journaled update matched the selection."
            MOVE 4 TO RunReturnCode
        END-IF
    END-IF
    PERFORM TerminateRun.
    DISPLAY "AlbTrail complete - " GenerationsRead " generation(s) read, "
        GenerationsSkipped " skipped as outside the period; "
        EntriesRead " journal entries read, " EntriesListed " listed: "
        WritesListed " added, " RewritesListed " changed, "
        DeletesListed " deleted.".
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

InitializeRun.  *> Pick up the selection, then open the report - no run without both
    ACCEPT RunDate FROM DATE YYYYMMDD.  *> Gather the run date for the print report headers
    MOVE RunDate(5:2) TO RunDateDisplay(1:2).
    MOVE "/" TO RunDateDisplay(3:1).
    MOVE RunDate(7:2) TO RunDateDisplay(4:2).
    MOVE "/" TO RunDateDisplay(6:1).
    MOVE RunDate(1:4) TO RunDateDisplay(7:4).

    ACCEPT AlbumIdRequested FROM ENVIRONMENT "ALBTRAIL-ALBUMID".  *> One AlbumId, spaces when unset
    ACCEPT ArtistRequested FROM ENVIRONMENT "ALBTRAIL-ARTIST".  *> One Artist, spaces when unset
    ACCEPT PeriodFromRequested FROM ENVIRONMENT "ALBTRAIL-FROM".  *> YYYYMMDD, spaces leaves the early end open
    ACCEPT PeriodToRequested FROM ENVIRONMENT "ALBTRAIL-TO".  *> YYYYMMDD, spaces leaves the late end open
    IF AlbumIdRequested = LOW-VALUES
        MOVE SPACES TO AlbumIdRequested
    END-IF
    IF ArtistRequested = LOW-VALUES
        MOVE SPACES TO ArtistRequested
    END-IF
    IF PeriodFromRequested = LOW-VALUES
        MOVE SPACES TO PeriodFromRequested
    END-IF
    IF PeriodToRequested = LOW-VALUES
        MOVE SPACES TO PeriodToRequested
    END-IF

    IF AlbumIdRequested NOT = SPACES
        IF AlbumIdRequested NUMERIC
            MOVE AlbumIdRequested TO SelectAlbumId
            SET AlbumIdSelected TO TRUE
        ELSE
            DISPLAY "ALBTRAIL-ALBUMID '" AlbumIdRequested
                "' is not a 7-digit AlbumId - ignored."
            MOVE SPACES TO AlbumIdRequested
        END-IF
    END-IF
    IF ArtistRequested NOT = SPACES
        SET ArtistSelected TO TRUE
    END-IF
    IF PeriodFromRequested NOT = SPACES
        IF PeriodFromRequested NUMERIC
            MOVE PeriodFromRequested TO SelectFromTimestamp(1:8)
            MOVE "000000" TO SelectFromTimestamp(9:6)
            SET PeriodSelected TO TRUE
        ELSE
            DISPLAY "ALBTRAIL-FROM '" PeriodFromRequested
                "' is not a YYYYMMDD date - ignored."
            MOVE SPACES TO PeriodFromRequested
        END-IF
    END-IF
    IF PeriodToRequested NOT = SPACES
        IF PeriodToRequested NUMERIC
            MOVE PeriodToRequested TO SelectToTimestamp(1:8)
            MOVE "235959" TO SelectToTimestamp(9:6)
            SET PeriodSelected TO TRUE
        ELSE
            DISPLAY "ALBTRAIL-TO '" PeriodToRequested
                "' is not a YYYYMMDD date - ignored."
            MOVE SPACES TO PeriodToRequested
        END-IF
    END-IF

    IF NOT AlbumIdSelected AND NOT ArtistSelected AND NOT PeriodSelected
        DISPLAY "No usable ALBTRAIL-ALBUMID, ALBTRAIL-ARTIST or"
            " ALBTRAIL-FROM/TO given - a change history needs at least"
            " one; nothing was listed."
        MOVE 8 TO RunReturnCode
        SET RunNotUsable TO TRUE
    ELSE
        OPEN OUTPUT PrintFile
        IF PrintFileStatus = "00"
            SET PrintFileOpen TO TRUE
            PERFORM StartNewPage
            PERFORM WriteColumnHeadings
        ELSE
            DISPLAY "CHGHIST.PRT would not open (status " PrintFileStatus
                ") - report skipped; every report line would be lost."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
        END-IF
    END-IF.

ListArchivedGenerations.  *> Walk the manifest oldest first - generations outside the period skipped whole
    OPEN INPUT ManifestFile.
    IF ManifestFileStatus NOT = "00"
        DISPLAY "JRNLMANI.DAT not available (status " ManifestFileStatus
            ") - no archived generations; only the live journal will"
            " be read."
    ELSE
        PERFORM UNTIL EndOfManifestFile
            READ ManifestFile
                AT END SET EndOfManifestFile TO TRUE
            END-READ
            IF NOT EndOfManifestFile
                IF PeriodSelected
                    AND (ManifestLastTimestamp < SelectFromTimestamp
                    OR ManifestFirstTimestamp > SelectToTimestamp)
                    ADD 1 TO GenerationsSkipped
                ELSE
                    ADD 1 TO GenerationsRead
                    MOVE ManifestGeneration TO JournalFileName
                    PERFORM ListOneJournalFile
                END-IF
            END-IF
        END-PERFORM
        CLOSE ManifestFile
    END-IF.

ListLiveJournal.  *> The entries appended since the last AlbJcut cut-over come last
    MOVE "ALBJRNL.DAT" TO JournalFileName.
    PERFORM ListOneJournalFile.

ListOneJournalFile.  *> One journal file - a generation or the live journal - oldest entry first
    OPEN INPUT JournalFile.
    IF JournalFileStatus NOT = "00"
        DISPLAY "Journal file " FUNCTION TRIM(JournalFileName)
            " not available (status " JournalFileStatus ") - nothing"
            " listed from it."
    ELSE
        MOVE SPACES TO JournalDetails
        PERFORM UNTIL EndOfJournalFile
            READ JournalFile
                AT END SET EndOfJournalFile TO TRUE
            END-READ
            IF NOT EndOfJournalFile
                ADD 1 TO EntriesRead
                MOVE JournalBeforeImage TO BeforeAlbumDetails
                MOVE JournalAfterImage TO AfterAlbumDetails
                PERFORM SelectJournalEntry
                IF EntryMatches
                    PERFORM ListJournalEntry
                END-IF
            END-IF
        END-PERFORM
        CLOSE JournalFile
    END-IF.

SelectJournalEntry.  *> Every selection given must match - Artist on either image
    SET EntryMatches TO TRUE.
    IF AlbumIdSelected AND JournalKeyAlbumId NOT = SelectAlbumId
        SET EntryDoesNotMatch TO TRUE
    END-IF
    IF ArtistSelected
        AND Artist OF BeforeAlbumDetails NOT = ArtistRequested
        AND Artist OF AfterAlbumDetails NOT = ArtistRequested
        SET EntryDoesNotMatch TO TRUE
    END-IF
    IF PeriodSelected
        AND (JournalTimestamp < SelectFromTimestamp
        OR JournalTimestamp > SelectToTimestamp)
        SET EntryDoesNotMatch TO TRUE
    END-IF.

ListJournalEntry.  *> One journaled update - the entry line, then its fields old and new
    EVALUATE TRUE
        WHEN JournalWrite
            MOVE "ADDED" TO ActionWord
            ADD 1 TO WritesListed
        WHEN JournalRewrite
            MOVE "CHANGED" TO ActionWord
            ADD 1 TO RewritesListed
        WHEN JournalDelete
            MOVE "DELETED" TO ActionWord
            ADD 1 TO DeletesListed
        WHEN OTHER
            MOVE "UNKNOWN" TO ActionWord
            ADD 1 TO EntriesUnusable
    END-EVALUATE
    ADD 1 TO EntriesListed.
    IF LinesOnPage + LinesPerEntry > LinesPerPage
        PERFORM StartNewPage
        PERFORM WriteColumnHeadings
    END-IF
    PERFORM WriteEntryLine.

    MOVE "ARTIST" TO FieldLabel.
    MOVE Artist OF BeforeAlbumDetails TO FieldOldValue.
    MOVE Artist OF AfterAlbumDetails TO FieldNewValue.
    PERFORM WriteFieldLine.

    MOVE "ALBUMTITLE" TO FieldLabel.
    MOVE AlbumTitle OF BeforeAlbumDetails TO FieldOldValue.
    MOVE AlbumTitle OF AfterAlbumDetails TO FieldNewValue.
    PERFORM WriteFieldLine.

    MOVE "RELEASEDATE" TO FieldLabel.
    MOVE SPACES TO FieldOldValue FieldNewValue.
    IF JournalBeforeImage NOT = SPACES
        MOVE ReleaseDate OF BeforeAlbumDetails TO ReleaseDateWork
        PERFORM EditReleaseDateDisplay
        MOVE ReleaseDateDisplay TO FieldOldValue
    END-IF
    IF JournalAfterImage NOT = SPACES
        MOVE ReleaseDate OF AfterAlbumDetails TO ReleaseDateWork
        PERFORM EditReleaseDateDisplay
        MOVE ReleaseDateDisplay TO FieldNewValue
    END-IF
    PERFORM WriteFieldLine.

    MOVE "GENRE" TO FieldLabel.
    MOVE Genre OF BeforeAlbumDetails TO FieldOldValue.
    MOVE Genre OF AfterAlbumDetails TO FieldNewValue.
    PERFORM WriteFieldLine.

    MOVE "RECORDLABEL" TO FieldLabel.
    MOVE RecordLabel OF BeforeAlbumDetails TO FieldOldValue.
    MOVE RecordLabel OF AfterAlbumDetails TO FieldNewValue.
    PERFORM WriteFieldLine.

    MOVE "CATALOGNUMBER" TO FieldLabel.
    MOVE CatalogNumber OF BeforeAlbumDetails TO FieldOldValue.
    MOVE CatalogNumber OF AfterAlbumDetails TO FieldNewValue.
    PERFORM WriteFieldLine.

    MOVE "MEDIAFORMAT" TO FieldLabel.
    MOVE MediaFormat OF BeforeAlbumDetails TO FieldOldValue.
    MOVE MediaFormat OF AfterAlbumDetails TO FieldNewValue.
    PERFORM WriteFieldLine.

EditReleaseDateDisplay.  *> The YYYYMMDD in ReleaseDateWork edited as YYYY-MM-DD
    MOVE SPACES TO ReleaseDateDisplay.
    MOVE ReleaseDateWork(1:4) TO ReleaseDateDisplay(1:4).
    MOVE "-" TO ReleaseDateDisplay(5:1).
    MOVE ReleaseDateWork(5:2) TO ReleaseDateDisplay(6:2).
    MOVE "-" TO ReleaseDateDisplay(8:1).
    MOVE ReleaseDateWork(7:2) TO ReleaseDateDisplay(9:2).

WriteEntryLine.  *> When, what, which album, which program, who, and which journal file it came off
    MOVE SPACES TO TimestampDisplay.
    MOVE JournalTimestamp(1:4) TO TimestampDisplay(1:4).
    MOVE "-" TO TimestampDisplay(5:1).
    MOVE JournalTimestamp(5:2) TO TimestampDisplay(6:2).
    MOVE "-" TO TimestampDisplay(8:1).
    MOVE JournalTimestamp(7:2) TO TimestampDisplay(9:2).
    MOVE JournalTimestamp(9:2) TO TimestampDisplay(12:2).
    MOVE ":" TO TimestampDisplay(14:1).
    MOVE JournalTimestamp(11:2) TO TimestampDisplay(15:2).
    MOVE ":" TO TimestampDisplay(17:1).
    MOVE JournalTimestamp(13:2) TO TimestampDisplay(18:2).
    MOVE SPACES TO PrintDetailLine.
    MOVE TimestampDisplay TO PrintDetailLine(2:19).
    MOVE ActionWord TO PrintDetailLine(23:7).
    MOVE JournalKeyAlbumId TO PrintDetailLine(32:7).
    MOVE JournalProgram TO PrintDetailLine(41:8).
    IF JournalOperator = SPACES OR JournalOperator = LOW-VALUES
        MOVE "(BATCH)" TO PrintDetailLine(51:8)
    ELSE
        MOVE JournalOperator TO PrintDetailLine(51:8)
    END-IF
    MOVE JournalFileName TO PrintDetailLine(61:24).
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

WriteFieldLine.  *> One field of the entry, old and new, flagged when a change altered it
    MOVE SPACES TO PrintDetailLine.
    MOVE FieldLabel TO PrintDetailLine(6:14).
    MOVE FieldOldValue TO PrintDetailLine(21:20).
    MOVE FieldNewValue TO PrintDetailLine(43:20).
    IF JournalRewrite AND FieldOldValue NOT = FieldNewValue  *> Adds and deletes touch every field - only a change is flagged
        MOVE "<- CHANGED" TO PrintDetailLine(65:10)
    END-IF
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

WriteHistoryTotals.  *> Entry counts after the last entry block
    IF LinesOnPage + 4 > LinesPerPage
        PERFORM StartNewPage
    END-IF
    MOVE SPACES TO PrintDetailLine.
    MOVE "ENTRIES LISTED:" TO PrintDetailLine(2:15).
    MOVE EntriesListed TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(18:9).
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    MOVE SPACES TO PrintDetailLine.
    MOVE "ADDED:" TO PrintDetailLine(4:6).
    MOVE WritesListed TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(18:9).
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    MOVE SPACES TO PrintDetailLine.
    MOVE "CHANGED:" TO PrintDetailLine(4:8).
    MOVE RewritesListed TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(18:9).
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    MOVE SPACES TO PrintDetailLine.
    MOVE "DELETED:" TO PrintDetailLine(4:8).
    MOVE DeletesListed TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(18:9).
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 4 TO LinesOnPage.
    IF EntriesUnusable > ZERO
        DISPLAY "WARNING: " EntriesUnusable " matching journal entr(ies)"
            " carried an unrecognized action byte - listed as UNKNOWN."
    END-IF.

WriteColumnHeadings.  *> Both heading lines, repeated after every page break
    MOVE PrintColumnLine TO PrintRecord.
    WRITE PrintRecord.
    MOVE PrintFieldColumnLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 2 TO LinesOnPage.

StartNewPage.  *> Page header with the run date, page number and the selection
    MOVE ZERO TO LinesOnPage.
    IF PageNumber > ZERO
        MOVE SPACES TO PrintRecord
        WRITE PrintRecord AFTER ADVANCING PAGE
        ADD 1 TO LinesOnPage  *> The eject's blank line opens the new page
    END-IF
    ADD 1 TO PageNumber.
    MOVE RunDateDisplay TO PrintTitleDate.
    MOVE PageNumber TO PrintTitlePage.
    MOVE PrintTitleLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.
    IF AlbumIdSelected
        MOVE AlbumIdRequested TO PrintSelectAlbumId
    ELSE
        MOVE "ANY" TO PrintSelectAlbumId
    END-IF
    IF ArtistSelected
        MOVE ArtistRequested TO PrintSelectArtist
    ELSE
        MOVE "ANY" TO PrintSelectArtist
    END-IF
    IF PeriodFromRequested = SPACES
        MOVE "OPEN" TO PrintSelectFrom
    ELSE
        MOVE PeriodFromRequested TO PrintSelectFrom
    END-IF
    IF PeriodToRequested = SPACES
        MOVE "OPEN" TO PrintSelectTo
    ELSE
        MOVE PeriodToRequested TO PrintSelectTo
    END-IF
    MOVE PrintSelectionLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

TerminateRun.  *> Close down - each journal file was closed as its listing finished
    IF PrintFileOpen
        CLOSE PrintFile
    END-IF.
