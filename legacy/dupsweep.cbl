       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  DupSweep.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> Suspected-duplicate sweep over the whole catalog, read sequentially off
*> ARTSEXT.DAT - the Artist major / ReleaseDate minor extract produced by
*> the ALBTABJ artist sort step. AlbEdit now holds a new feed record for
*> review when it looks like an album already held under another AlbumId;
*> this sweep finds the duplicates that got into ALBUMS.DAT before that
*> check existed, or through AlbMnt, so the catalog team can clean them up
*> with AlbMnt D transactions. Two kinds of group are listed:
*>
*>   - SAME ARTIST AND TITLE: two or more AlbumIds carrying the same Artist
*>     and AlbumTitle. The extract arrives Artist-major, so each artist's
*>     albums are tabled at the control break and compared among
*>     themselves - no artist is compared with any other.
*>   - SAME LABEL AND CATALOG NUMBER: two or more AlbumIds carrying the
*>     same non-blank RecordLabel and CatalogNumber, whatever the artist.
*>     Every such album is indexed on a scratch work file (DUPLCWRK.DAT)
*>     keyed label, catalog number and AlbumId during the same pass, then
*>     read back in key order so each group's members arrive together.
*>
*> Each group is printed as a heading line (the shared key and how many
*> AlbumIds share it) followed by one line per member - AlbumId, artist,
*> title, release date, genre, label and catalog number. A title group's
*> members are listed in ARTSEXT.DAT's Artist/ReleaseDate order, earliest
*> release first; a label group's in AlbumId order, as the work file's key
*> returns them. Written to DUPSWEEP.PRT as a paginated print-image report
*> in the ArtList mold, each kind of group on its own pages, with a count
*> of groups and albums involved at the end of each.
*>
*> The run ends with a meaningful RETURN-CODE: 0 clean (groups found or
*> not - this is a report), 4 an artist had more albums than one control-
*> break group can hold (the overflow was not compared), 8 ARTSEXT.DAT
*> missing, 12 the print file or the work file would not open.
*>
*> Modification history:
*>   Written alongside the suspected-duplicate hold added to AlbEdit, to
*>     find the duplicates already on the master.
*>   Records its start and finish on the CYCSTATE.DAT cycle-state file
*>     (copybook CYCSTATE) for the business date, and ends RC 1
*>     (previously completed) without re-running when ALBTABJ is
*>     resubmitted after a later step failed and this step had already
*>     completed cleanly - see CycList. The business date is set once
*>     per cycle, by its first step, on CYCSTATE.DAT's control record and
*>     carried to every later step and a resubmit, past midnight too;
*>     ALBTABJ-BUSDATE names it outright. ALBTABJ-RERUN=Y forces a
*>     re-run.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT ArtistExtract ASSIGN TO "ARTSEXT.DAT"  *> Artist major / ReleaseDate minor sorted extract
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ArtistExtractStatus.

    SELECT CatalogWorkFile ASSIGN TO "DUPLCWRK.DAT"  *> Scratch index of label and catalog number, for the second kind of group
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CatalogWorkKey
        FILE STATUS IS CatalogWorkFileStatus.

    SELECT PrintFile ASSIGN TO "DUPSWEEP.PRT"  *> Print-image copy of the duplicate groups
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PrintFileStatus.

    SELECT CycleStateFile ASSIGN TO "CYCSTATE.DAT"  *> ALBTABJ cycle state, one record per step per business date - see CycList
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CycleKey
        FILE STATUS IS CycleStateFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD ArtistExtract.  *> File description for the sorted extract
01 SortedAlbumDetails.  *> Record description, same layout as AlbumFile
   88  EndOfArtistExtract  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBUMRC.

FD CatalogWorkFile.  *> One entry per album carrying both a label and a catalog number
01 CatalogWorkRecord.
   88  EndOfCatalogWorkFile  VALUE HIGH-VALUES.  *> End of file marker
   02 CatalogWorkKey.
      03 CatalogWorkLabel      PIC X(12).
      03 CatalogWorkNumber     PIC X(12).
      03 CatalogWorkAlbumId    PIC 9(07).
   02 CatalogWorkArtist        PIC X(08).
   02 CatalogWorkTitle         PIC X(20).
   02 CatalogWorkReleaseDate   PIC X(08).
   02 CatalogWorkGenre         PIC X(10).

FD PrintFile.  *> Paginated print-image report
01 PrintRecord                PIC X(132).

FD CycleStateFile.  *> ALBTABJ cycle state - this step's completion and return code per business date
01 CycleStateDetails.  *> Record description for CycleStateDetails
   COPY CYCSTATE.

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 ArtistExtractStatus      PIC X(02).
01 CatalogWorkFileStatus    PIC X(02).
01 PrintFileStatus          PIC X(02).

01 ArtistExtractIsOpen      PIC X(01) VALUE "N".  *> Did OPEN INPUT actually succeed
   88 ArtistExtractOpen VALUE "Y".
01 CatalogWorkIsOpen        PIC X(01) VALUE "N".  *> Did the work file open I-O
   88 CatalogWorkOpen VALUE "Y".
01 PrintFileIsOpen          PIC X(01) VALUE "N".  *> Did OPEN OUTPUT actually succeed
   88 PrintFileOpen VALUE "Y".

01 FirstRecordSeen          PIC X(01) VALUE "N".  *> Have we read the first record yet
   88 FirstRecordAlreadySeen VALUE "Y".

01 RunReturnCode            PIC 9(02) VALUE ZERO.  *> Step return code - 0 clean, 4 group overflow, 8 extract missing, 12 I/O error

01 PriorArtist              PIC X(08) VALUE SPACES.  *> Artist of the control-break group in progress
01 AlbumsRead               PIC 9(09) VALUE ZERO.  *> Albums read off the extract

*> The current artist's albums, tabled until the Artist changes
01 MaxArtistAlbums          PIC 9(03) VALUE 500.  *> Maximum albums one artist group can hold
01 ArtistAlbumCount         PIC 9(03) VALUE ZERO.  *> Albums tabled for the artist in progress
01 ArtistOverflowCount      PIC 9(07) VALUE ZERO.  *> Albums past MaxArtistAlbums - not compared
01 ArtistAlbumTable.
   02 ArtistAlbumEntry OCCURS 500 TIMES.
      03 TabAlbumId           PIC 9(07).
      03 TabAlbumTitle        PIC X(20).
      03 TabReleaseDate       PIC X(08).
      03 TabGenre             PIC X(10).
      03 TabRecordLabel       PIC X(12).
      03 TabCatalogNumber     PIC X(12).
      03 TabGroupedState      PIC X(01).  *> Y once listed in a group, so it heads no group of its own
01 OuterIdx                 PIC 9(03).  *> The album a group is being gathered for
01 InnerIdx                 PIC 9(03).  *> The albums compared with it
01 GroupMemberCount         PIC 9(03).  *> Members of the group being printed

*> Label and catalog groups, gathered off the work file in key order
01 MaxCatalogMembers        PIC 9(03) VALUE 100.  *> Maximum members one label and catalog group can hold
01 CatalogMemberCount       PIC 9(03) VALUE ZERO.
01 CatalogMemberTable.
   02 CatalogMemberEntry OCCURS 100 TIMES.
      03 MemAlbumId           PIC 9(07).
      03 MemArtist            PIC X(08).
      03 MemTitle             PIC X(20).
      03 MemReleaseDate       PIC X(08).
      03 MemGenre             PIC X(10).
01 CatalogGroupLabel        PIC X(12).  *> Label and catalog number of the group being gathered
01 CatalogGroupNumber       PIC X(12).
01 MemberIdx                PIC 9(03).

01 TitleGroupCount          PIC 9(07) VALUE ZERO.  *> Same artist and title groups found
01 TitleGroupAlbums         PIC 9(07) VALUE ZERO.  *> Albums in those groups
01 CatalogGroupCount        PIC 9(07) VALUE ZERO.  *> Same label and catalog groups found
01 CatalogGroupAlbums       PIC 9(07) VALUE ZERO.  *> Albums in those groups

*> Print file controls - same paging pattern as ArtList's ARTDISC.PRT
01 RunDate                  PIC 9(08).
01 RunDateDisplay           PIC X(10).
01 LinesOnPage              PIC 9(03) VALUE ZERO.
01 LinesPerPage             PIC 9(03) VALUE 20.
01 PageNumber               PIC 9(05) VALUE ZERO.
01 PrintTitleLine.
   02 FILLER PIC X(01) VALUE SPACE.
   02 FILLER PIC X(24) VALUE "SUSPECTED DUPLICATES - ".
   02 PrintTitleSection PIC X(30).
   02 FILLER PIC X(10) VALUE "RUN DATE: ".
   02 PrintTitleDate PIC X(10).
   02 FILLER PIC X(08) VALUE "  PAGE: ".
   02 PrintTitlePage PIC ZZZZ9.
01 PrintColumnLine.  *> Repeated after every page break
   02 FILLER PIC X(11) VALUE "   ALBUMID".
   02 FILLER PIC X(10) VALUE "ARTIST".
   02 FILLER PIC X(22) VALUE "TITLE".
   02 FILLER PIC X(12) VALUE "RELEASED".
   02 FILLER PIC X(12) VALUE "GENRE".
   02 FILLER PIC X(14) VALUE "LABEL".
   02 FILLER PIC X(12) VALUE "CATALOG NO".
01 PrintDetailLine          PIC X(132).  *> Print detail line built up before being written
01 ReleaseDateWork          PIC X(08).  *> ReleaseDate of the member being printed, YYYYMMDD
01 ReleaseDateDisplay       PIC X(10).  *> ReleaseDate edited as YYYY-MM-DD
01 PrintCountEdit           PIC ZZZZZZ9.  *> Numeric-edited holding area for the counts

*> ALBTABJ cycle state - a step already completed cleanly for the business
*> date ends RC 1 (previously completed) instead of running again
01 CycleStateFileStatus     PIC X(02).
01 CycleStepId              PIC X(08) VALUE "DUPSWEEP".  *> This step's name on CYCSTATE.DAT - its ALBTABJ program name
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
    IF ArtistExtractOpen AND PrintFileOpen AND CatalogWorkOpen
        PERFORM SweepArtistExtract
        PERFORM SweepCatalogGroups
    END-IF
    PERFORM TerminateRun.
    DISPLAY "DupSweep complete - " AlbumsRead " album(s) read; "
        TitleGroupCount " same-title group(s) (" TitleGroupAlbums
        " albums), " CatalogGroupCount " same-label/catalog group(s) ("
        CatalogGroupAlbums " albums).".
    PERFORM EndCycleStep.
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

InitializeRun.  *> Open the extract, the scratch index and the report
    ACCEPT RunDate FROM DATE YYYYMMDD.  *> Gather the run date for the print report headers
    MOVE RunDate(5:2) TO RunDateDisplay(1:2).
    MOVE "/" TO RunDateDisplay(3:1).
    MOVE RunDate(7:2) TO RunDateDisplay(4:2).
    MOVE "/" TO RunDateDisplay(6:1).
    MOVE RunDate(1:4) TO RunDateDisplay(7:4).
    OPEN INPUT ArtistExtract.
    IF ArtistExtractStatus = "00"
        SET ArtistExtractOpen TO TRUE
    ELSE
        DISPLAY "ARTSEXT.DAT not available (status " ArtistExtractStatus
            ") - nothing to sweep."
        MOVE 8 TO RunReturnCode
    END-IF
    OPEN OUTPUT CatalogWorkFile.
    CLOSE CatalogWorkFile.
    OPEN I-O CatalogWorkFile.
    IF CatalogWorkFileStatus = "00"
        SET CatalogWorkOpen TO TRUE
    ELSE
        DISPLAY "DUPLCWRK.DAT would not open (status "
            CatalogWorkFileStatus ") - sweep skipped."
        MOVE 12 TO RunReturnCode
    END-IF
    OPEN OUTPUT PrintFile.
    IF PrintFileStatus = "00"
        SET PrintFileOpen TO TRUE
    ELSE
        DISPLAY "DUPSWEEP.PRT would not open (status " PrintFileStatus
            ") - sweep skipped; every report line would be lost."
        MOVE 12 TO RunReturnCode
    END-IF.

SweepArtistExtract.  *> Read the sorted extract, comparing each artist's albums at the control break
    MOVE "SAME ARTIST AND TITLE" TO PrintTitleSection.
    PERFORM StartNewPage.
    MOVE PrintColumnLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.
    PERFORM UNTIL EndOfArtistExtract
        READ ArtistExtract NEXT RECORD INTO SortedAlbumDetails
            AT END SET EndOfArtistExtract TO TRUE
        END-READ
        IF NOT EndOfArtistExtract
            ADD 1 TO AlbumsRead
            PERFORM HandleArtistBreak
            PERFORM TableArtistAlbum
            PERFORM IndexCatalogNumber
        END-IF
    END-PERFORM
    IF FirstRecordAlreadySeen
        PERFORM CompareArtistAlbums
    END-IF
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "SAME-TITLE GROUPS:" TO PrintDetailLine(2:18).
    MOVE TitleGroupCount TO PrintCountEdit.
    MOVE PrintCountEdit TO PrintDetailLine(21:7).
    MOVE "ALBUMS INVOLVED:" TO PrintDetailLine(30:16).
    MOVE TitleGroupAlbums TO PrintCountEdit.
    MOVE PrintCountEdit TO PrintDetailLine(47:7).
    PERFORM WritePrintLine.
    IF ArtistOverflowCount > ZERO
        DISPLAY "WARNING: " ArtistOverflowCount " album(s) past the "
            MaxArtistAlbums " one artist group can hold were not"
            " compared for same-title duplicates."
        IF RunReturnCode < 4
            MOVE 4 TO RunReturnCode
        END-IF
    END-IF.

HandleArtistBreak.  *> Compare the prior artist's albums whenever Artist changes
    IF FirstRecordAlreadySeen
        IF Artist OF SortedAlbumDetails NOT = PriorArtist
            PERFORM CompareArtistAlbums
            MOVE ZERO TO ArtistAlbumCount
            MOVE Artist OF SortedAlbumDetails TO PriorArtist
        END-IF
    ELSE
        MOVE Artist OF SortedAlbumDetails TO PriorArtist
        SET FirstRecordAlreadySeen TO TRUE
    END-IF.

TableArtistAlbum.  *> One more album for the artist in progress
    IF ArtistAlbumCount < MaxArtistAlbums
        ADD 1 TO ArtistAlbumCount
        MOVE AlbumId OF SortedAlbumDetails TO TabAlbumId(ArtistAlbumCount)
        MOVE AlbumTitle OF SortedAlbumDetails TO TabAlbumTitle(ArtistAlbumCount)
        MOVE ReleaseDate OF SortedAlbumDetails TO TabReleaseDate(ArtistAlbumCount)
        MOVE Genre OF SortedAlbumDetails TO TabGenre(ArtistAlbumCount)
        MOVE RecordLabel OF SortedAlbumDetails TO TabRecordLabel(ArtistAlbumCount)
        MOVE CatalogNumber OF SortedAlbumDetails TO TabCatalogNumber(ArtistAlbumCount)
        MOVE "N" TO TabGroupedState(ArtistAlbumCount)
    ELSE
        ADD 1 TO ArtistOverflowCount
    END-IF.

IndexCatalogNumber.  *> An album with both a label and a catalog number goes on the scratch index
    IF RecordLabel OF SortedAlbumDetails NOT = SPACES
        AND CatalogNumber OF SortedAlbumDetails NOT = SPACES
        MOVE RecordLabel OF SortedAlbumDetails TO CatalogWorkLabel
        MOVE CatalogNumber OF SortedAlbumDetails TO CatalogWorkNumber
        MOVE AlbumId OF SortedAlbumDetails TO CatalogWorkAlbumId
        MOVE Artist OF SortedAlbumDetails TO CatalogWorkArtist
        MOVE AlbumTitle OF SortedAlbumDetails TO CatalogWorkTitle
        MOVE ReleaseDate OF SortedAlbumDetails TO CatalogWorkReleaseDate
        MOVE Genre OF SortedAlbumDetails TO CatalogWorkGenre
        WRITE CatalogWorkRecord
            INVALID KEY
                CONTINUE  *> The same AlbumId twice on the extract - one entry is enough
        END-WRITE
    END-IF.

CompareArtistAlbums.  *> Every title shared by two or more of the artist's albums is one group
    PERFORM VARYING OuterIdx FROM 1 BY 1 UNTIL OuterIdx > ArtistAlbumCount
        IF TabGroupedState(OuterIdx) = "N"
            MOVE 1 TO GroupMemberCount
            PERFORM VARYING InnerIdx FROM OuterIdx BY 1
                UNTIL InnerIdx > ArtistAlbumCount
                IF InnerIdx > OuterIdx
                    AND TabAlbumTitle(InnerIdx) = TabAlbumTitle(OuterIdx)
                    ADD 1 TO GroupMemberCount
                END-IF
            END-PERFORM
            IF GroupMemberCount > 1
                PERFORM WriteTitleGroup
            END-IF
        END-IF
    END-PERFORM.

WriteTitleGroup.  *> Heading for the shared title, then each member in the extract's Artist/ReleaseDate order
    ADD 1 TO TitleGroupCount.
    ADD GroupMemberCount TO TitleGroupAlbums.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "GROUP:" TO PrintDetailLine(2:6).
    MOVE PriorArtist TO PrintDetailLine(12:8).
    MOVE TabAlbumTitle(OuterIdx) TO PrintDetailLine(22:20).
    MOVE GroupMemberCount TO PrintCountEdit.
    MOVE PrintCountEdit TO PrintDetailLine(44:7).
    MOVE "ALBUMIDS" TO PrintDetailLine(52:8).
    PERFORM WritePrintLine.
    PERFORM VARYING InnerIdx FROM OuterIdx BY 1 UNTIL InnerIdx > ArtistAlbumCount
        IF TabAlbumTitle(InnerIdx) = TabAlbumTitle(OuterIdx)
            MOVE "Y" TO TabGroupedState(InnerIdx)
            PERFORM WriteTitleMember
        END-IF
    END-PERFORM.

WriteTitleMember.  *> One album of a same-title group
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE TabAlbumId(InnerIdx) TO PrintDetailLine(4:7).
    MOVE PriorArtist TO PrintDetailLine(12:8).
    MOVE TabAlbumTitle(InnerIdx) TO PrintDetailLine(22:20).
    MOVE TabReleaseDate(InnerIdx) TO ReleaseDateWork.
    PERFORM EditReleaseDateDisplay.
    MOVE ReleaseDateDisplay TO PrintDetailLine(44:10).
    MOVE TabGenre(InnerIdx) TO PrintDetailLine(56:10).
    MOVE TabRecordLabel(InnerIdx) TO PrintDetailLine(68:12).
    MOVE TabCatalogNumber(InnerIdx) TO PrintDetailLine(82:12).
    PERFORM WritePrintLine.

SweepCatalogGroups.  *> Read the scratch index back in key order - each label and catalog number's albums arrive together
    MOVE "SAME LABEL AND CATALOG NUMBER" TO PrintTitleSection.
    PERFORM StartNewPage.
    MOVE PrintColumnLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.
    MOVE LOW-VALUES TO CatalogWorkKey.
    START CatalogWorkFile KEY IS GREATER THAN CatalogWorkKey
        INVALID KEY
            SET EndOfCatalogWorkFile TO TRUE  *> No album carries both a label and a catalog number
    END-START
    MOVE ZERO TO CatalogMemberCount.
    PERFORM UNTIL EndOfCatalogWorkFile
        READ CatalogWorkFile NEXT RECORD
            AT END SET EndOfCatalogWorkFile TO TRUE
        END-READ
        IF NOT EndOfCatalogWorkFile
            IF CatalogMemberCount > ZERO
                AND (CatalogWorkLabel NOT = CatalogGroupLabel
                OR CatalogWorkNumber NOT = CatalogGroupNumber)
                PERFORM CloseCatalogGroup
            END-IF
            PERFORM AddCatalogMember
        END-IF
    END-PERFORM
    IF CatalogMemberCount > ZERO
        PERFORM CloseCatalogGroup
    END-IF
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "LABEL/CATALOG GROUPS:" TO PrintDetailLine(2:21).
    MOVE CatalogGroupCount TO PrintCountEdit.
    MOVE PrintCountEdit TO PrintDetailLine(24:7).
    MOVE "ALBUMS INVOLVED:" TO PrintDetailLine(33:16).
    MOVE CatalogGroupAlbums TO PrintCountEdit.
    MOVE PrintCountEdit TO PrintDetailLine(50:7).
    PERFORM WritePrintLine.

AddCatalogMember.  *> One more album sharing the label and catalog number in hand
    IF CatalogMemberCount = ZERO
        MOVE CatalogWorkLabel TO CatalogGroupLabel
        MOVE CatalogWorkNumber TO CatalogGroupNumber
    END-IF
    ADD 1 TO CatalogMemberCount.
    IF CatalogMemberCount <= MaxCatalogMembers
        MOVE CatalogWorkAlbumId TO MemAlbumId(CatalogMemberCount)
        MOVE CatalogWorkArtist TO MemArtist(CatalogMemberCount)
        MOVE CatalogWorkTitle TO MemTitle(CatalogMemberCount)
        MOVE CatalogWorkReleaseDate TO MemReleaseDate(CatalogMemberCount)
        MOVE CatalogWorkGenre TO MemGenre(CatalogMemberCount)
    END-IF.

CloseCatalogGroup.  *> A label and catalog number held by more than one AlbumId is printed; a lone holder is not
    IF CatalogMemberCount > 1
        ADD 1 TO CatalogGroupCount
        ADD CatalogMemberCount TO CatalogGroupAlbums
        PERFORM CheckForPageBreak
        MOVE SPACES TO PrintDetailLine
        MOVE "GROUP:" TO PrintDetailLine(2:6)
        MOVE CatalogGroupLabel TO PrintDetailLine(68:12)
        MOVE CatalogGroupNumber TO PrintDetailLine(82:12)
        MOVE CatalogMemberCount TO PrintCountEdit
        MOVE PrintCountEdit TO PrintDetailLine(44:7)
        MOVE "ALBUMIDS" TO PrintDetailLine(52:8)
        PERFORM WritePrintLine
        PERFORM VARYING MemberIdx FROM 1 BY 1
            UNTIL MemberIdx > CatalogMemberCount OR MemberIdx > MaxCatalogMembers
            PERFORM WriteCatalogMember
        END-PERFORM
        IF CatalogMemberCount > MaxCatalogMembers
            PERFORM CheckForPageBreak
            MOVE SPACES TO PrintDetailLine
            MOVE "... further members not listed" TO PrintDetailLine(4:30)
            PERFORM WritePrintLine
        END-IF
    END-IF
    MOVE ZERO TO CatalogMemberCount.

WriteCatalogMember.  *> One album of a same-label-and-catalog group
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE MemAlbumId(MemberIdx) TO PrintDetailLine(4:7).
    MOVE MemArtist(MemberIdx) TO PrintDetailLine(12:8).
    MOVE MemTitle(MemberIdx) TO PrintDetailLine(22:20).
    MOVE MemReleaseDate(MemberIdx) TO ReleaseDateWork.
    PERFORM EditReleaseDateDisplay.
    MOVE ReleaseDateDisplay TO PrintDetailLine(44:10).
    MOVE MemGenre(MemberIdx) TO PrintDetailLine(56:10).
    MOVE CatalogGroupLabel TO PrintDetailLine(68:12).
    MOVE CatalogGroupNumber TO PrintDetailLine(82:12).
    PERFORM WritePrintLine.

EditReleaseDateDisplay.  *> ReleaseDate edited as YYYY-MM-DD for the listing
    MOVE SPACES TO ReleaseDateDisplay.
    MOVE ReleaseDateWork(1:4) TO ReleaseDateDisplay(1:4).
    MOVE "-" TO ReleaseDateDisplay(5:1).
    MOVE ReleaseDateWork(5:2) TO ReleaseDateDisplay(6:2).
    MOVE "-" TO ReleaseDateDisplay(8:1).
    MOVE ReleaseDateWork(7:2) TO ReleaseDateDisplay(9:2).

WritePrintLine.  *> Write the built-up detail line and count it on the page
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

CheckForPageBreak.  *> Start a fresh page, with the column headings, when the current one is full
    IF LinesOnPage >= LinesPerPage
        PERFORM StartNewPage
        MOVE PrintColumnLine TO PrintRecord
        WRITE PrintRecord
        ADD 1 TO LinesOnPage
    END-IF.

StartNewPage.  *> Page header with the kind of group, run date and page number
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

TerminateRun.  *> Close down
    IF ArtistExtractOpen
        CLOSE ArtistExtract
    END-IF
    IF CatalogWorkOpen
        CLOSE CatalogWorkFile
    END-IF
    IF PrintFileOpen
        CLOSE PrintFile
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
