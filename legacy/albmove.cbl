       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  AlbMove.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> Catalog movement report between two month-end snapshots of ALBUMS.DAT
*> (see AlbSnap and the SNAPCAT.DAT snapshot catalog). Finance and the
*> label managers want to know what the catalog gained and lost over a
*> month, a quarter or a year, and the journal only answers that one
*> entry at a time (AlbTrail). This run match-merges the two snapshots by
*> AlbumId and lists, in AlbumId order, every album:
*>
*>   ADDED       - on the closing snapshot only, and on no snapshot earlier
*>                 than the opening one;
*>   REINSTATED  - on the closing snapshot only, but on an earlier snapshot
*>                 than the opening one - retired and since brought back
*>                 (AlbMnt R);
*>   RETIRED     - on the opening snapshot only;
*>   CHANGED     - on both, with a line per field that differs, old and
*>                 new, as AlbTrail lists a journaled change.
*>
*> It then summarizes the movement by Genre and by RecordLabel - opening
*> count, added, reinstated, retired, transferred in and out (an album
*> whose Genre or RecordLabel changed leaves one row for another), closing
*> count and the net change - with a whole-catalog total under each, and
*> proves every row: opening + added + reinstated - retired + transfers in
*> - transfers out must equal closing, or the row is flagged BREAK. A
*> blank Genre or RecordLabel counts under (NONE).
*>
*> An album that was added and retired again between two earlier
*> month-ends was never on a snapshot, so if it is later reinstated it
*> lists as ADDED - the snapshots are the only history this report reads.
*>
*> The snapshots are named by their business date. ALBMOVE-TO (YYYYMMDD)
*> names the closing snapshot, default the latest on the catalog;
*> ALBMOVE-FROM names the opening one, default the snapshot before the
*> closing one - so an unparameterised run reports the month just closed.
*> Written to ALBMOVE.PRT in the same print-image mold as AlbRetl's
*> RETIRLST.PRT.
*>
*> The run ends with a meaningful RETURN-CODE: 0 clean, 4 warning (a
*> breakdown table overflowed and undercounts, a row failed to reconcile,
*> or an earlier snapshot would not open so a reinstatement may show as
*> added), 8 the snapshots could not be resolved - SNAPCAT.DAT missing,
*> fewer than two snapshots, a date not on the catalog, FROM not before
*> TO, or a snapshot file would not open - and nothing is reported, 12
*> ALBMOVE.PRT would not open.
*>
*> Modification history:
*>   Written with the month-end snapshots, for the monthly catalog
*>     movement the label managers had been piecing together from the
*>     change history.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT SnapCatalogFile ASSIGN TO "SNAPCAT.DAT"  *> Snapshot catalog - see AlbSnap
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SnapCatalogFileStatus.

    SELECT OpeningFile ASSIGN TO OpeningFileName  *> The opening snapshot, SNAP.Yyyyy.Dmmdd.DAT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF OpeningDetails
        ALTERNATE RECORD KEY IS Artist OF OpeningDetails WITH DUPLICATES
        FILE STATUS IS OpeningFileStatus.

    SELECT ClosingFile ASSIGN TO ClosingFileName  *> The closing snapshot, SNAP.Yyyyy.Dmmdd.DAT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF ClosingDetails
        ALTERNATE RECORD KEY IS Artist OF ClosingDetails WITH DUPLICATES
        FILE STATUS IS ClosingFileStatus.

    SELECT EarlierFile ASSIGN TO EarlierFileName  *> Each snapshot older than the opening one, in turn
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF EarlierDetails
        ALTERNATE RECORD KEY IS Artist OF EarlierDetails WITH DUPLICATES
        FILE STATUS IS EarlierFileStatus.

    SELECT PrintFile ASSIGN TO "ALBMOVE.PRT"  *> Paginated print-image movement report
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PrintFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD SnapCatalogFile.  *> The snapshot catalog - one line per verified snapshot
01 SnapCatalogDetails.  *> Record description for SnapCatalogDetails
   88  EndOfSnapCatalogFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY SNAPCAT.

FD OpeningFile.  *> The opening snapshot - same record and keys as the master
01 OpeningDetails.  *> Record description for OpeningDetails
   88  EndOfOpeningFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBUMRC.

FD ClosingFile.  *> The closing snapshot - same record and keys as the master
01 ClosingDetails.  *> Record description for ClosingDetails
   88  EndOfClosingFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBUMRC.

FD EarlierFile.  *> An earlier snapshot - read by key only, for the reinstatement check
01 EarlierDetails.  *> Record description for EarlierDetails
   COPY ALBUMRC.

FD PrintFile.  *> Paginated print-image report
01 PrintRecord                PIC X(132).

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 SnapCatalogFileStatus    PIC X(02).
01 OpeningFileStatus        PIC X(02).
01 ClosingFileStatus        PIC X(02).
01 EarlierFileStatus        PIC X(02).
01 PrintFileStatus          PIC X(02).

01 OpeningFileName          PIC X(24) VALUE SPACES.
01 ClosingFileName          PIC X(24) VALUE SPACES.
01 EarlierFileName          PIC X(24) VALUE SPACES.

01 SnapshotsState           PIC X(01) VALUE "Y".  *> Were both snapshots resolved and opened - nothing to report without them
   88 SnapshotsUsable    VALUE "Y".
   88 SnapshotsNotUsable VALUE "N".
01 PrintFileIsOpen          PIC X(01) VALUE "N".  *> Did OPEN OUTPUT actually succeed
   88 PrintFileOpen VALUE "Y".

01 FromDateRequested        PIC X(08) VALUE SPACES.  *> ALBMOVE-FROM as accepted, spaces for the default
01 ToDateRequested          PIC X(08) VALUE SPACES.  *> ALBMOVE-TO as accepted, spaces for the default
01 FromSnapshotDate         PIC 9(08) VALUE ZERO.  *> The opening snapshot's business date
01 ToSnapshotDate           PIC 9(08) VALUE ZERO.  *> The closing snapshot's business date
01 FromSnapIdx              PIC 9(03) VALUE ZERO.  *> The opening snapshot's slot on the catalog table
01 ToSnapIdx                PIC 9(03) VALUE ZERO.  *> The closing snapshot's slot on the catalog table

*> SNAPCAT.DAT tabled in business-date order - a date cataloged more than
*> once keeps its latest line
01 MaxSnapshots             PIC 9(03) VALUE 240.  *> Twenty years of month-ends
01 SnapshotCount            PIC 9(03) VALUE ZERO.
01 SnapshotTable.
   02 SnapshotEntry OCCURS 240 TIMES.
      03 SnapTableDate         PIC 9(08).
      03 SnapTableFileName     PIC X(24).
      03 SnapTableRecordCount  PIC 9(09).
01 SnapIdx                  PIC 9(03).
01 WorkSnapIdx              PIC 9(03).
01 ShiftIdx                 PIC 9(04).  *> Walks entries down a slot to open room for a new key in order
01 SnapCatalogLinesRead     PIC 9(07) VALUE ZERO.

*> Albums on the closing snapshot only, in AlbumId order, and whether
*> any snapshot older than the opening one held them - reinstated if so
01 MaxCandidates            PIC 9(05) VALUE 20000.
01 CandidateCount           PIC 9(05) VALUE ZERO.
01 CandidateTable.
   02 CandidateEntry OCCURS 20000 TIMES.
      03 CandidateAlbumId      PIC 9(07).
      03 CandidateSeenEarlier  PIC X(01).
         88 CandidateWasEarlier VALUE "Y".
01 CandidateIdx             PIC 9(05).
01 CandidateOverflowCount   PIC 9(07) VALUE ZERO.  *> Closing-only albums not checked once the table was full - they list as ADDED
01 EarlierSnapshotsRead     PIC 9(03) VALUE ZERO.
01 EarlierSnapshotsMissing  PIC 9(03) VALUE ZERO.

*> The match-merge - each side's current AlbumId, HIGH-VALUES at its end
01 OpeningKey               PIC X(07).
01 ClosingKey               PIC X(07).
01 MovedAlbumDetails.  *> The album whose movement is being counted and listed
   COPY ALBUMRC.
01 MovementType             PIC X(01).
   88 MovementOpening     VALUE "O".
   88 MovementClosing     VALUE "C".
   88 MovementAdded       VALUE "A".
   88 MovementReinstated  VALUE "I".
   88 MovementRetired     VALUE "R".
   88 MovementTransferIn  VALUE "T".
   88 MovementTransferOut VALUE "F".
01 ActionWord               PIC X(10).  *> ADDED / REINSTATED / RETIRED / CHANGED

01 OpeningRecordsRead       PIC 9(09) VALUE ZERO.
01 ClosingRecordsRead       PIC 9(09) VALUE ZERO.
01 AlbumsAdded              PIC 9(09) VALUE ZERO.
01 AlbumsReinstated         PIC 9(09) VALUE ZERO.
01 AlbumsRetired            PIC 9(09) VALUE ZERO.
01 AlbumsChanged            PIC 9(09) VALUE ZERO.
01 AlbumsUnchanged          PIC 9(09) VALUE ZERO.

*> Movement by Genre (type G) and by RecordLabel (type L), kept in type
*> and key order as entries are added - the G rows print, then the L rows
01 MaxGroups                PIC 9(03) VALUE 400.  *> Maximum genre and label rows together
01 GroupCount               PIC 9(03) VALUE ZERO.
01 GroupTable.
   02 GroupEntry OCCURS 400 TIMES.
      03 GroupSortKey.
         04 GroupType          PIC X(01).
         04 GroupKey           PIC X(12).
      03 GroupOpening          PIC 9(07).
      03 GroupAdded            PIC 9(07).
      03 GroupReinstated       PIC 9(07).
      03 GroupRetired          PIC 9(07).
      03 GroupTransferIn       PIC 9(07).
      03 GroupTransferOut      PIC 9(07).
      03 GroupClosing          PIC 9(07).
01 GroupIdx                 PIC 9(03).
01 WorkGroupIdx             PIC 9(03).  *> Resolved slot for the group in hand, zero when the table is full
01 WorkGroupSortKey.
   02 WorkGroupType         PIC X(01).
   02 WorkGroupKey          PIC X(12).
01 BreakdownOverflowCount   PIC 9(07) VALUE ZERO.  *> Movements left out of a breakdown once its table was full

*> One breakdown row, and the section total under it
01 RowOpening               PIC 9(07).
01 RowAdded                 PIC 9(07).
01 RowReinstated            PIC 9(07).
01 RowRetired               PIC 9(07).
01 RowTransferIn            PIC 9(07).
01 RowTransferOut           PIC 9(07).
01 RowClosing               PIC 9(07).
01 RowExpected              PIC S9(08).  *> What the movements say the closing count should be
01 RowNet                   PIC S9(08).
01 TotalOpening             PIC 9(07).
01 TotalAdded               PIC 9(07).
01 TotalReinstated          PIC 9(07).
01 TotalRetired             PIC 9(07).
01 TotalTransferIn          PIC 9(07).
01 TotalTransferOut         PIC 9(07).
01 TotalClosing             PIC 9(07).
01 ReconcileBreakCount      PIC 9(05) VALUE ZERO.  *> Rows whose movements do not account for their closing count

*> A CHANGED album's fields, old and new
01 FieldLabel               PIC X(14).  *> Field being printed
01 FieldOldValue            PIC X(20).  *> Its opening value
01 FieldNewValue            PIC X(20).  *> Its closing value
01 ReleaseDateWork          PIC X(08).  *> The YYYYMMDD being edited
01 ReleaseDateDisplay       PIC X(10).  *> ReleaseDate edited as YYYY-MM-DD
01 ChangedFieldCount        PIC 9(02).  *> Fields that differ - the album's block is kept together on a page

*> Step return code - 0 clean, 4 warning, 8 snapshots unusable, 12 I/O error
01 RunReturnCode            PIC 9(02) VALUE ZERO.
01 ProposedReturnCode       PIC 9(02) VALUE ZERO.

*> Print file controls - same paging pattern as AlbRetl's RETIRLST.PRT;
*> a longer page, since a changed album prints as a block of lines
01 RunDate                  PIC 9(08).
01 RunDateDisplay           PIC X(10).
01 DateWork                 PIC 9(08).  *> A YYYYMMDD to be edited into DateDisplay
01 DateDisplay              PIC X(10).  *> DateWork edited as MM/DD/YYYY
01 LinesOnPage              PIC 9(03) VALUE ZERO.
01 LinesPerPage             PIC 9(03) VALUE 60.
01 PageNumber               PIC 9(05) VALUE ZERO.
01 SectionTitle             PIC X(20) VALUE SPACES.  *> Which part of the report the page belongs to
01 ColumnHeadingState       PIC X(01) VALUE "D".  *> Which column headings go under the page heading
   88 DetailHeadings   VALUE "D".
   88 GroupHeadings    VALUE "G".
   88 NoHeadings       VALUE "N".
01 PrintTitleLine.
   02 FILLER PIC X(01) VALUE SPACE.
   02 FILLER PIC X(19) VALUE "CATALOG MOVEMENT - ".
   02 PrintTitleSection PIC X(20).
   02 FILLER PIC X(10) VALUE "SNAPSHOT ".
   02 PrintTitleFrom PIC X(10).
   02 FILLER PIC X(04) VALUE " TO ".
   02 PrintTitleTo PIC X(10).
   02 FILLER PIC X(12) VALUE "  RUN DATE: ".
   02 PrintTitleDate PIC X(10).
   02 FILLER PIC X(08) VALUE "  PAGE: ".
   02 PrintTitlePage PIC ZZZZ9.
01 PrintDetailColumnLine.  *> Repeated after every page break of the detail listing
   02 FILLER PIC X(13) VALUE " ACTION".
   02 FILLER PIC X(09) VALUE "ALBUMID".
   02 FILLER PIC X(10) VALUE "ARTIST".
   02 FILLER PIC X(22) VALUE "ALBUM TITLE".
   02 FILLER PIC X(12) VALUE "GENRE".
   02 FILLER PIC X(12) VALUE "RECORD LABEL".
01 PrintGroupColumnLine.  *> Repeated after every page break of a breakdown
   02 FILLER PIC X(14) VALUE " GROUP".
   02 FILLER PIC X(10) VALUE "  OPENING ".
   02 FILLER PIC X(10) VALUE "    ADDED ".
   02 FILLER PIC X(10) VALUE "   REINST ".
   02 FILLER PIC X(10) VALUE "  RETIRED ".
   02 FILLER PIC X(10) VALUE " TRANS IN ".
   02 FILLER PIC X(10) VALUE "TRANS OUT ".
   02 FILLER PIC X(10) VALUE "  CLOSING ".
   02 FILLER PIC X(10) VALUE "      NET ".
   02 FILLER PIC X(06) VALUE " CHECK".
01 PrintDetailLine          PIC X(132).  *> Print detail line built up before being written
01 CountEdit                PIC ZZZZZZZZ9.
01 NetEdit                  PIC --------9.

PROCEDURE DIVISION.  *> Start of the procedure division
    PERFORM InitializeRun.
    IF SnapshotsUsable
        PERFORM ResolveSnapshots
    END-IF
    IF SnapshotsUsable
        PERFORM FindClosingOnlyAlbums
    END-IF
    IF SnapshotsUsable
        PERFORM CheckEarlierSnapshots
        PERFORM MergeSnapshots
        PERFORM ProduceSummary
        MOVE "BY GENRE" TO SectionTitle
        MOVE "G" TO WorkGroupType
        PERFORM ProduceBreakdown
        MOVE "BY RECORD LABEL" TO SectionTitle
        MOVE "L" TO WorkGroupType
        PERFORM ProduceBreakdown
        PERFORM ProduceWarnings
    ELSE
        DISPLAY "No movement report produced this run."
    END-IF
    PERFORM TerminateRun.
    IF SnapshotsUsable
        DISPLAY "AlbMove complete - " FromSnapshotDate " to "
            ToSnapshotDate ": " AlbumsAdded " added, " AlbumsReinstated
            " reinstated, " AlbumsRetired " retired, " AlbumsChanged
            " changed."
    END-IF
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

RaiseReturnCode.  *> A step return code only ever worsens - the highest proposal stands
    IF ProposedReturnCode > RunReturnCode
        MOVE ProposedReturnCode TO RunReturnCode
    END-IF.

InitializeRun.  *> Run date, the selection, the snapshot catalog and the report
    ACCEPT RunDate FROM DATE YYYYMMDD.  *> Gather the run date for the print report headers
    MOVE RunDate TO DateWork.
    PERFORM EditDateDisplay.
    MOVE DateDisplay TO RunDateDisplay.

    ACCEPT FromDateRequested FROM ENVIRONMENT "ALBMOVE-FROM".  *> YYYYMMDD, spaces for the snapshot before TO
    IF FromDateRequested = LOW-VALUES
        MOVE SPACES TO FromDateRequested
    END-IF
    ACCEPT ToDateRequested FROM ENVIRONMENT "ALBMOVE-TO".  *> YYYYMMDD, spaces for the latest snapshot
    IF ToDateRequested = LOW-VALUES
        MOVE SPACES TO ToDateRequested
    END-IF
    IF (FromDateRequested NOT = SPACES AND FromDateRequested NOT NUMERIC)
        OR (ToDateRequested NOT = SPACES AND ToDateRequested NOT NUMERIC)
        DISPLAY "ALBMOVE-FROM '" FromDateRequested "' / ALBMOVE-TO '"
            ToDateRequested "' - each must be a YYYYMMDD snapshot date."
        MOVE 8 TO ProposedReturnCode
        PERFORM RaiseReturnCode
        SET SnapshotsNotUsable TO TRUE
    END-IF

    PERFORM LoadSnapshotCatalog.

    OPEN OUTPUT PrintFile.
    IF PrintFileStatus = "00"
        SET PrintFileOpen TO TRUE
    ELSE
        DISPLAY "ALBMOVE.PRT would not open (status " PrintFileStatus ")."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
        SET SnapshotsNotUsable TO TRUE
    END-IF.

LoadSnapshotCatalog.  *> Table the catalog in date order, the latest line for a date standing
    OPEN INPUT SnapCatalogFile.
    IF SnapCatalogFileStatus NOT = "00"
        DISPLAY "SNAPCAT.DAT not available (status " SnapCatalogFileStatus
            ") - no month-end snapshot has been taken yet."
        MOVE 8 TO ProposedReturnCode
        PERFORM RaiseReturnCode
        SET SnapshotsNotUsable TO TRUE
    ELSE
        PERFORM UNTIL EndOfSnapCatalogFile
            READ SnapCatalogFile
                AT END SET EndOfSnapCatalogFile TO TRUE
            END-READ
            IF NOT EndOfSnapCatalogFile AND SnapCatalogDate NUMERIC
                ADD 1 TO SnapCatalogLinesRead
                PERFORM FindOrAddSnapshot
                IF WorkSnapIdx = ZERO
                    DISPLAY "WARNING: more than " MaxSnapshots " snapshots"
                        " on SNAPCAT.DAT - " SnapCatalogDate " left out."
                ELSE
                    MOVE SnapCatalogFileName TO SnapTableFileName(WorkSnapIdx)
                    MOVE SnapCatalogRecordCount
                        TO SnapTableRecordCount(WorkSnapIdx)
                END-IF
            END-IF
        END-PERFORM
        CLOSE SnapCatalogFile
    END-IF.

FindOrAddSnapshot.  *> Resolve the catalog date to its slot, opening one in date order for a new date
    MOVE ZERO TO WorkSnapIdx.
    PERFORM VARYING SnapIdx FROM 1 BY 1
        UNTIL SnapIdx > SnapshotCount OR WorkSnapIdx NOT = ZERO
        IF SnapTableDate(SnapIdx) = SnapCatalogDate
            MOVE SnapIdx TO WorkSnapIdx
        END-IF
    END-PERFORM
    IF WorkSnapIdx = ZERO AND SnapshotCount < MaxSnapshots
        MOVE 1 TO WorkSnapIdx
        PERFORM VARYING SnapIdx FROM 1 BY 1 UNTIL SnapIdx > SnapshotCount
            IF SnapTableDate(SnapIdx) < SnapCatalogDate
                COMPUTE WorkSnapIdx = SnapIdx + 1
            END-IF
        END-PERFORM
        PERFORM VARYING ShiftIdx FROM SnapshotCount BY -1
            UNTIL ShiftIdx < WorkSnapIdx
            MOVE SnapshotEntry(ShiftIdx) TO SnapshotEntry(ShiftIdx + 1)
        END-PERFORM
        ADD 1 TO SnapshotCount
        MOVE SnapCatalogDate TO SnapTableDate(WorkSnapIdx)
    END-IF.

ResolveSnapshots.  *> Pick the closing and opening snapshots off the catalog and open both
    IF ToDateRequested = SPACES
        MOVE SnapshotCount TO ToSnapIdx
    ELSE
        PERFORM VARYING SnapIdx FROM 1 BY 1 UNTIL SnapIdx > SnapshotCount
            IF SnapTableDate(SnapIdx) = ToDateRequested
                MOVE SnapIdx TO ToSnapIdx
            END-IF
        END-PERFORM
    END-IF
    IF FromDateRequested = SPACES
        IF ToSnapIdx > 1
            COMPUTE FromSnapIdx = ToSnapIdx - 1
        END-IF
    ELSE
        PERFORM VARYING SnapIdx FROM 1 BY 1 UNTIL SnapIdx > SnapshotCount
            IF SnapTableDate(SnapIdx) = FromDateRequested
                MOVE SnapIdx TO FromSnapIdx
            END-IF
        END-PERFORM
    END-IF

    EVALUATE TRUE
        WHEN SnapshotCount < 2
            DISPLAY "SNAPCAT.DAT holds " SnapshotCount " snapshot(s) -"
                " a movement needs two."
            SET SnapshotsNotUsable TO TRUE
        WHEN ToSnapIdx = ZERO
            DISPLAY "ALBMOVE-TO " ToDateRequested " is not a snapshot on"
                " SNAPCAT.DAT."
            SET SnapshotsNotUsable TO TRUE
        WHEN FromSnapIdx = ZERO
            DISPLAY "No opening snapshot - ALBMOVE-FROM "
                FromDateRequested " is not on SNAPCAT.DAT, or nothing"
                " precedes the closing snapshot."
            SET SnapshotsNotUsable TO TRUE
        WHEN FromSnapIdx NOT < ToSnapIdx
            DISPLAY "ALBMOVE-FROM must name a snapshot before ALBMOVE-TO."
            SET SnapshotsNotUsable TO TRUE
    END-EVALUATE
    IF SnapshotsNotUsable
        MOVE 8 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    ELSE
        MOVE SnapTableDate(FromSnapIdx) TO FromSnapshotDate
        MOVE SnapTableFileName(FromSnapIdx) TO OpeningFileName
        MOVE SnapTableDate(ToSnapIdx) TO ToSnapshotDate
        MOVE SnapTableFileName(ToSnapIdx) TO ClosingFileName
        MOVE FromSnapshotDate TO DateWork
        PERFORM EditDateDisplay
        MOVE DateDisplay TO PrintTitleFrom
        MOVE ToSnapshotDate TO DateWork
        PERFORM EditDateDisplay
        MOVE DateDisplay TO PrintTitleTo
        OPEN INPUT OpeningFile
        IF OpeningFileStatus NOT = "00"
            DISPLAY "Opening snapshot " OpeningFileName " would not open"
                " (status " OpeningFileStatus ")."
            SET SnapshotsNotUsable TO TRUE
        ELSE
            OPEN INPUT ClosingFile
            IF ClosingFileStatus NOT = "00"
                DISPLAY "Closing snapshot " ClosingFileName " would not"
                    " open (status " ClosingFileStatus ")."
                SET SnapshotsNotUsable TO TRUE
                CLOSE OpeningFile
            END-IF
        END-IF
        IF SnapshotsNotUsable
            MOVE 8 TO ProposedReturnCode
            PERFORM RaiseReturnCode
        END-IF
    END-IF.

FindClosingOnlyAlbums.  *> Every closing album not on the opening snapshot, in AlbumId order
    PERFORM UNTIL EndOfClosingFile
        READ ClosingFile NEXT RECORD
            AT END SET EndOfClosingFile TO TRUE
        END-READ
        IF NOT EndOfClosingFile
            MOVE AlbumId OF ClosingDetails TO AlbumId OF OpeningDetails
            READ OpeningFile
                INVALID KEY
                    IF CandidateCount < MaxCandidates
                        ADD 1 TO CandidateCount
                        MOVE AlbumId OF ClosingDetails
                            TO CandidateAlbumId(CandidateCount)
                        MOVE "N" TO CandidateSeenEarlier(CandidateCount)
                    ELSE
                        ADD 1 TO CandidateOverflowCount
                    END-IF
                NOT INVALID KEY
                    CONTINUE
            END-READ
        END-IF
    END-PERFORM.
    CLOSE OpeningFile.
    CLOSE ClosingFile.
    OPEN INPUT OpeningFile.
    OPEN INPUT ClosingFile.
    IF OpeningFileStatus NOT = "00" OR ClosingFileStatus NOT = "00"
        DISPLAY "The snapshots would not re-open for the movement pass"
            " (status " OpeningFileStatus "/" ClosingFileStatus ")."
        MOVE 8 TO ProposedReturnCode
        PERFORM RaiseReturnCode
        SET SnapshotsNotUsable TO TRUE
    END-IF.

CheckEarlierSnapshots.  *> Was each closing-only album on any snapshot older than the opening one
    PERFORM VARYING SnapIdx FROM 1 BY 1
        UNTIL SnapIdx NOT < FromSnapIdx OR CandidateCount = ZERO
        MOVE SnapTableFileName(SnapIdx) TO EarlierFileName
        OPEN INPUT EarlierFile
        IF EarlierFileStatus NOT = "00"
            DISPLAY "WARNING: earlier snapshot " EarlierFileName
                " would not open (status " EarlierFileStatus ") - an"
                " album it held may list as ADDED, not REINSTATED."
            ADD 1 TO EarlierSnapshotsMissing
            MOVE 4 TO ProposedReturnCode
            PERFORM RaiseReturnCode
        ELSE
            ADD 1 TO EarlierSnapshotsRead
            PERFORM VARYING CandidateIdx FROM 1 BY 1
                UNTIL CandidateIdx > CandidateCount
                IF NOT CandidateWasEarlier(CandidateIdx)
                    MOVE CandidateAlbumId(CandidateIdx)
                        TO AlbumId OF EarlierDetails
                    READ EarlierFile
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET CandidateWasEarlier(CandidateIdx) TO TRUE
                    END-READ
                END-IF
            END-PERFORM
            CLOSE EarlierFile
        END-IF
    END-PERFORM.

MergeSnapshots.  *> Match the two snapshots by AlbumId, listing and counting every movement
    MOVE "MOVEMENT DETAIL" TO SectionTitle.
    SET DetailHeadings TO TRUE.
    PERFORM StartNewPage.
    MOVE 1 TO CandidateIdx.
    PERFORM ReadOpeningFile.
    PERFORM ReadClosingFile.
    PERFORM UNTIL OpeningKey = HIGH-VALUES AND ClosingKey = HIGH-VALUES
        EVALUATE TRUE
            WHEN OpeningKey < ClosingKey
                MOVE OpeningDetails TO MovedAlbumDetails
                SET MovementRetired TO TRUE
                PERFORM TallyMovement
                ADD 1 TO AlbumsRetired
                MOVE "RETIRED" TO ActionWord
                PERFORM WriteMovementLine
                PERFORM ReadOpeningFile
            WHEN OpeningKey > ClosingKey
                MOVE ClosingDetails TO MovedAlbumDetails
                PERFORM ClassifyClosingOnly
                PERFORM TallyMovement
                PERFORM WriteMovementLine
                PERFORM ReadClosingFile
            WHEN OTHER
                IF OpeningDetails = ClosingDetails
                    ADD 1 TO AlbumsUnchanged
                ELSE
                    ADD 1 TO AlbumsChanged
                    PERFORM ListChangedAlbum
                    PERFORM TallyTransfers
                END-IF
                PERFORM ReadOpeningFile
                PERFORM ReadClosingFile
        END-EVALUATE
    END-PERFORM.

ReadOpeningFile.  *> Next opening album, counted into its opening rows
    READ OpeningFile NEXT RECORD
        AT END SET EndOfOpeningFile TO TRUE
    END-READ
    IF EndOfOpeningFile
        MOVE HIGH-VALUES TO OpeningKey
    ELSE
        MOVE AlbumId OF OpeningDetails TO OpeningKey
        ADD 1 TO OpeningRecordsRead
        MOVE OpeningDetails TO MovedAlbumDetails
        SET MovementOpening TO TRUE
        PERFORM TallyMovement
    END-IF.

ReadClosingFile.  *> Next closing album, counted into its closing rows
    READ ClosingFile NEXT RECORD
        AT END SET EndOfClosingFile TO TRUE
    END-READ
    IF EndOfClosingFile
        MOVE HIGH-VALUES TO ClosingKey
    ELSE
        MOVE AlbumId OF ClosingDetails TO ClosingKey
        ADD 1 TO ClosingRecordsRead
        MOVE ClosingDetails TO MovedAlbumDetails
        SET MovementClosing TO TRUE
        PERFORM TallyMovement
    END-IF.

ClassifyClosingOnly.  *> Reinstated if an earlier snapshot held the album, added otherwise
    PERFORM UNTIL CandidateIdx > CandidateCount
        OR CandidateAlbumId(CandidateIdx) NOT < AlbumId OF MovedAlbumDetails
        ADD 1 TO CandidateIdx
    END-PERFORM
    SET MovementAdded TO TRUE.
    IF CandidateIdx NOT > CandidateCount
        IF CandidateAlbumId(CandidateIdx) = AlbumId OF MovedAlbumDetails
            AND CandidateWasEarlier(CandidateIdx)
            SET MovementReinstated TO TRUE
        END-IF
    END-IF
    IF MovementReinstated
        ADD 1 TO AlbumsReinstated
        MOVE "REINSTATED" TO ActionWord
    ELSE
        ADD 1 TO AlbumsAdded
        MOVE "ADDED" TO ActionWord
    END-IF.

TallyTransfers.  *> A changed Genre or RecordLabel moves the album from one row to another
    IF Genre OF OpeningDetails NOT = Genre OF ClosingDetails
        OR RecordLabel OF OpeningDetails NOT = RecordLabel OF ClosingDetails
        MOVE OpeningDetails TO MovedAlbumDetails
        SET MovementTransferOut TO TRUE
        PERFORM TallyMovement
        MOVE ClosingDetails TO MovedAlbumDetails
        SET MovementTransferIn TO TRUE
        PERFORM TallyMovement
    END-IF.

TallyMovement.  *> Count the movement in hand into the album's genre row and its label row
    MOVE "G" TO WorkGroupType.
    IF Genre OF MovedAlbumDetails = SPACES
        MOVE "(NONE)" TO WorkGroupKey
    ELSE
        MOVE Genre OF MovedAlbumDetails TO WorkGroupKey
    END-IF
    IF (NOT MovementTransferIn AND NOT MovementTransferOut)
        OR Genre OF OpeningDetails NOT = Genre OF ClosingDetails
        PERFORM FindOrAddGroup
        PERFORM AddToGroup
    END-IF
    MOVE "L" TO WorkGroupType.
    IF RecordLabel OF MovedAlbumDetails = SPACES
        MOVE "(NONE)" TO WorkGroupKey
    ELSE
        MOVE RecordLabel OF MovedAlbumDetails TO WorkGroupKey
    END-IF
    IF (NOT MovementTransferIn AND NOT MovementTransferOut)
        OR RecordLabel OF OpeningDetails NOT = RecordLabel OF ClosingDetails
        PERFORM FindOrAddGroup
        PERFORM AddToGroup
    END-IF.

AddToGroup.  *> One movement onto the resolved row
    IF WorkGroupIdx = ZERO
        ADD 1 TO BreakdownOverflowCount
    ELSE
        EVALUATE TRUE
            WHEN MovementOpening
                ADD 1 TO GroupOpening(WorkGroupIdx)
            WHEN MovementClosing
                ADD 1 TO GroupClosing(WorkGroupIdx)
            WHEN MovementAdded
                ADD 1 TO GroupAdded(WorkGroupIdx)
            WHEN MovementReinstated
                ADD 1 TO GroupReinstated(WorkGroupIdx)
            WHEN MovementRetired
                ADD 1 TO GroupRetired(WorkGroupIdx)
            WHEN MovementTransferIn
                ADD 1 TO GroupTransferIn(WorkGroupIdx)
            WHEN MovementTransferOut
                ADD 1 TO GroupTransferOut(WorkGroupIdx)
        END-EVALUATE
    END-IF.

FindOrAddGroup.  *> Resolve the group to its slot, opening one in type and key order for a new group
    MOVE ZERO TO WorkGroupIdx.
    PERFORM VARYING GroupIdx FROM 1 BY 1
        UNTIL GroupIdx > GroupCount OR WorkGroupIdx NOT = ZERO
        IF GroupSortKey(GroupIdx) = WorkGroupSortKey
            MOVE GroupIdx TO WorkGroupIdx
        END-IF
    END-PERFORM
    IF WorkGroupIdx = ZERO AND GroupCount < MaxGroups
        MOVE 1 TO WorkGroupIdx
        PERFORM VARYING GroupIdx FROM 1 BY 1 UNTIL GroupIdx > GroupCount
            IF GroupSortKey(GroupIdx) < WorkGroupSortKey
                COMPUTE WorkGroupIdx = GroupIdx + 1
            END-IF
        END-PERFORM
        PERFORM VARYING ShiftIdx FROM GroupCount BY -1
            UNTIL ShiftIdx < WorkGroupIdx
            MOVE GroupEntry(ShiftIdx) TO GroupEntry(ShiftIdx + 1)
        END-PERFORM
        ADD 1 TO GroupCount
        MOVE WorkGroupSortKey TO GroupSortKey(WorkGroupIdx)
        MOVE ZERO TO GroupOpening(WorkGroupIdx) GroupAdded(WorkGroupIdx)
            GroupReinstated(WorkGroupIdx) GroupRetired(WorkGroupIdx)
            GroupTransferIn(WorkGroupIdx) GroupTransferOut(WorkGroupIdx)
            GroupClosing(WorkGroupIdx)
    END-IF.

ListChangedAlbum.  *> The album line, then each field that differs, old and new
    MOVE ZERO TO ChangedFieldCount.
    IF Artist OF OpeningDetails NOT = Artist OF ClosingDetails
        ADD 1 TO ChangedFieldCount
    END-IF
    IF AlbumTitle OF OpeningDetails NOT = AlbumTitle OF ClosingDetails
        ADD 1 TO ChangedFieldCount
    END-IF
    IF ReleaseDate OF OpeningDetails NOT = ReleaseDate OF ClosingDetails
        ADD 1 TO ChangedFieldCount
    END-IF
    IF Genre OF OpeningDetails NOT = Genre OF ClosingDetails
        ADD 1 TO ChangedFieldCount
    END-IF
    IF RecordLabel OF OpeningDetails NOT = RecordLabel OF ClosingDetails
        ADD 1 TO ChangedFieldCount
    END-IF
    IF CatalogNumber OF OpeningDetails NOT = CatalogNumber OF ClosingDetails
        ADD 1 TO ChangedFieldCount
    END-IF
    IF MediaFormat OF OpeningDetails NOT = MediaFormat OF ClosingDetails
        ADD 1 TO ChangedFieldCount
    END-IF
    IF LinesOnPage + ChangedFieldCount + 1 > LinesPerPage
        PERFORM StartNewPage
    END-IF
    MOVE ClosingDetails TO MovedAlbumDetails.
    MOVE "CHANGED" TO ActionWord.
    PERFORM WriteMovementLine.

    IF Artist OF OpeningDetails NOT = Artist OF ClosingDetails
        MOVE "ARTIST" TO FieldLabel
        MOVE Artist OF OpeningDetails TO FieldOldValue
        MOVE Artist OF ClosingDetails TO FieldNewValue
        PERFORM WriteFieldLine
    END-IF
    IF AlbumTitle OF OpeningDetails NOT = AlbumTitle OF ClosingDetails
        MOVE "ALBUMTITLE" TO FieldLabel
        MOVE AlbumTitle OF OpeningDetails TO FieldOldValue
        MOVE AlbumTitle OF ClosingDetails TO FieldNewValue
        PERFORM WriteFieldLine
    END-IF
    IF ReleaseDate OF OpeningDetails NOT = ReleaseDate OF ClosingDetails
        MOVE "RELEASEDATE" TO FieldLabel
        MOVE SPACES TO FieldOldValue FieldNewValue
        MOVE ReleaseDate OF OpeningDetails TO ReleaseDateWork
        PERFORM EditReleaseDateDisplay
        MOVE ReleaseDateDisplay TO FieldOldValue
        MOVE ReleaseDate OF ClosingDetails TO ReleaseDateWork
        PERFORM EditReleaseDateDisplay
        MOVE ReleaseDateDisplay TO FieldNewValue
        PERFORM WriteFieldLine
    END-IF
    IF Genre OF OpeningDetails NOT = Genre OF ClosingDetails
        MOVE "GENRE" TO FieldLabel
        MOVE Genre OF OpeningDetails TO FieldOldValue
        MOVE Genre OF ClosingDetails TO FieldNewValue
        PERFORM WriteFieldLine
    END-IF
    IF RecordLabel OF OpeningDetails NOT = RecordLabel OF ClosingDetails
        MOVE "RECORDLABEL" TO FieldLabel
        MOVE RecordLabel OF OpeningDetails TO FieldOldValue
        MOVE RecordLabel OF ClosingDetails TO FieldNewValue
        PERFORM WriteFieldLine
    END-IF
    IF CatalogNumber OF OpeningDetails NOT = CatalogNumber OF ClosingDetails
        MOVE "CATALOGNUMBER" TO FieldLabel
        MOVE CatalogNumber OF OpeningDetails TO FieldOldValue
        MOVE CatalogNumber OF ClosingDetails TO FieldNewValue
        PERFORM WriteFieldLine
    END-IF
    IF MediaFormat OF OpeningDetails NOT = MediaFormat OF ClosingDetails
        MOVE "MEDIAFORMAT" TO FieldLabel
        MOVE MediaFormat OF OpeningDetails TO FieldOldValue
        MOVE MediaFormat OF ClosingDetails TO FieldNewValue
        PERFORM WriteFieldLine
    END-IF.

EditReleaseDateDisplay.  *> The YYYYMMDD in ReleaseDateWork edited as YYYY-MM-DD
    MOVE SPACES TO ReleaseDateDisplay.
    MOVE ReleaseDateWork(1:4) TO ReleaseDateDisplay(1:4).
    MOVE "-" TO ReleaseDateDisplay(5:1).
    MOVE ReleaseDateWork(5:2) TO ReleaseDateDisplay(6:2).
    MOVE "-" TO ReleaseDateDisplay(8:1).
    MOVE ReleaseDateWork(7:2) TO ReleaseDateDisplay(9:2).

WriteMovementLine.  *> What happened to which album
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE ActionWord TO PrintDetailLine(2:10).
    MOVE AlbumId OF MovedAlbumDetails TO PrintDetailLine(14:7).
    MOVE Artist OF MovedAlbumDetails TO PrintDetailLine(23:8).
    MOVE AlbumTitle OF MovedAlbumDetails TO PrintDetailLine(33:20).
    MOVE Genre OF MovedAlbumDetails TO PrintDetailLine(55:10).
    MOVE RecordLabel OF MovedAlbumDetails TO PrintDetailLine(67:12).
    PERFORM WritePrintLine.

WriteFieldLine.  *> One field of a changed album, opening and closing value
    MOVE SPACES TO PrintDetailLine.
    MOVE FieldLabel TO PrintDetailLine(14:14).
    MOVE FieldOldValue TO PrintDetailLine(29:20).
    MOVE "->" TO PrintDetailLine(50:2).
    MOVE FieldNewValue TO PrintDetailLine(53:20).
    PERFORM WritePrintLine.

ProduceSummary.  *> The movement counts for the whole catalog, after the detail
    SET NoHeadings TO TRUE.
    IF LinesOnPage + 10 > LinesPerPage
        MOVE "SUMMARY" TO SectionTitle
        PERFORM StartNewPage
    END-IF
    MOVE SPACES TO PrintDetailLine.
    PERFORM WritePrintLine.
    MOVE "ALBUMS ON OPENING SNAPSHOT:" TO PrintDetailLine(2:27).
    MOVE OpeningFileName TO PrintDetailLine(30:24).
    MOVE OpeningRecordsRead TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(56:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "ADDED:" TO PrintDetailLine(4:6).
    MOVE AlbumsAdded TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(56:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "REINSTATED:" TO PrintDetailLine(4:11).
    MOVE AlbumsReinstated TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(56:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "RETIRED:" TO PrintDetailLine(4:8).
    MOVE AlbumsRetired TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(56:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "ALBUMS ON CLOSING SNAPSHOT:" TO PrintDetailLine(2:27).
    MOVE ClosingFileName TO PrintDetailLine(30:24).
    MOVE ClosingRecordsRead TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(56:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "CHANGED (ON BOTH):" TO PrintDetailLine(4:18).
    MOVE AlbumsChanged TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(56:9).
    PERFORM WritePrintLine.
    MOVE SPACES TO PrintDetailLine.
    MOVE "UNCHANGED (ON BOTH):" TO PrintDetailLine(4:20).
    MOVE AlbumsUnchanged TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(56:9).
    PERFORM WritePrintLine.
    COMPUTE RowExpected = OpeningRecordsRead + AlbumsAdded
        + AlbumsReinstated - AlbumsRetired.
    IF RowExpected NOT = ClosingRecordsRead
        ADD 1 TO ReconcileBreakCount
        MOVE SPACES TO PrintDetailLine
        MOVE "*BREAK* OPENING + ADDED + REINSTATED - RETIRED DOES NOT"
            TO PrintDetailLine(2:55)
        MOVE "EQUAL CLOSING" TO PrintDetailLine(58:13)
        PERFORM WritePrintLine
    END-IF.

ProduceBreakdown.  *> The rows of one group type, each proved, closed by the section total
    SET GroupHeadings TO TRUE.
    PERFORM StartNewPage.
    MOVE ZERO TO TotalOpening TotalAdded TotalReinstated TotalRetired
        TotalTransferIn TotalTransferOut TotalClosing.
    PERFORM VARYING GroupIdx FROM 1 BY 1 UNTIL GroupIdx > GroupCount
        IF GroupType(GroupIdx) = WorkGroupType
            MOVE GroupOpening(GroupIdx) TO RowOpening
            MOVE GroupAdded(GroupIdx) TO RowAdded
            MOVE GroupReinstated(GroupIdx) TO RowReinstated
            MOVE GroupRetired(GroupIdx) TO RowRetired
            MOVE GroupTransferIn(GroupIdx) TO RowTransferIn
            MOVE GroupTransferOut(GroupIdx) TO RowTransferOut
            MOVE GroupClosing(GroupIdx) TO RowClosing
            ADD RowOpening TO TotalOpening
            ADD RowAdded TO TotalAdded
            ADD RowReinstated TO TotalReinstated
            ADD RowRetired TO TotalRetired
            ADD RowTransferIn TO TotalTransferIn
            ADD RowTransferOut TO TotalTransferOut
            ADD RowClosing TO TotalClosing
            MOVE SPACES TO PrintDetailLine
            MOVE GroupKey(GroupIdx) TO PrintDetailLine(2:12)
            PERFORM WriteGroupLine
        END-IF
    END-PERFORM.
    MOVE TotalOpening TO RowOpening.
    MOVE TotalAdded TO RowAdded.
    MOVE TotalReinstated TO RowReinstated.
    MOVE TotalRetired TO RowRetired.
    MOVE TotalTransferIn TO RowTransferIn.
    MOVE TotalTransferOut TO RowTransferOut.
    MOVE TotalClosing TO RowClosing.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    PERFORM WritePrintLine.
    MOVE "TOTAL" TO PrintDetailLine(2:12).
    PERFORM WriteGroupLine.

WriteGroupLine.  *> One row's movement, its net change, and whether it reconciles
    COMPUTE RowExpected = RowOpening + RowAdded + RowReinstated - RowRetired
        + RowTransferIn - RowTransferOut.
    COMPUTE RowNet = RowClosing - RowOpening.
    PERFORM CheckForPageBreak.
    MOVE RowOpening TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(15:9).
    MOVE RowAdded TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(25:9).
    MOVE RowReinstated TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(35:9).
    MOVE RowRetired TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(45:9).
    MOVE RowTransferIn TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(55:9).
    MOVE RowTransferOut TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(65:9).
    MOVE RowClosing TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(75:9).
    MOVE RowNet TO NetEdit.
    MOVE NetEdit TO PrintDetailLine(85:9).
    IF RowExpected = RowClosing
        MOVE "OK" TO PrintDetailLine(96:2)
    ELSE
        MOVE "BREAK" TO PrintDetailLine(96:5)
        ADD 1 TO ReconcileBreakCount
    END-IF
    PERFORM WritePrintLine.

ProduceWarnings.  *> Anything that makes the figures above less than the whole story
    IF BreakdownOverflowCount > ZERO
        PERFORM CheckForPageBreak
        MOVE SPACES TO PrintDetailLine
        MOVE "WARNING: MOVEMENTS LEFT OUT OF A FULL BREAKDOWN TABLE:"
            TO PrintDetailLine(2:54)
        MOVE BreakdownOverflowCount TO CountEdit
        MOVE CountEdit TO PrintDetailLine(57:9)
        PERFORM WritePrintLine
        DISPLAY "WARNING: " BreakdownOverflowCount " movement(s) left out"
            " of a full genre/label table - the breakdown undercounts."
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    IF CandidateOverflowCount > ZERO OR EarlierSnapshotsMissing > ZERO
        PERFORM CheckForPageBreak
        MOVE SPACES TO PrintDetailLine
        MOVE "WARNING: NOT EVERY ALBUM COULD BE CHECKED AGAINST THE"
            TO PrintDetailLine(2:53)
        MOVE "EARLIER SNAPSHOTS - SOME ADDED MAY BE REINSTATED."
            TO PrintDetailLine(56:49)
        PERFORM WritePrintLine
        DISPLAY "WARNING: " CandidateOverflowCount " album(s) not checked"
            " and " EarlierSnapshotsMissing " earlier snapshot(s) missing"
            " - some ADDED may be REINSTATED."
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    IF ReconcileBreakCount > ZERO
        DISPLAY "WARNING: " ReconcileBreakCount " row(s) of ALBMOVE.PRT"
            " do not reconcile - see BREAK."
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

EditDateDisplay.  *> DateWork edited into DateDisplay as MM/DD/YYYY
    MOVE DateWork(5:2) TO DateDisplay(1:2).
    MOVE "/" TO DateDisplay(3:1).
    MOVE DateWork(7:2) TO DateDisplay(4:2).
    MOVE "/" TO DateDisplay(6:1).
    MOVE DateWork(1:4) TO DateDisplay(7:4).

WriteColumnHeadings.  *> Column headings under a page heading, for the part being printed
    EVALUATE TRUE
        WHEN DetailHeadings
            MOVE PrintDetailColumnLine TO PrintRecord
            WRITE PrintRecord
            ADD 1 TO LinesOnPage
        WHEN GroupHeadings
            MOVE PrintGroupColumnLine TO PrintRecord
            WRITE PrintRecord
            ADD 1 TO LinesOnPage
    END-EVALUATE.

WritePrintLine.  *> The built detail line onto the report
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

CheckForPageBreak.  *> Start a fresh page when the current one is full
    IF LinesOnPage >= LinesPerPage
        PERFORM StartNewPage
    END-IF.

StartNewPage.  *> Page header with the section, the snapshots, run date and page number, then the column headings
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
    PERFORM WriteColumnHeadings.

TerminateRun.  *> Close down
    IF SnapshotsUsable
        CLOSE OpeningFile
        CLOSE ClosingFile
    END-IF
    IF PrintFileOpen
        CLOSE PrintFile
    END-IF.
