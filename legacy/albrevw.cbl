       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  AlbRevw.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> Review of the suspected duplicates AlbEdit holds on ALBREVW.DAT. A feed
*> record that passed every edit but looks like an album the catalog
*> already holds under another AlbumId - the same Artist plus AlbumTitle,
*> or the same RecordLabel plus CatalogNumber - is parked there with its
*> feed provenance and the AlbumId it collided with, and acknowledged P002
*> to the supplier. Nothing parked ever reaches the master on its own; the
*> catalog team decides each one here, one decision per line on
*> REVWTRAN.DAT, fields packed contiguously:
*>     A0000001
*>     X0000002
*> Column layout of a decision line:
*>     01      DecisionCode  (A approve / X discard)
*>     02-08   AlbumId       (the held record's AlbumId)
*>
*>   - A approves the record as a genuinely new release: it goes into the
*>     ALBUMS.DAT master exactly as AlbEdit would have applied it - the
*>     WRITE journaled to ALBJRNL.DAT under this program's name and the
*>     operator's id, its feed provenance written to ALBXREF.DAT so it can
*>     still be backed out with the rest of its feed - or, when its
*>     ReleaseDate is still in the future, onto ALBPEND.DAT for AlbPrel to
*>     release on the day. Either way it comes off the review file.
*>     "Still in the future" is against today's date, not a cycle's
*>     business date: ALBRVWJ runs in the working day, between cycles,
*>     and today is the business date that evening's ALBTABJ cycle will
*>     release against, so an approval applied here is one AlbPrel
*>     would have released too. It must not be run while an ALBTABJ
*>     cycle is still going past midnight - both update ALBUMS.DAT.
*>   - X discards it as the duplicate it looked like: it comes off the
*>     review file and nothing else is touched.
*> An approval whose AlbumId has meanwhile been taken on the master (or on
*> the pending file) is refused and left on the review file, as is a
*> decision naming an AlbumId that is not waiting for review.
*>
*> After the decisions, everything still waiting is listed on REVWLIST.PRT
*> - a paginated print-image report in the AlbRetl mold - each held record
*> beside the album it looks like, read afresh off the master or the
*> pending file, so the next decisions can be made off the listing. Run
*> with no REVWTRAN.DAT at all for the listing alone. The operator id
*> comes from the ALBREVW-OPERATOR environment variable, as AlbMnt's does.
*>
*> The run ends with a meaningful RETURN-CODE: 0 clean, 4 one or more
*> decisions were refused, 12 a required file would not open (no decision
*> applied; an unjournaled write cannot be rolled forward).
*>
*> Modification history:
*>   Written alongside the suspected-duplicate hold added to AlbEdit -
*>     before it, a release re-sent under a fresh AlbumId went straight
*>     into the catalog a second time.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT ReviewFile ASSIGN TO "ALBREVW.DAT"  *> Suspected duplicates held by AlbEdit for review
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF ReviewDetails
        FILE STATUS IS ReviewFileStatus.

    SELECT DecisionFile ASSIGN TO "REVWTRAN.DAT"  *> The catalog team's decisions, one per line
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DecisionFileStatus.

    SELECT AlbumFile ASSIGN TO "ALBUMS.DAT"  *> The album master, keyed on AlbumId - see AlbLoad/AlbMnt
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF AlbumDetails
        ALTERNATE RECORD KEY IS Artist OF AlbumDetails WITH DUPLICATES
        FILE STATUS IS AlbumFileStatus.

    SELECT PendingFile ASSIGN TO "ALBPEND.DAT"  *> The pending-release holding file - see AlbPrel
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF PendingDetails
        FILE STATUS IS PendingFileStatus.

    SELECT JournalFile ASSIGN TO "ALBJRNL.DAT"  *> AlbumFile update journal, one entry appended per master update - see AlbRcvr
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JournalFileStatus.

    SELECT CrossRefFile ASSIGN TO "ALBXREF.DAT"  *> Feed provenance per accepted AlbumId - see AlbEdit/AlbBko
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XrefAlbumId
        FILE STATUS IS CrossRefFileStatus.

    SELECT PrintFile ASSIGN TO "REVWLIST.PRT"  *> Print-image listing of what is still waiting for review
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PrintFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD ReviewFile.  *> The review holding file - the suspect record, its feed provenance and what it collided with
01 ReviewDetails.  *> The held record plus the feed it arrived on and the album it looks like
   88  EndOfReviewFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBUMRC.
   02  RevwSupplierId     PIC X(08).
   02  RevwFeedSequence   PIC 9(06).
   02  RevwFeedDate       PIC 9(08).
   02  RevwHeldDate       PIC 9(08).
   02  RevwMatchType      PIC X(01).
       88  RevwSameTitle      VALUE "T".
       88  RevwSameCatalog    VALUE "L".
   02  RevwMatchAlbumId   PIC 9(07).
   02  RevwMatchSource    PIC X(01).
       88  RevwMatchOnMaster  VALUE "M".
       88  RevwMatchOnPending VALUE "P".

FD DecisionFile.  *> Review decisions
01 DecisionRecord.
   88  EndOfDecisionFile  VALUE HIGH-VALUES.  *> End of file marker
   02  DecisionCode       PIC X(01).
       88  DecisionApprove    VALUE "A".
       88  DecisionDiscard    VALUE "X".
   02  DecisionAlbumId    PIC 9(07).

FD AlbumFile.  *> The album master, keyed on AlbumId - see AlbLoad/AlbMnt
01 AlbumDetails.  *> Record description for AlbumDetails
   COPY ALBUMRC.

FD PendingFile.  *> The pending-release holding file - the record plus its feed provenance
01 PendingDetails.  *> The held record plus the feed it arrived on
   COPY ALBUMRC.
   02  PendSupplierId     PIC X(08).
   02  PendFeedSequence   PIC 9(06).
   02  PendFeedDate       PIC 9(08).

FD JournalFile.  *> AlbumFile update journal - before/after images for forward recovery
01 JournalDetails.  *> Record description for JournalDetails
   COPY ALBJRNL.

FD CrossRefFile.  *> Feed provenance - which feed introduced each accepted AlbumId
01 CrossRefDetails.  *> Record description for CrossRefDetails
   COPY ALBXREF.

FD PrintFile.  *> Paginated print-image report
01 PrintRecord                PIC X(132).

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 ReviewFileStatus         PIC X(02).
01 DecisionFileStatus       PIC X(02).
01 AlbumFileStatus          PIC X(02).
01 PendingFileStatus        PIC X(02).
01 JournalFileStatus        PIC X(02).
01 CrossRefFileStatus       PIC X(02).
01 PrintFileStatus          PIC X(02).

01 RunState                 PIC X(01) VALUE "Y".  *> Is the run able to proceed at all
   88 RunUsable     VALUE "Y".
   88 RunNotUsable  VALUE "N".

*> Did each OPEN actually succeed - a later open failure must not leave the earlier files unclosed
01 ReviewFileIsOpen         PIC X(01) VALUE "N".
   88 ReviewFileOpen VALUE "Y".
01 DecisionFileIsOpen       PIC X(01) VALUE "N".
   88 DecisionFileOpen VALUE "Y".
01 AlbumFileIsOpen          PIC X(01) VALUE "N".
   88 AlbumFileOpen VALUE "Y".
01 PendingFileIsOpen        PIC X(01) VALUE "N".
   88 PendingFileOpen VALUE "Y".
01 JournalFileIsOpen        PIC X(01) VALUE "N".
   88 JournalFileOpen VALUE "Y".
01 CrossRefFileIsOpen       PIC X(01) VALUE "N".
   88 CrossRefFileOpen VALUE "Y".
01 PrintFileIsOpen          PIC X(01) VALUE "N".
   88 PrintFileOpen VALUE "Y".

01 RunReturnCode            PIC 9(02) VALUE ZERO.  *> Step return code - 0 clean, 4 decisions refused, 12 I/O error

01 RunDate                  PIC 9(08).  *> Today - an approved record dated after it goes to the pending file
01 ReleaseCutoffDate        PIC X(08).  *> RunDate as a character date, for the ReleaseDate compare
01 ReleaseDateWork          PIC X(08).  *> ReleaseDate of the record being approved
01 OtherFileState           PIC X(01).  *> Is the AlbumId held on the file the approval is not writing to
   88 AlbumIdTakenElsewhere VALUE "Y".
   88 AlbumIdFreeElsewhere  VALUE "N".
01 OperatorId               PIC X(08) VALUE SPACES.  *> ALBREVW-OPERATOR as accepted - stamped on every journal entry

01 JournalWorkDate          PIC 9(08).  *> Run date half of the journal timestamp
01 JournalWorkTime          PIC 9(08).  *> HHMMSSss as returned by ACCEPT FROM TIME

01 DecisionsRead            PIC 9(07) VALUE ZERO.
01 ApprovedApplied          PIC 9(07) VALUE ZERO.  *> Approved and written to the master
01 ApprovedHeld             PIC 9(07) VALUE ZERO.  *> Approved but future-dated - moved to the pending file
01 DiscardedCount           PIC 9(07) VALUE ZERO.
01 RefusedCount             PIC 9(07) VALUE ZERO.  *> Decisions that could not be carried out
01 StillWaiting             PIC 9(07) VALUE ZERO.  *> Records left on the review file after the decisions

*> Print file controls - same paging pattern as AlbRetl's RETIRLST.PRT
01 RunDateDisplay           PIC X(10).
01 LinesOnPage              PIC 9(03) VALUE ZERO.
01 LinesPerPage             PIC 9(03) VALUE 20.
01 PageNumber               PIC 9(05) VALUE ZERO.
01 PrintTitleLine.
   02 FILLER PIC X(01) VALUE SPACE.
   02 FILLER PIC X(40) VALUE "SUSPECTED DUPLICATES AWAITING REVIEW".
   02 FILLER PIC X(12) VALUE "  RUN DATE: ".
   02 PrintTitleDate PIC X(10).
   02 FILLER PIC X(08) VALUE "  PAGE: ".
   02 PrintTitlePage PIC ZZZZ9.
01 PrintColumnLine.  *> Repeated after every page break
   02 FILLER PIC X(10) VALUE " ALBUMID".
   02 FILLER PIC X(10) VALUE "ARTIST".
   02 FILLER PIC X(22) VALUE "TITLE".
   02 FILLER PIC X(10) VALUE "RELEASE".
   02 FILLER PIC X(10) VALUE "SUPPLIER".
   02 FILLER PIC X(10) VALUE "HELD ON".
   02 FILLER PIC X(16) VALUE "LOOKS LIKE".
   02 FILLER PIC X(09) VALUE "ALBUMID".
   02 FILLER PIC X(10) VALUE "WHERE".
   02 FILLER PIC X(20) VALUE "ITS TITLE".
01 PrintDetailLine          PIC X(132).  *> Print detail line built up before being written

PROCEDURE DIVISION.  *> Start of the procedure division
    PERFORM InitializeRun.
    IF RunUsable
        PERFORM UNTIL EndOfDecisionFile OR NOT DecisionFileOpen
            READ DecisionFile
                AT END SET EndOfDecisionFile TO TRUE
            END-READ
            IF NOT EndOfDecisionFile
                ADD 1 TO DecisionsRead
                PERFORM ApplyDecision
            END-IF
        END-PERFORM
        PERFORM ListReviewQueue
    END-IF
    PERFORM TerminateRun.
    DISPLAY "AlbRevw complete - " DecisionsRead " decision(s): "
        ApprovedApplied " approved into the master, " ApprovedHeld
        " approved onto the pending file, " DiscardedCount
        " discarded, " RefusedCount " refused; " StillWaiting
        " still waiting for review.".
    IF RefusedCount > ZERO AND RunReturnCode < 4
        MOVE 4 TO RunReturnCode
    END-IF
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

InitializeRun.  *> Every file must open cleanly before a single decision is applied
    ACCEPT RunDate FROM DATE YYYYMMDD.
    MOVE RunDate TO ReleaseCutoffDate.  *> Today - the business date of the coming cycle (see above)
    MOVE RunDate(5:2) TO RunDateDisplay(1:2).
    MOVE "/" TO RunDateDisplay(3:1).
    MOVE RunDate(7:2) TO RunDateDisplay(4:2).
    MOVE "/" TO RunDateDisplay(6:1).
    MOVE RunDate(1:4) TO RunDateDisplay(7:4).

    ACCEPT OperatorId FROM ENVIRONMENT "ALBREVW-OPERATOR".  *> Who made the decisions - named on every journal entry
    IF OperatorId = SPACES OR OperatorId = LOW-VALUES
        MOVE "UNKNOWN" TO OperatorId
        DISPLAY "ALBREVW-OPERATOR not set - this run's journal entries"
            " will name the operator as UNKNOWN."
    END-IF

    OPEN I-O ReviewFile.
    IF ReviewFileStatus = "35"
        OPEN OUTPUT ReviewFile  *> Nothing has ever been held for review - an empty review file
        CLOSE ReviewFile
        OPEN I-O ReviewFile
    END-IF
    IF ReviewFileStatus NOT = "00"
        DISPLAY "ALBREVW.DAT would not open (status " ReviewFileStatus
            ") - nothing reviewed."
        MOVE 12 TO RunReturnCode
        SET RunNotUsable TO TRUE
    ELSE
        SET ReviewFileOpen TO TRUE
    END-IF
    IF RunUsable
        OPEN EXTEND JournalFile  *> Append to the update journal; EXTEND creates the file on its first run
        IF JournalFileStatus = "35"
            OPEN OUTPUT JournalFile
        END-IF
        IF JournalFileStatus NOT = "00"
            DISPLAY "ALBJRNL.DAT would not open (status " JournalFileStatus
                ") - nothing reviewed; an unjournaled write cannot be"
                " rolled forward."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
        ELSE
            SET JournalFileOpen TO TRUE
        END-IF
    END-IF
    IF RunUsable
        OPEN I-O AlbumFile
        IF AlbumFileStatus = "35"
            OPEN OUTPUT AlbumFile
            CLOSE AlbumFile
            OPEN I-O AlbumFile
        END-IF
        IF AlbumFileStatus NOT = "00"
            DISPLAY "ALBUMS.DAT would not open (status " AlbumFileStatus
                ") - nothing reviewed."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
        ELSE
            SET AlbumFileOpen TO TRUE
        END-IF
    END-IF
    IF RunUsable
        OPEN I-O PendingFile
        IF PendingFileStatus = "35"
            OPEN OUTPUT PendingFile
            CLOSE PendingFile
            OPEN I-O PendingFile
        END-IF
        IF PendingFileStatus NOT = "00"
            DISPLAY "ALBPEND.DAT would not open (status "
                PendingFileStatus ") - nothing reviewed."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
        ELSE
            SET PendingFileOpen TO TRUE
        END-IF
    END-IF
    IF RunUsable
        OPEN I-O CrossRefFile
        IF CrossRefFileStatus = "35"
            OPEN OUTPUT CrossRefFile
            CLOSE CrossRefFile
            OPEN I-O CrossRefFile
        END-IF
        IF CrossRefFileStatus NOT = "00"
            DISPLAY "ALBXREF.DAT would not open (status "
                CrossRefFileStatus ") - nothing reviewed; an approval"
                " without provenance could never be backed out."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
        ELSE
            SET CrossRefFileOpen TO TRUE
        END-IF
    END-IF
    IF RunUsable
        OPEN OUTPUT PrintFile
        IF PrintFileStatus = "00"
            SET PrintFileOpen TO TRUE
        ELSE
            DISPLAY "REVWLIST.PRT would not open (status " PrintFileStatus
                ") - nothing reviewed; decisions made off a listing"
                " that cannot be printed would be made blind."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
        END-IF
    END-IF
    IF RunUsable
        OPEN INPUT DecisionFile
        IF DecisionFileStatus = "00"
            SET DecisionFileOpen TO TRUE
        ELSE
            DISPLAY "No REVWTRAN.DAT decisions (status "
                DecisionFileStatus ") - listing the review file only."
        END-IF
    END-IF.

ApplyDecision.  *> One decision against one held record
    MOVE DecisionAlbumId TO AlbumId OF ReviewDetails.
    READ ReviewFile
        INVALID KEY
            ADD 1 TO RefusedCount
            DISPLAY "Refused: " DecisionCode " " DecisionAlbumId
                " - AlbumId is not waiting for review."
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN DecisionApprove
                    PERFORM ApproveHeldRecord
                WHEN DecisionDiscard
                    PERFORM DiscardHeldRecord
                WHEN OTHER
                    ADD 1 TO RefusedCount
                    DISPLAY "Refused: " DecisionCode " " DecisionAlbumId
                        " - unknown decision code; use A or X."
            END-EVALUATE
    END-READ.

ApproveHeldRecord.  *> Not a duplicate after all - on to the master, or the pending file when its day has not come
    MOVE ReleaseDate OF ReviewDetails TO ReleaseDateWork.
    SET AlbumIdFreeElsewhere TO TRUE.
    IF ReleaseDateWork > ReleaseCutoffDate
        MOVE AlbumId OF ReviewDetails TO AlbumId OF AlbumDetails
        READ AlbumFile  *> The WRITE below guards the pending file; the master is checked here, as AlbEdit's R008 does
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET AlbumIdTakenElsewhere TO TRUE
                ADD 1 TO RefusedCount
                DISPLAY "Refused: A " DecisionAlbumId " - AlbumId is now"
                    " taken on ALBUMS.DAT; left for review."
        END-READ
    ELSE
        MOVE AlbumId OF ReviewDetails TO AlbumId OF PendingDetails
        READ PendingFile  *> The WRITE below guards the master; the pending file is checked here, as AlbEdit's R010 does
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET AlbumIdTakenElsewhere TO TRUE
                ADD 1 TO RefusedCount
                DISPLAY "Refused: A " DecisionAlbumId " - AlbumId is"
                    " already held pending release; left for review."
        END-READ
    END-IF
    EVALUATE TRUE
        WHEN AlbumIdTakenElsewhere
            CONTINUE  *> Refused above - left on the review file
        WHEN ReleaseDateWork > ReleaseCutoffDate
            MOVE ReviewDetails(1:81) TO PendingDetails(1:81)
            MOVE RevwSupplierId TO PendSupplierId
            MOVE RevwFeedSequence TO PendFeedSequence
            MOVE RevwFeedDate TO PendFeedDate
            WRITE PendingDetails
                INVALID KEY
                    ADD 1 TO RefusedCount
                    DISPLAY "Refused: A " DecisionAlbumId " - AlbumId is"
                        " already held pending release; left for review."
                NOT INVALID KEY
                    ADD 1 TO ApprovedHeld
                    DELETE ReviewFile RECORD
                    DISPLAY "Approved: AlbumId " DecisionAlbumId
                        " - held pending release " ReleaseDateWork "."
            END-WRITE
        WHEN OTHER
            MOVE ReviewDetails(1:81) TO AlbumDetails
            WRITE AlbumDetails
                INVALID KEY
                    ADD 1 TO RefusedCount
                    DISPLAY "Refused: A " DecisionAlbumId " - AlbumId is now"
                        " taken on ALBUMS.DAT; left for review."
                NOT INVALID KEY
                    ADD 1 TO ApprovedApplied
                    PERFORM WriteJournalRecord
                    PERFORM WriteCrossRefRecord
                    DELETE ReviewFile RECORD
                    DISPLAY "Approved: AlbumId " DecisionAlbumId
                        " - applied to ALBUMS.DAT."
            END-WRITE
    END-EVALUATE.

DiscardHeldRecord.  *> The duplicate it looked like - off the review file, nothing else touched
    DELETE ReviewFile RECORD.
    ADD 1 TO DiscardedCount.
    DISPLAY "Discarded: AlbumId " DecisionAlbumId " (duplicate of "
        RevwMatchAlbumId ").".

WriteJournalRecord.  *> Stamp and append one journal entry for the record just approved
    ACCEPT JournalWorkDate FROM DATE YYYYMMDD.
    ACCEPT JournalWorkTime FROM TIME.
    MOVE JournalWorkDate TO JournalTimestamp(1:8).
    MOVE JournalWorkTime(1:6) TO JournalTimestamp(9:6).
    MOVE "ALBREVW" TO JournalProgram.
    MOVE OperatorId TO JournalOperator.
    SET JournalWrite TO TRUE.
    MOVE AlbumId OF AlbumDetails TO JournalKeyAlbumId.
    MOVE SPACES TO JournalBeforeImage.
    MOVE AlbumDetails TO JournalAfterImage.
    WRITE JournalDetails.

WriteCrossRefRecord.  *> The provenance AlbEdit held with the record, written as if applied on arrival
    MOVE AlbumId OF AlbumDetails TO XrefAlbumId.
    MOVE RevwSupplierId TO XrefSupplierId.
    MOVE RevwFeedSequence TO XrefFeedSequence.
    MOVE RevwFeedDate TO XrefFeedDate.
    MOVE AlbumDetails TO XrefRecordImage.
    WRITE CrossRefDetails
        INVALID KEY
            REWRITE CrossRefDetails  *> AlbumId re-introduced after a delete - the latest introduction replaces the older entry
    END-WRITE.

ListReviewQueue.  *> Everything still waiting, beside the album it looks like
    PERFORM StartNewPage.
    MOVE PrintColumnLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.
    MOVE ZERO TO AlbumId OF ReviewDetails.
    START ReviewFile KEY IS GREATER THAN AlbumId OF ReviewDetails
        INVALID KEY
            SET EndOfReviewFile TO TRUE  *> Nothing waiting
    END-START
    PERFORM UNTIL EndOfReviewFile
        READ ReviewFile NEXT RECORD
            AT END SET EndOfReviewFile TO TRUE
        END-READ
        IF NOT EndOfReviewFile
            ADD 1 TO StillWaiting
            PERFORM ListHeldRecord
        END-IF
    END-PERFORM
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE StillWaiting TO PrintDetailLine(2:7).
    MOVE "RECORD(S) WAITING FOR REVIEW" TO PrintDetailLine(11:28).
    MOVE PrintDetailLine TO PrintRecord.
    WRITE PrintRecord.
    ADD 1 TO LinesOnPage.

ListHeldRecord.  *> One held record and, read afresh, the album it collided with
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE AlbumId OF ReviewDetails TO PrintDetailLine(2:7).
    MOVE Artist OF ReviewDetails TO PrintDetailLine(11:8).
    MOVE AlbumTitle OF ReviewDetails TO PrintDetailLine(21:20).
    MOVE ReleaseDate OF ReviewDetails TO PrintDetailLine(43:8).
    MOVE RevwSupplierId TO PrintDetailLine(53:8).
    MOVE RevwHeldDate TO PrintDetailLine(63:8).
    IF RevwSameTitle
        MOVE "SAME TITLE" TO PrintDetailLine(73:14)
    ELSE
        MOVE "SAME LABEL/CAT" TO PrintDetailLine(73:14)
    END-IF
    MOVE RevwMatchAlbumId TO PrintDetailLine(89:7).
    MOVE RevwMatchAlbumId TO AlbumId OF AlbumDetails.
    READ AlbumFile
        INVALID KEY
            MOVE RevwMatchAlbumId TO AlbumId OF PendingDetails
            READ PendingFile
                INVALID KEY
                    MOVE "GONE" TO PrintDetailLine(98:8)
                    MOVE "(no longer held)" TO PrintDetailLine(108:20)
                NOT INVALID KEY
                    MOVE "PENDING" TO PrintDetailLine(98:8)
                    MOVE AlbumTitle OF PendingDetails TO PrintDetailLine(108:20)
            END-READ
        NOT INVALID KEY
            MOVE "MASTER" TO PrintDetailLine(98:8)
            MOVE AlbumTitle OF AlbumDetails TO PrintDetailLine(108:20)
    END-READ
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

StartNewPage.  *> Page header with the run date and page number
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

TerminateRun.  *> Close whatever actually opened - each CLOSE rides its own did-open flag
    IF ReviewFileOpen
        CLOSE ReviewFile
    END-IF
    IF DecisionFileOpen
        CLOSE DecisionFile
    END-IF
    IF AlbumFileOpen
        CLOSE AlbumFile
    END-IF
    IF PendingFileOpen
        CLOSE PendingFile
    END-IF
    IF JournalFileOpen
        CLOSE JournalFile
    END-IF
    IF CrossRefFileOpen
        CLOSE CrossRefFile
    END-IF
    IF PrintFileOpen
        CLOSE PrintFile
    END-IF.
