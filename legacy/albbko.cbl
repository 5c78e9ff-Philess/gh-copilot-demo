*> feed's held records - future-dated records AlbEdit accepted but never
*> applied - and those come off the holding file too, so AlbPrel cannot
*> re-introduce part of a disowned feed on its release day. Held removals
*> need no journal entry: a pending write never reached the master. The
*> ALBREVW.DAT review holding file is swept the same way for the named
*> feed's suspected duplicates still waiting for review, so AlbRevw cannot
*> approve part of a disowned feed in afterwards.
*> Everything removed (master and held) and everything skipped is listed on
*> BACKOUT.PRT, a paginated print-image report in the AlbRetl mold, so the
*> supplier can be told exactly what came out and what needs a manual look.
*>
*> The run ends with a meaningful RETURN-CODE: 0 clean, 4 nothing on the
*> cross-reference or the holding files matched the named feed (wrong
*> supplier or sequence is the likeliest cause - nothing was touched),
*> 8 the naming environment variables were missing or not usable, 12 a
*> required file would not open (nothing touched; an unjournaled delete
*>     stopped closing files the RC 8 refuse paths had never opened -
*>     every CLOSE now rides its own did-open flag, the way the print
*>     file's already did.
*>   Journal entries now carry an operator id (JournalOperator - see
*>     ALBJRNL); this batch program stamps it spaces, so AlbTrail's
*>     change-history report names the program instead.
*>   A disowned feed's suspected duplicates, held on ALBREVW.DAT for
*>     review, survived the back-out and could still be approved into
*>     the master through AlbRevw. The review file is now swept for the
*>     named feed after the pending-release holding file.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
        RECORD KEY IS AlbumId OF PendingDetails
        FILE STATUS IS PendingFileStatus.

    SELECT ReviewFile ASSIGN TO "ALBREVW.DAT"  *> Suspected duplicates held for review - the named feed's come off it too
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF ReviewDetails
        FILE STATUS IS ReviewFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD AlbumFile.  *> File description for AlbumFile
   02  PendFeedSequence   PIC 9(06).
   02  PendFeedDate       PIC 9(08).

FD ReviewFile.  *> The review holding file - the suspect record, its feed provenance and what it collided with
01 ReviewDetails.  *> The held record plus the feed it arrived on and the album it looks like
   88  EndOfReviewFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBUMRC.
   02  RevwSupplierId     PIC X(08).
   02  RevwFeedSequence   PIC 9(06).
   02  RevwFeedDate       PIC 9(08).
   02  RevwHeldDate       PIC 9(08).
   02  RevwMatchType      PIC X(01).
   02  RevwMatchAlbumId   PIC 9(07).
   02  RevwMatchSource    PIC X(01).

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 AlbumFileStatus          PIC X(02).
01 CrossRefFileStatus       PIC X(02).
01 JournalFileStatus        PIC X(02).
01 PrintFileStatus          PIC X(02).
01 PendingFileStatus        PIC X(02).
01 ReviewFileStatus         PIC X(02).

01 SupplierRequested        PIC X(08) VALUE SPACES.  *> ALBBKO-SUPPLIER as accepted
01 SequenceRequested        PIC X(06) VALUE SPACES.  *> ALBBKO-SEQUENCE as accepted
01 PendingPresentState      PIC X(01) VALUE "Y".  *> Does ALBPEND.DAT exist - nothing to sweep when it never has
   88 PendingPresent VALUE "Y".
   88 PendingAbsent  VALUE "N".
01 ReviewFileIsOpen         PIC X(01) VALUE "N".
   88 ReviewFileOpen VALUE "Y".

01 EntriesExamined          PIC 9(09) VALUE ZERO.  *> Cross-reference entries read, matching or not
01 EntriesMatched           PIC 9(09) VALUE ZERO.  *> Entries carrying the named supplier and sequence
01 RecordsSkippedChanged    PIC 9(09) VALUE ZERO.  *> Master records AlbMnt had since changed - left alone
01 RecordsAlreadyAbsent     PIC 9(09) VALUE ZERO.  *> Master records already deleted before this run
01 HeldRecordsRemoved       PIC 9(09) VALUE ZERO.  *> The named feed's records taken off the pending-release holding file
01 ReviewRecordsRemoved     PIC 9(09) VALUE ZERO.  *> The named feed's records taken off the review holding file

01 RunReturnCode            PIC 9(02) VALUE ZERO.  *> Step return code - 0 clean, 4 nothing matched, 8 bad naming, 12 I/O error

    END-PERFORM.
    IF RunUsable
        PERFORM SweepPendingRecords
        PERFORM SweepReviewRecords
        PERFORM WriteBackOutTotals
        IF EntriesMatched = ZERO AND HeldRecordsRemoved = ZERO
            AND ReviewRecordsRemoved = ZERO
            DISPLAY "Nothing on the cross-reference or the holding files"
                " matches supplier " SupplierRequested " sequence "
                SequenceNamed " - nothing was touched. Check the naming."
            MOVE 4 TO RunReturnCode
        EntriesMatched " matched: " RecordsRemoved " removed, "
        RecordsSkippedChanged " skipped (changed since), "
        RecordsAlreadyAbsent " already absent; " HeldRecordsRemoved
        " held record(s) taken off the holding file, "
        ReviewRecordsRemoved " off the review file.".
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

                SET RunNotUsable TO TRUE
        END-EVALUATE
    END-IF
    IF RunUsable
        OPEN I-O ReviewFile
        EVALUATE TRUE
            WHEN ReviewFileStatus = "00"
                SET ReviewFileOpen TO TRUE
            WHEN ReviewFileStatus = "35"
                CONTINUE  *> Nothing has ever been held for review - nothing to sweep
            WHEN OTHER
                DISPLAY "ALBREVW.DAT would not open (status "
                    ReviewFileStatus ") - back-out NOT run; records"
                    " held for review it could not see could still be"
                    " approved in. Nothing was touched."
                MOVE 12 TO RunReturnCode
                SET RunNotUsable TO TRUE
        END-EVALUATE
    END-IF
    IF RunUsable
        OPEN OUTPUT PrintFile
        IF PrintFileStatus = "00"
    MOVE JournalWorkDate TO JournalTimestamp(1:8).
    MOVE JournalWorkTime(1:6) TO JournalTimestamp(9:6).
    MOVE "ALBBKO" TO JournalProgram.
    MOVE SPACES TO JournalOperator.  *> Batch entry - no operator behind it
    MOVE XrefAlbumId TO JournalKeyAlbumId.
    WRITE JournalDetails.

        END-PERFORM
    END-IF.

SweepReviewRecords.  *> The named feed's suspected duplicates come off the review file - never applied, so no journal entry
    IF ReviewFileOpen
        PERFORM UNTIL EndOfReviewFile
            READ ReviewFile NEXT RECORD
                AT END SET EndOfReviewFile TO TRUE
            END-READ
            IF NOT EndOfReviewFile
                AND RevwSupplierId = SupplierRequested
                AND RevwFeedSequence = SequenceNamed
                ADD 1 TO ReviewRecordsRemoved
                PERFORM ListReviewRecord
                DELETE ReviewFile RECORD
            END-IF
        END-PERFORM
    END-IF.

ListReviewRecord.  *> One album of the named feed held for review, removed before it could be approved
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE AlbumId OF ReviewDetails TO PrintDetailLine(2:7).
    MOVE Artist OF ReviewDetails TO PrintDetailLine(11:8).
    MOVE AlbumTitle OF ReviewDetails TO PrintDetailLine(21:20).
    MOVE "REMOVED - HELD FOR REVIEW" TO PrintDetailLine(53:25).
    PERFORM WriteDetailLine.

ListHeldRecord.  *> One held album of the named feed, removed before it could ever release
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "HELD:" TO PrintDetailLine(69:5).
    MOVE HeldRecordsRemoved TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(75:9).
    MOVE "REVIEW:" TO PrintDetailLine(86:7).
    MOVE ReviewRecordsRemoved TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(94:9).
    PERFORM WriteDetailLine.

CheckForPageBreak.  *> Start a fresh page, with the column headings, when the current one is full
    IF PendingFileOpen
        CLOSE PendingFile
    END-IF
    IF ReviewFileOpen
        CLOSE ReviewFile
    END-IF
    IF PrintFileOpen
        CLOSE PrintFile
    END-IF.
