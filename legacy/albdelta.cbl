       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  AlbDelta.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> Nightly change-data extract of ALBUMS.DAT for the web storefront. Every
*> WRITE, REWRITE and DELETE applied to the master is journaled with its
*> before and after images (copybook ALBJRNL) by AlbEdit, AlbMnt, AlbPrel,
*> AlbBko, ArtRename and AlbLoad, and AlbJcut cuts the live ALBJRNL.DAT off
*> to dated archive generations listed on the JRNLMANI.DAT manifest. This
*> program walks the manifest oldest generation first, then the live
*> journal (the same walk as AlbRcvr's replay and AlbTrail), and takes
*> every entry stamped after the high-water mark on the DELTACTL.DAT
*> control file, up to the moment the run started. The entries are
*> collapsed per AlbumId, on a scratch index (ALBDLWRK.DAT), to their net
*> effect over the window:
*>
*>   - not on file before the window, on file after it   - A (added)
*>   - on file before, on file after, image different     - C (changed)
*>   - on file before, gone after                         - D (deleted)
*>   - added and deleted again, or changed back to what it was before the
*>     window - no net effect; nothing is written.
*>
*> ALBDELTA.DAT carries one D record per AlbumId with a net effect, in
*> AlbumId order, inside an H/D/T envelope like the supplier feed's:
*>     H  the window - from (exclusive) and to (inclusive) timestamps
*>     D  the action (A/C/D) and the album's current image - the last
*>        after image in the window, or for a delete the image as deleted
*>     T  the D record count, and the adds, changes and deletes in it
*> An entry stamped after the run started is left for the next night.
*>
*> The high-water mark is advanced to the window's to timestamp only once
*> the whole journal has been read and the delta file written and closed -
*> a night that fails leaves the mark where it was, so that night's
*> changes roll into the next night's delta instead of being lost. A
*> failed run leaves ALBDELTA.DAT without its header; the storefront must
*> not load a delta with no H record. With no DELTACTL.DAT yet (the first
*> run) the window opens at the start of the journal history. The
*> environment variable ALBDELTA-FROM (YYYYMMDDHHMMSS) overrides the mark
*> for one run, to re-send a window the storefront lost.
*>
*> The run ends with a meaningful RETURN-CODE: 0 clean (an empty delta is
*> clean - nothing changed), 4 a journal entry carried an action byte
*> nothing recognizes (skipped, delta still delivered), 8 DELTACTL.DAT or
*> ALBDELTA-FROM is not a usable timestamp (nothing extracted), 12 a
*> journal generation in the window, the work file, the delta file or the
*> control file would not open (mark not advanced).
*>
*> Modification history:
*>   Written for the storefront, who took a full copy of ALBUMFLT.DAT every
*>     night and diffed it themselves - slow, and a failed diff job lost
*>     that night's deletes.
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
    SELECT JournalFile ASSIGN TO JournalFileName  *> An archive generation, or the live ALBJRNL.DAT - read one file at a time
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JournalFileStatus.

    SELECT ManifestFile ASSIGN TO "JRNLMANI.DAT"  *> AlbJcut's archive manifest, one line per generation, oldest first
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ManifestFileStatus.

    SELECT ControlFile ASSIGN TO "DELTACTL.DAT"  *> The high-water mark - the to timestamp of the last delta delivered
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ControlFileStatus.

    SELECT DeltaWorkFile ASSIGN TO "ALBDLWRK.DAT"  *> Scratch index of the AlbumIds touched in the window
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DeltaWorkAlbumId
        FILE STATUS IS DeltaWorkFileStatus.

    SELECT DeltaFile ASSIGN TO "ALBDELTA.DAT"  *> The delta for the storefront - H/D/T record types in column 1
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DeltaFileStatus.

    SELECT CycleStateFile ASSIGN TO "CYCSTATE.DAT"  *> ALBTABJ cycle state, one record per step per business date - see CycList
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CycleKey
        FILE STATUS IS CycleStateFileStatus.

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

FD ControlFile.  *> One line - rewritten whole each time a delta is delivered
01 ControlRecord.
   02 ControlHighWaterMark     PIC 9(14).  *> JournalTimestamp the last delta delivered up to, inclusive
   02 ControlRunDate           PIC 9(08).  *> Date that delta was extracted
   02 ControlRecordCount       PIC 9(09).  *> D records it carried

FD DeltaWorkFile.  *> One entry per AlbumId touched - how it stood before the window and after
01 DeltaWorkRecord.
   88  EndOfDeltaWorkFile  VALUE HIGH-VALUES.  *> End of file marker
   02 DeltaWorkAlbumId         PIC 9(07).
   02 DeltaWorkStateBefore     PIC X(01).  *> Was it on file when the window opened
      88 DeltaWorkOnFileBefore    VALUE "Y".
      88 DeltaWorkNewInWindow     VALUE "N".
   02 DeltaWorkStateAfter      PIC X(01).  *> Is it on file as the window closes
      88 DeltaWorkOnFileAfter     VALUE "Y".
      88 DeltaWorkGoneAfter       VALUE "N".
   02 DeltaWorkFirstImage      PIC X(81).  *> Before image of its first entry - the record as the window opened
   02 DeltaWorkLastImage       PIC X(81).  *> After image of its last entry, or the image as deleted

FD DeltaFile.  *> The delta - one enveloped line, type byte plus body
01 DeltaRecord.
   02  DeltaRecordType       PIC X(01).
       88  DeltaHeaderRecord     VALUE "H".
       88  DeltaDetailRecord     VALUE "D".
       88  DeltaTrailerRecord    VALUE "T".
   02  DeltaRecordBody       PIC X(82).
   02  DeltaHeaderBody REDEFINES DeltaRecordBody.  *> Body layout when DeltaRecordType is "H"
       03  DeltaFromTimestamp    PIC 9(14).  *> Entries stamped after this...
       03  DeltaToTimestamp      PIC 9(14).  *> ...up to and including this
       03  DeltaExtractDate      PIC 9(08).
       03  FILLER                PIC X(46).
   02  DeltaDetailBody REDEFINES DeltaRecordBody.  *> Body layout when DeltaRecordType is "D"
       03  DeltaAction           PIC X(01).
           88  DeltaAdd              VALUE "A".
           88  DeltaChange           VALUE "C".
           88  DeltaDelete           VALUE "D".
       03  DeltaAlbumImage       PIC X(81).  *> ALBUMRC layout
   02  DeltaTrailerBody REDEFINES DeltaRecordBody.  *> Body layout when DeltaRecordType is "T"
       03  DeltaTrailerCount     PIC 9(09).  *> D records in the delta
       03  DeltaTrailerAdds      PIC 9(09).
       03  DeltaTrailerChanges   PIC 9(09).
       03  DeltaTrailerDeletes   PIC 9(09).
       03  FILLER                PIC X(46).

FD CycleStateFile.  *> ALBTABJ cycle state - this step's completion and return code per business date
01 CycleStateDetails.  *> Record description for CycleStateDetails
   COPY CYCSTATE.

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 JournalFileStatus        PIC X(02).
01 ManifestFileStatus       PIC X(02).
01 ControlFileStatus        PIC X(02).
01 DeltaWorkFileStatus      PIC X(02).
01 DeltaFileStatus          PIC X(02).

01 JournalFileName          PIC X(24) VALUE "ALBJRNL.DAT".  *> The file currently being read - generations first, live journal last

01 DeltaWorkIsOpen          PIC X(01) VALUE "N".  *> Did the work file open I-O
   88 DeltaWorkOpen VALUE "Y".
01 DeltaFileIsOpen          PIC X(01) VALUE "N".  *> Did OPEN OUTPUT actually succeed
   88 DeltaFileOpen VALUE "Y".

01 RunState                 PIC X(01) VALUE "Y".  *> Is the extract still able to deliver a delta
   88 RunUsable    VALUE "Y".
   88 RunNotUsable VALUE "N".

01 RunReturnCode            PIC 9(02) VALUE ZERO.  *> Step return code - 0 clean, 4 unrecognized entry, 8 bad mark, 12 I/O error

*> The window
01 FromRequested            PIC X(14) VALUE SPACES.  *> ALBDELTA-FROM as accepted, spaces when unset
01 WindowFromTimestamp      PIC 9(14) VALUE ZERO.  *> Entries stamped after this are in the window
01 WindowToTimestamp        PIC 9(14) VALUE ZERO.  *> The moment the run started - entries after it wait for tomorrow
01 RunDate                  PIC 9(08).
01 RunTime                  PIC 9(08).  *> HHMMSSss as returned by ACCEPT FROM TIME
01 TimestampDisplay         PIC X(19).  *> A timestamp edited as YYYY-MM-DD HH:MM:SS
01 TimestampToEdit          PIC 9(14).

01 GenerationsRead          PIC 9(05) VALUE ZERO.  *> Manifest generations actually read
01 GenerationsSkipped       PIC 9(05) VALUE ZERO.  *> Manifest generations wholly before the window
01 EntriesRead              PIC 9(09) VALUE ZERO.  *> Journal entries read, in the window or not
01 EntriesInWindow          PIC 9(09) VALUE ZERO.  *> Entries collapsed into the delta
01 EntriesAfterWindow       PIC 9(09) VALUE ZERO.  *> Entries stamped after the run started - left for the next night
01 EntriesUnusable          PIC 9(09) VALUE ZERO.  *> In-window entries with an action byte nothing recognizes
01 AlbumsTouched            PIC 9(09) VALUE ZERO.  *> AlbumIds with at least one entry in the window
01 AlbumsNoNetEffect        PIC 9(09) VALUE ZERO.  *> Of those, the ones whose entries cancelled out
01 DeltaDetailCount         PIC 9(09) VALUE ZERO.  *> D records written
01 DeltaAddCount            PIC 9(09) VALUE ZERO.
01 DeltaChangeCount         PIC 9(09) VALUE ZERO.
01 DeltaDeleteCount         PIC 9(09) VALUE ZERO.

*> ALBTABJ cycle state - a step already completed cleanly for the business
*> date ends RC 1 (previously completed) instead of running again
01 CycleStateFileStatus     PIC X(02).
01 CycleStepId              PIC X(08) VALUE "ALBDELTA".  *> This step's name on CYCSTATE.DAT - its ALBTABJ program name
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
    IF RunUsable
        PERFORM ReadArchivedGenerations
    END-IF
    IF RunUsable
        PERFORM ReadLiveJournal
    END-IF
    IF RunUsable
        PERFORM WriteDelta
    END-IF
    PERFORM TerminateRun.
    IF RunUsable
        PERFORM AdvanceHighWaterMark
    END-IF
    DISPLAY "AlbDelta complete - " GenerationsRead " generation(s) read, "
        GenerationsSkipped " skipped as before the window; " EntriesRead
        " journal entries read, " EntriesInWindow " in the window, "
        EntriesAfterWindow " left for the next run.".
    DISPLAY "AlbDelta delta - " AlbumsTouched " album(s) touched, "
        AlbumsNoNetEffect " with no net effect; " DeltaDetailCount
        " record(s): " DeltaAddCount " added, " DeltaChangeCount
        " changed, " DeltaDeleteCount " deleted.".
    PERFORM EndCycleStep.
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

InitializeRun.  *> Fix the window, open the delta, find the mark, then open the work file
    ACCEPT RunDate FROM DATE YYYYMMDD.
    ACCEPT RunTime FROM TIME.
    MOVE RunDate TO WindowToTimestamp(1:8).
    MOVE RunTime(1:6) TO WindowToTimestamp(9:6).

    OPEN OUTPUT DeltaFile.  *> Opened first, so a run that fails at any point leaves a delta with no header
    IF DeltaFileStatus = "00"
        SET DeltaFileOpen TO TRUE
    ELSE
        DISPLAY "ALBDELTA.DAT would not open (status " DeltaFileStatus
            ") - nothing extracted; the mark is not advanced."
        MOVE 12 TO RunReturnCode
        SET RunNotUsable TO TRUE
    END-IF

    ACCEPT FromRequested FROM ENVIRONMENT "ALBDELTA-FROM".  *> YYYYMMDDHHMMSS, spaces when unset
    IF FromRequested = LOW-VALUES
        MOVE SPACES TO FromRequested
    END-IF
    IF RunUsable AND FromRequested NOT = SPACES
        IF FromRequested NUMERIC
            MOVE FromRequested TO WindowFromTimestamp
            DISPLAY "ALBDELTA-FROM given - the window opens after "
                FromRequested " instead of at the DELTACTL.DAT mark."
        ELSE
            DISPLAY "ALBDELTA-FROM '" FromRequested "' is not a"
                " YYYYMMDDHHMMSS timestamp - nothing extracted; the mark"
                " is not advanced."
            MOVE 8 TO RunReturnCode
            SET RunNotUsable TO TRUE
        END-IF
    END-IF
    IF RunUsable AND FromRequested = SPACES
        PERFORM ReadHighWaterMark
    END-IF

    IF RunUsable
        OPEN OUTPUT DeltaWorkFile
        CLOSE DeltaWorkFile
        OPEN I-O DeltaWorkFile
        IF DeltaWorkFileStatus = "00"
            SET DeltaWorkOpen TO TRUE
        ELSE
            DISPLAY "ALBDLWRK.DAT would not open (status "
                DeltaWorkFileStatus ") - nothing extracted; the mark is"
                " not advanced."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
        END-IF
    END-IF.

ReadHighWaterMark.  *> The mark the last delivered delta ran up to - none yet means the whole history
    OPEN INPUT ControlFile.
    IF ControlFileStatus = "35"
        DISPLAY "DELTACTL.DAT not found - first extract; the window opens"
            " at the start of the journal history."
        MOVE ZERO TO WindowFromTimestamp
    ELSE
        IF ControlFileStatus NOT = "00"
            DISPLAY "DELTACTL.DAT would not open (status "
                ControlFileStatus ") - nothing extracted; the mark is not"
                " advanced."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
        ELSE
            READ ControlFile
                AT END MOVE SPACES TO ControlRecord
            END-READ
            IF ControlHighWaterMark NUMERIC
                MOVE ControlHighWaterMark TO WindowFromTimestamp
            ELSE
                DISPLAY "DELTACTL.DAT carries no usable high-water mark -"
                    " nothing extracted. Set ALBDELTA-FROM to the window"
                    " wanted and rerun."
                MOVE 8 TO RunReturnCode
                SET RunNotUsable TO TRUE
            END-IF
            CLOSE ControlFile
        END-IF
    END-IF.

ReadArchivedGenerations.  *> Walk the manifest oldest first - generations wholly before the window skipped
    OPEN INPUT ManifestFile.
    IF ManifestFileStatus NOT = "00"
        DISPLAY "JRNLMANI.DAT not available (status " ManifestFileStatus
            ") - no archived generations; only the live journal will"
            " be read."
    ELSE
        PERFORM UNTIL EndOfManifestFile OR RunNotUsable
            READ ManifestFile
                AT END SET EndOfManifestFile TO TRUE
            END-READ
            IF NOT EndOfManifestFile
                IF ManifestLastTimestamp NOT > WindowFromTimestamp
                    ADD 1 TO GenerationsSkipped
                ELSE
                    ADD 1 TO GenerationsRead
                    MOVE ManifestGeneration TO JournalFileName
                    PERFORM ReadGenerationFile
                END-IF
            END-IF
        END-PERFORM
        CLOSE ManifestFile
    END-IF.

ReadGenerationFile.  *> A generation holding window entries must be read - a missing one would lose changes
    OPEN INPUT JournalFile.
    IF JournalFileStatus NOT = "00"
        DISPLAY "Journal generation " FUNCTION TRIM(JournalFileName)
            " would not open (status " JournalFileStatus ") - its changes"
            " would be missing from the delta; nothing delivered and the"
            " mark is not advanced."
        MOVE 12 TO RunReturnCode
        SET RunNotUsable TO TRUE
    ELSE
        PERFORM ReadOneJournalFile
    END-IF.

ReadLiveJournal.  *> The entries appended since the last AlbJcut cut-over come last
    MOVE "ALBJRNL.DAT" TO JournalFileName.
    OPEN INPUT JournalFile.
    IF JournalFileStatus NOT = "00"
        DISPLAY "ALBJRNL.DAT not available (status " JournalFileStatus
            ") - nothing journaled since the last cut-over."
    ELSE
        PERFORM ReadOneJournalFile
    END-IF.

ReadOneJournalFile.  *> One open journal file, oldest entry first, each in-window entry collapsed onto its AlbumId
    MOVE SPACES TO JournalDetails.
    PERFORM UNTIL EndOfJournalFile
        READ JournalFile
            AT END SET EndOfJournalFile TO TRUE
        END-READ
        IF NOT EndOfJournalFile
            ADD 1 TO EntriesRead
            IF JournalTimestamp > WindowFromTimestamp
                IF JournalTimestamp > WindowToTimestamp
                    ADD 1 TO EntriesAfterWindow
                ELSE
                    PERFORM CollapseJournalEntry
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE JournalFile.

CollapseJournalEntry.  *> Fold one entry into its AlbumId's before/after state
    IF NOT JournalWrite AND NOT JournalRewrite AND NOT JournalDelete
        ADD 1 TO EntriesUnusable
    ELSE
        ADD 1 TO EntriesInWindow
        MOVE JournalKeyAlbumId TO DeltaWorkAlbumId
        READ DeltaWorkFile
            INVALID KEY
                PERFORM StartDeltaWorkEntry
            NOT INVALID KEY
                PERFORM UpdateDeltaWorkEntry
        END-READ
    END-IF.

StartDeltaWorkEntry.  *> The AlbumId's first entry in the window says how it stood when the window opened
    ADD 1 TO AlbumsTouched.
    MOVE JournalKeyAlbumId TO DeltaWorkAlbumId.
    IF JournalWrite
        SET DeltaWorkNewInWindow TO TRUE  *> Only ever written when not on file
    ELSE
        SET DeltaWorkOnFileBefore TO TRUE
    END-IF
    MOVE JournalBeforeImage TO DeltaWorkFirstImage.
    PERFORM SetDeltaWorkAfterState.
    WRITE DeltaWorkRecord
        INVALID KEY
            DISPLAY "ALBDLWRK.DAT write failed for AlbumId "
                JournalKeyAlbumId " (status " DeltaWorkFileStatus ") -"
                " nothing delivered and the mark is not advanced."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
    END-WRITE.

UpdateDeltaWorkEntry.  *> A later entry for the same AlbumId only moves the after state on
    PERFORM SetDeltaWorkAfterState.
    REWRITE DeltaWorkRecord
        INVALID KEY
            DISPLAY "ALBDLWRK.DAT rewrite failed for AlbumId "
                JournalKeyAlbumId " (status " DeltaWorkFileStatus ") -"
                " nothing delivered and the mark is not advanced."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
    END-REWRITE.

SetDeltaWorkAfterState.  *> How the album stands after the entry in hand
    IF JournalDelete
        SET DeltaWorkGoneAfter TO TRUE
        MOVE JournalBeforeImage TO DeltaWorkLastImage  *> The image as deleted
    ELSE
        SET DeltaWorkOnFileAfter TO TRUE
        MOVE JournalAfterImage TO DeltaWorkLastImage
    END-IF.

WriteDelta.  *> Header, one D record per AlbumId with a net effect in AlbumId order, trailer
    MOVE SPACES TO DeltaRecord.
    SET DeltaHeaderRecord TO TRUE.
    MOVE WindowFromTimestamp TO DeltaFromTimestamp.
    MOVE WindowToTimestamp TO DeltaToTimestamp.
    MOVE RunDate TO DeltaExtractDate.
    WRITE DeltaRecord.

    MOVE ZERO TO DeltaWorkAlbumId.
    START DeltaWorkFile KEY IS GREATER THAN DeltaWorkAlbumId
        INVALID KEY
            SET EndOfDeltaWorkFile TO TRUE  *> Nothing touched in the window - header and trailer only
    END-START
    PERFORM UNTIL EndOfDeltaWorkFile
        READ DeltaWorkFile NEXT RECORD
            AT END SET EndOfDeltaWorkFile TO TRUE
        END-READ
        IF NOT EndOfDeltaWorkFile
            PERFORM WriteDeltaDetail
        END-IF
    END-PERFORM

    MOVE SPACES TO DeltaRecord.
    SET DeltaTrailerRecord TO TRUE.
    MOVE DeltaDetailCount TO DeltaTrailerCount.
    MOVE DeltaAddCount TO DeltaTrailerAdds.
    MOVE DeltaChangeCount TO DeltaTrailerChanges.
    MOVE DeltaDeleteCount TO DeltaTrailerDeletes.
    WRITE DeltaRecord.
    IF EntriesUnusable > ZERO
        DISPLAY "WARNING: " EntriesUnusable " journal entr(ies) in the"
            " window carried an unrecognized action byte - skipped."
        MOVE 4 TO RunReturnCode
    END-IF.

WriteDeltaDetail.  *> The album's net effect over the window, if it has one
    MOVE SPACES TO DeltaRecord.
    SET DeltaDetailRecord TO TRUE.
    EVALUATE TRUE
        WHEN DeltaWorkNewInWindow AND DeltaWorkOnFileAfter
            SET DeltaAdd TO TRUE
            ADD 1 TO DeltaAddCount
        WHEN DeltaWorkOnFileBefore AND DeltaWorkGoneAfter
            SET DeltaDelete TO TRUE
            ADD 1 TO DeltaDeleteCount
        WHEN DeltaWorkOnFileBefore AND DeltaWorkOnFileAfter
            AND DeltaWorkFirstImage NOT = DeltaWorkLastImage
            SET DeltaChange TO TRUE
            ADD 1 TO DeltaChangeCount
        WHEN OTHER
            MOVE SPACES TO DeltaRecord  *> Added then deleted, or changed back - no net effect
            ADD 1 TO AlbumsNoNetEffect
    END-EVALUATE
    IF DeltaDetailRecord
        MOVE DeltaWorkLastImage TO DeltaAlbumImage
        WRITE DeltaRecord
        ADD 1 TO DeltaDetailCount
    END-IF.

AdvanceHighWaterMark.  *> The delta is written and closed - only now does the mark move
    OPEN OUTPUT ControlFile.
    IF ControlFileStatus NOT = "00"
        DISPLAY "DELTACTL.DAT would not open (status " ControlFileStatus
            ") - the delta was written but the mark is NOT advanced; the"
            " next run will deliver this window's changes again."
        MOVE 12 TO RunReturnCode
    ELSE
        MOVE WindowToTimestamp TO ControlHighWaterMark
        MOVE RunDate TO ControlRunDate
        MOVE DeltaDetailCount TO ControlRecordCount
        WRITE ControlRecord
        CLOSE ControlFile
        MOVE WindowFromTimestamp TO TimestampToEdit
        PERFORM EditTimestampDisplay
        DISPLAY "Delta window after " TimestampDisplay " delivered."
        MOVE WindowToTimestamp TO TimestampToEdit
        PERFORM EditTimestampDisplay
        DISPLAY "The high-water mark is advanced to " TimestampDisplay "."
    END-IF.

EditTimestampDisplay.  *> TimestampToEdit edited as YYYY-MM-DD HH:MM:SS for the console
    MOVE SPACES TO TimestampDisplay.
    MOVE TimestampToEdit(1:4) TO TimestampDisplay(1:4).
    MOVE "-" TO TimestampDisplay(5:1).
    MOVE TimestampToEdit(5:2) TO TimestampDisplay(6:2).
    MOVE "-" TO TimestampDisplay(8:1).
    MOVE TimestampToEdit(7:2) TO TimestampDisplay(9:2).
    MOVE TimestampToEdit(9:2) TO TimestampDisplay(12:2).
    MOVE ":" TO TimestampDisplay(14:1).
    MOVE TimestampToEdit(11:2) TO TimestampDisplay(15:2).
    MOVE ":" TO TimestampDisplay(17:1).
    MOVE TimestampToEdit(13:2) TO TimestampDisplay(18:2).

TerminateRun.  *> Close down - each journal file was closed as its read finished
    IF DeltaWorkOpen
        CLOSE DeltaWorkFile
    END-IF
    IF DeltaFileOpen
        CLOSE DeltaFile
        IF DeltaFileStatus NOT = "00"
            DISPLAY "ALBDELTA.DAT did not close cleanly (status "
                DeltaFileStatus ") - the mark is not advanced."
            MOVE 12 TO RunReturnCode
            SET RunNotUsable TO TRUE
        END-IF
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
