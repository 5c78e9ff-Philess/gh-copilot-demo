*>     verified FIRST, before the old catalog is opened or the new master
*>     is created (an OPEN OUTPUT would truncate an existing ALBUMS.DAT),
*>     and the load refuses to run at all when the journal is dead.
*>   Journal entries now carry an operator id (JournalOperator - see
*>     ALBJRNL); this batch program stamps it spaces, so AlbTrail's
*>     change-history report names the program instead.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
    MOVE JournalWorkDate TO JournalTimestamp(1:8).
    MOVE JournalWorkTime(1:6) TO JournalTimestamp(9:6).
    MOVE "ALBLOAD" TO JournalProgram.
    MOVE SPACES TO JournalOperator.  *> Batch entry - no operator behind it
    SET JournalWrite TO TRUE.
    MOVE AlbumId OF AlbumDetails TO JournalKeyAlbumId.
    MOVE SPACES TO JournalBeforeImage.
