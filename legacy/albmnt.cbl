*>     DISPLAY (AlbumId and reason) alone rather than WRITten into a dead
*>     file. Valid A/C work is not blocked - the exception file is only
*>     ever needed for the failures themselves.
*>   A journal entry named the program but never the person, so "who
*>     changed this album" could only be answered from the job log, if
*>     it was still kept. The operator id the deck is submitted under
*>     now comes from the ALBMNT-OPERATOR environment variable and is
*>     stamped on every journal entry (JournalOperator - see ALBJRNL)
*>     for AlbTrail's change-history report; unset, the entries carry
*>     UNKNOWN and the run says so at startup.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
01 JournalWorkDate          PIC 9(08).  *> Run date half of the journal timestamp
01 JournalWorkTime          PIC 9(08).  *> HHMMSSss as returned by ACCEPT FROM TIME
01 PriorAlbumDetails        PIC X(81).  *> Record image as read, before a CHANGE or DELETE touches it
01 OperatorId               PIC X(08) VALUE SPACES.  *> ALBMNT-OPERATOR as accepted - stamped on every journal entry

01 JournalState             PIC X(01) VALUE "Y".  *> Did ALBJRNL.DAT open - no unjournaled updates
   88 JournalAvailable   VALUE "Y".
    MOVE 31 TO DaysInMonth(10).
    MOVE 30 TO DaysInMonth(11).
    MOVE 31 TO DaysInMonth(12).
    ACCEPT OperatorId FROM ENVIRONMENT "ALBMNT-OPERATOR".  *> Who submitted the deck - named on every journal entry
    IF OperatorId = SPACES OR OperatorId = LOW-VALUES
        MOVE "UNKNOWN" TO OperatorId
        DISPLAY "ALBMNT-OPERATOR not set - this run's journal entries"
            " will name the operator as UNKNOWN."
    END-IF
    OPEN I-O AlbumFile.
    IF AlbumFileStatus = "35"
        OPEN OUTPUT AlbumFile
    MOVE JournalWorkTime(1:6) TO JournalTimestamp(9:6).
    MOVE "ALBMNT" TO JournalProgram.
    MOVE TranAlbumId TO JournalKeyAlbumId.
    MOVE OperatorId TO JournalOperator.
    WRITE JournalDetails.

InquireAlbum.  *> Display a single album by AlbumId
