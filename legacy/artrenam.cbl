*>     close-down also stopped closing files the RC 8 refuse paths had
*>     never opened - every CLOSE now rides its own did-open flag, the
*>     way the print file's already did.
*>   The journal entries named the program but never the person. The
*>     operator id the run is submitted under now comes from the
*>     ARTRENAME-OPERATOR environment variable and is stamped on every
*>     journal entry (JournalOperator - see ALBJRNL) for AlbTrail's
*>     change-history report; unset, the entries carry UNKNOWN.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
01 JournalWorkDate          PIC 9(08).  *> Run date half of the journal timestamp
01 JournalWorkTime          PIC 9(08).  *> HHMMSSss as returned by ACCEPT FROM TIME
01 PriorAlbumDetails        PIC X(81).  *> Record image as read, before the rename touches it
01 OperatorId               PIC X(08) VALUE SPACES.  *> ARTRENAME-OPERATOR as accepted - stamped on every journal entry

01 MasterRecordsRenamed     PIC 9(07) VALUE ZERO.  *> Master records rewritten and journaled
01 ArchiveRecordsRenamed    PIC 9(07) VALUE ZERO.  *> Archive records swept to the new value
    ACCEPT OldArtistRequested FROM ENVIRONMENT "ARTRENAME-OLD".  *> The Artist value being retired
    ACCEPT NewArtistRequested FROM ENVIRONMENT "ARTRENAME-NEW".  *> The Artist value replacing it
    ACCEPT MergeRequested FROM ENVIRONMENT "ARTRENAME-MERGE".  *> "Y" when collapsing two artists into one is deliberate
    ACCEPT OperatorId FROM ENVIRONMENT "ARTRENAME-OPERATOR".  *> Who submitted the run - named on every journal entry
    IF OperatorId = SPACES OR OperatorId = LOW-VALUES
        MOVE "UNKNOWN" TO OperatorId
        DISPLAY "ARTRENAME-OPERATOR not set - this run's journal"
            " entries will name the operator as UNKNOWN."
    END-IF
    EVALUATE TRUE
        WHEN OldArtistRequested = SPACES
            OR OldArtistRequested = LOW-VALUES
    MOVE JournalWorkTime(1:6) TO JournalTimestamp(9:6).
    MOVE "ARTRENAM" TO JournalProgram.
    MOVE AlbumId OF AlbumDetails TO JournalKeyAlbumId.
    MOVE OperatorId TO JournalOperator.
    WRITE JournalDetails.

SweepArchiveRecords.  *> The archive must follow, or the next reinstate resurrects the old spelling
