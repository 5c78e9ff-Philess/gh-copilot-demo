       >>SOURCE FORMAT FREE
*> Set the source format to free format

IDENTIFICATION DIVISION.  *> Start of the identification division
PROGRAM-ID.  AlbCal.  *> Program name
AUTHOR.  Michael Coughlan.  *> Author name

*> Upcoming-release calendar off the ALBPEND.DAT holding file. AlbEdit
*> holds every accepted record whose ReleaseDate is still in the future on
*> ALBPEND.DAT and AlbPrel releases it the morning its day arrives - until
*> then the only sign of it was AlbPrel's console line on the day itself.
*> Marketing and the storefront team want the schedule ahead of time, so
*> this run lists every held record releasing within a chosen number of
*> weeks of the business date:
*>
*>   - grouped by release week (weeks commence on a Monday; the first is
*>     the week the business date falls in, and a week with nothing due
*>     still gets its heading), then by RecordLabel, then by ReleaseDate
*>     and AlbumId;
*>   - each line gives AlbumId, Artist, AlbumTitle, ReleaseDate, the Genre
*>     description off GENREREF.DAT, MediaFormat, and the supplier and feed
*>     sequence the record arrived on, with the supplier's name off
*>     SUPPLIER.DAT;
*>   - a total closes every label within a week and every week, and a
*>     summary page gives the week-by-week and label-by-label totals over
*>     the whole horizon.
*>
*> Held records already due but still on the holding file follow in a
*> section of their own, oldest first, with how many days overdue they
*> are. Those AlbPrel reported blocked by a master collision (ALBPBLK.DAT,
*> copybook PENDBLK - rewritten by every sweep) are marked BLOCKED with
*> the Artist and AlbumTitle of the master record holding the AlbumId;
*> any other due record has simply not been swept yet (AlbPrel did not
*> run, or ran before the record fell due).
*>
*> Written to ALBCAL.PRT in the print-image mold of CatComp's CATCOMP.PRT,
*> and the same calendar and overdue lines to ALBCAL.CSV - one row each,
*> with a header row - for marketing's planning sheet. The horizon comes
*> from the environment variable ALBCAL-WEEKS (1 to 52, default 8). The
*> business date is the cycle's, set by its first step on CYCSTATE.DAT -
*> the same date AlbPrel releases against, so what it released and what
*> this lists as due or upcoming agree even when the cycle runs past
*> midnight.
*>
*> RETURN-CODE: 0 clean; 4 warning (a table filled and the report
*> undercounts, a held record carries an unusable ReleaseDate, or
*> ALBPBLK.DAT was missing so blocked records cannot be told apart);
*> 8 ALBPEND.DAT would not open; 12 ALBCAL.PRT or ALBCAL.CSV would not
*> open. RC 1 = previously completed for the business date (see CycList).
*>
*> Modification history:
*>   Written when marketing and the storefront asked for the schedule of
*>     held releases ahead of time, and the blocked records kept getting
*>     lost in AlbPrel's console output.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
FILE-CONTROL.  *> File control section
    SELECT PendingFile ASSIGN TO "ALBPEND.DAT"  *> The pending-release holding file written by AlbEdit
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF PendingDetails
        FILE STATUS IS PendingFileStatus.

    SELECT BlockedFile ASSIGN TO "ALBPBLK.DAT"  *> The latest sweep's blocked records - see AlbPrel
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BlockedFileStatus.

    SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"  *> Supplier reference, keyed on SupplierId - see SupMnt
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SupplierId
        FILE STATUS IS SupplierFileStatus.

    SELECT GenreRefFile ASSIGN TO "GENREREF.DAT"  *> Canonical genre codes and descriptions, one per line
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GenreRefFileStatus.

    SELECT PrintFile ASSIGN TO "ALBCAL.PRT"  *> Print-image copy of the release calendar
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PrintFileStatus.

    SELECT CsvFile ASSIGN TO "ALBCAL.CSV"  *> Comma-delimited calendar for marketing's planning sheet
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CsvFileStatus.

    SELECT CycleStateFile ASSIGN TO "CYCSTATE.DAT"  *> ALBTABJ cycle state, one record per step per business date - see CycList
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CycleKey
        FILE STATUS IS CycleStateFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD PendingFile.  *> The pending-release holding file - the record plus its feed provenance
01 PendingDetails.  *> The held record plus the feed it arrived on
   88  EndOfPendingFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY ALBUMRC.
   02  PendSupplierId     PIC X(08).
   02  PendFeedSequence   PIC 9(06).
   02  PendFeedDate       PIC 9(08).

FD BlockedFile.  *> One line per due record AlbPrel left held because its AlbumId is taken
01 BlockedDetails.  *> Record description for BlockedDetails
   88  EndOfBlockedFile  VALUE HIGH-VALUES.  *> End of file marker
   COPY PENDBLK.

FD SupplierFile.  *> The supplier reference - names for the calendar lines
01 SupplierDetails.  *> Record description for SupplierDetails
   COPY SUPPLRC.

FD GenreRefFile.  *> The genre reference - canonical code plus description
01 GenreRefRecord.
   88  EndOfGenreRefFile  VALUE HIGH-VALUES.  *> End of file marker
   02 GenreRefCode             PIC X(10).
   02 GenreRefDescription      PIC X(30).

FD PrintFile.  *> Paginated print-image report
01 PrintRecord                PIC X(132).

FD CsvFile.  *> CSV export of the calendar and overdue lines
01 CsvRecord                  PIC X(300).

FD CycleStateFile.  *> ALBTABJ cycle state - this step's completion and return code per business date
01 CycleStateDetails.  *> Record description for CycleStateDetails
   COPY CYCSTATE.

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 PendingFileStatus        PIC X(02).
01 BlockedFileStatus        PIC X(02).
01 SupplierFileStatus       PIC X(02).
01 GenreRefFileStatus       PIC X(02).
01 PrintFileStatus          PIC X(02).
01 CsvFileStatus            PIC X(02).

01 PendingFileState         PIC X(01) VALUE "Y".  *> Did ALBPEND.DAT open - nothing to list without it
   88 PendingFileAvailable VALUE "Y".
   88 PendingFileMissing   VALUE "N".
01 BlockedFileState         PIC X(01) VALUE "Y".  *> Did ALBPBLK.DAT open - without it no due record can be called blocked
   88 BlockedFileAvailable VALUE "Y".
   88 BlockedFileMissing   VALUE "N".
01 SupplierFileIsOpen       PIC X(01) VALUE "N".  *> Did OPEN INPUT actually succeed - lines go without the supplier name without it
   88 SupplierFileOpen VALUE "Y".
01 PrintFileIsOpen          PIC X(01) VALUE "N".  *> Did OPEN OUTPUT actually succeed
   88 PrintFileOpen VALUE "Y".
01 CsvFileIsOpen            PIC X(01) VALUE "N".  *> Did OPEN OUTPUT actually succeed
   88 CsvFileOpen VALUE "Y".

*> The horizon - ALBCAL-WEEKS weeks, the first commencing the Monday on or before the business date
01 CalendarWeeksRequested   PIC X(04) VALUE SPACES.  *> ALBCAL-WEEKS as accepted, spaces when unset
01 CalendarWeeksNumber      PIC 9(04) VALUE ZERO.  *> ALBCAL-WEEKS converted
01 MaxCalendarWeeks         PIC 9(02) VALUE 52.  *> Longest horizon the week table can hold
01 CalendarWeeks            PIC 9(02) VALUE 8.  *> Weeks the calendar covers
01 AsOfDate                 PIC 9(08).  *> The business date - anything releasing after it is upcoming
01 AsOfDayNumber            PIC 9(07).  *> AsOfDate as a day number, for the date arithmetic
01 FirstWeekDayNumber       PIC 9(07).  *> The Monday commencing the first calendar week
01 HorizonEndDayNumber      PIC 9(07).  *> The Sunday closing the last calendar week
01 HorizonEndDate           PIC 9(08).

*> The held record under consideration
01 ReleaseDateWork          PIC X(08).  *> ReleaseDate of the held record, as characters for the NUMERIC test
01 ReleaseDateNumber        PIC 9(08).
01 ReleaseDayNumber         PIC 9(07).
01 WeekStartDayNumber       PIC 9(07).

01 PendingRecordsRead       PIC 9(07) VALUE ZERO.  *> Held records read off ALBPEND.DAT
01 CalendarRecordCount      PIC 9(07) VALUE ZERO.  *> Held records releasing within the horizon
01 BeyondHorizonCount       PIC 9(07) VALUE ZERO.  *> Held records releasing after the last calendar week
01 UndatedCount             PIC 9(07) VALUE ZERO.  *> Held records whose ReleaseDate is not a usable date
01 OverdueBlockedCount      PIC 9(07) VALUE ZERO.  *> Due records AlbPrel reported blocked
01 OverdueNotSweptCount     PIC 9(07) VALUE ZERO.  *> Due records AlbPrel has not yet swept
01 TableOverflowCount       PIC 9(07) VALUE ZERO.  *> Records left off the report once a table was full
01 CsvLinesWritten          PIC 9(07) VALUE ZERO.

*> The calendar lines - kept in week, label, release date, AlbumId order as they are added
01 MaxCalendarEntries       PIC 9(04) VALUE 3000.  *> Maximum upcoming releases this run can list
01 CalendarEntryCount       PIC 9(04) VALUE ZERO.
01 CalendarTable.
   02 CalendarEntry OCCURS 3000 TIMES.
      03 CalendarKey.
         04 CalWeekStart       PIC 9(08).
         04 CalRecordLabel     PIC X(12).
         04 CalReleaseDate     PIC 9(08).
         04 CalAlbumId         PIC 9(07).
      03 CalArtist             PIC X(08).
      03 CalAlbumTitle         PIC X(20).
      03 CalGenre              PIC X(10).
      03 CalMediaFormat        PIC X(04).
      03 CalSupplierId         PIC X(08).
      03 CalFeedSequence       PIC 9(06).
01 NewCalendarEntry.  *> Built up before it is slotted into the table
   03 NewCalendarKey.
      04 NewCalWeekStart       PIC 9(08).
      04 NewCalRecordLabel     PIC X(12).
      04 NewCalReleaseDate     PIC 9(08).
      04 NewCalAlbumId         PIC 9(07).
   03 NewCalArtist             PIC X(08).
   03 NewCalAlbumTitle         PIC X(20).
   03 NewCalGenre              PIC X(10).
   03 NewCalMediaFormat        PIC X(04).
   03 NewCalSupplierId         PIC X(08).
   03 NewCalFeedSequence       PIC 9(06).
01 CalendarIdx              PIC 9(04).
01 ShiftIdx                 PIC 9(04).  *> Walks entries down a slot to open room for a new key in order
01 WeekLineState            PIC X(01).  *> Are there more calendar lines in the week being listed
   88 WeekLinesRemain VALUE "Y".
   88 WeekLinesDone   VALUE "N".
01 SlotState                PIC X(01).
   88 SlotFound    VALUE "Y".
   88 SlotNotFound VALUE "N".

*> Due records still held - kept in release date, AlbumId order, oldest first
01 MaxOverdueEntries        PIC 9(04) VALUE 500.  *> Maximum overdue records this run can list
01 OverdueEntryCount        PIC 9(04) VALUE ZERO.
01 OverdueTable.
   02 OverdueEntry OCCURS 500 TIMES.
      03 OverdueKey.
         04 OvdReleaseDate     PIC 9(08).
         04 OvdAlbumId         PIC 9(07).
      03 OvdArtist             PIC X(08).
      03 OvdAlbumTitle         PIC X(20).
      03 OvdRecordLabel        PIC X(12).
      03 OvdGenre              PIC X(10).
      03 OvdMediaFormat        PIC X(04).
      03 OvdSupplierId         PIC X(08).
      03 OvdFeedSequence       PIC 9(06).
      03 OvdDaysOverdue        PIC 9(05).
      03 OvdStatus             PIC X(01).
         88 OvdBlocked   VALUE "B".
         88 OvdNotSwept  VALUE "W".
      03 OvdMasterArtist       PIC X(08).
      03 OvdMasterTitle        PIC X(20).
01 NewOverdueEntry.  *> Built up before it is slotted into the table
   03 NewOverdueKey.
      04 NewOvdReleaseDate     PIC 9(08).
      04 NewOvdAlbumId         PIC 9(07).
   03 NewOvdArtist             PIC X(08).
   03 NewOvdAlbumTitle         PIC X(20).
   03 NewOvdRecordLabel        PIC X(12).
   03 NewOvdGenre              PIC X(10).
   03 NewOvdMediaFormat        PIC X(04).
   03 NewOvdSupplierId         PIC X(08).
   03 NewOvdFeedSequence       PIC 9(06).
   03 NewOvdDaysOverdue        PIC 9(05).
   03 NewOvdStatus             PIC X(01).
   03 NewOvdMasterArtist       PIC X(08).
   03 NewOvdMasterTitle        PIC X(20).
01 OverdueIdx               PIC 9(04).

*> AlbPrel's blocked records off ALBPBLK.DAT
01 MaxBlockedEntries        PIC 9(04) VALUE 500.  *> Maximum blocked records this run can hold
01 BlockedEntryCount        PIC 9(04) VALUE ZERO.
01 BlockedSweepDate         PIC 9(08) VALUE ZERO.  *> Business date of the sweep that wrote ALBPBLK.DAT
01 BlockedTable.
   02 BlockedEntry OCCURS 500 TIMES.
      03 BlkAlbumId            PIC 9(07).
      03 BlkMasterArtist       PIC X(08).
      03 BlkMasterTitle        PIC X(20).
01 BlockedIdx               PIC 9(04).
01 WorkBlockedIdx           PIC 9(04).  *> The held record's blocked entry, zero when AlbPrel did not report it

*> Horizon totals per week and per label - labels kept in label order as entries are added
01 WeekTallyTable.
   02 WeekTallyCount OCCURS 52 TIMES PIC 9(07).
01 WeekIdx                  PIC 9(02).
01 MaxLabelTallies          PIC 9(03) VALUE 300.  *> Maximum distinct labels this run can total
01 LabelTallyCount          PIC 9(03) VALUE ZERO.
01 LabelTallyTable.
   02 LabelTallyEntry OCCURS 300 TIMES.
      03 LabelTallyKey         PIC X(12).
      03 LabelTallyReleases    PIC 9(07).
01 LabelIdx                 PIC 9(03).
01 WorkLabelIdx             PIC 9(03).
01 LabelShiftIdx            PIC 9(03).

*> Control-break fields for the calendar listing
01 CurrentWeekStart         PIC 9(08).
01 CurrentLabel             PIC X(12).
01 LabelLineCount           PIC 9(07) VALUE ZERO.  *> Releases listed under the current label this week
01 WeekLineCount            PIC 9(07) VALUE ZERO.  *> Releases listed in the current week
01 LabelDisplay             PIC X(12).  *> The label as printed - (NO LABEL) when blank

*> One listed line, whichever section it comes from
01 LineGenreDescription     PIC X(30).
01 LineSupplierName         PIC X(30).
01 GenreLookupCode          PIC X(10).
01 SupplierLookupId         PIC X(08).

*> Step return code - 0 clean, 4 warning, 8 holding file missing, 12 I/O error
01 RunReturnCode            PIC 9(02) VALUE ZERO.
01 ProposedReturnCode       PIC 9(02) VALUE ZERO.

*> Print file controls - same paging pattern as CatComp's CATCOMP.PRT
01 RunDate                  PIC 9(08).
01 RunDateDisplay           PIC X(10).
01 DateToFormat             PIC 9(08).  *> Any YYYYMMDD date on its way to a report or CSV column
01 DateToFormatParts REDEFINES DateToFormat.
   02 DateToFormatYear      PIC 9(04).
   02 DateToFormatMonth     PIC 9(02).
   02 DateToFormatDay       PIC 9(02).
01 DateDisplay              PIC X(10).  *> MM/DD/YYYY for the report
01 CsvDate                  PIC X(10).  *> YYYY-MM-DD for the spreadsheet
01 LinesOnPage              PIC 9(03) VALUE ZERO.
01 LinesPerPage             PIC 9(03) VALUE 60.
01 PageNumber               PIC 9(05) VALUE ZERO.
01 SectionTitle             PIC X(40) VALUE SPACES.  *> Which section the page belongs to, on every page heading
01 PrintTitleLine.
   02 FILLER PIC X(01) VALUE SPACE.
   02 FILLER PIC X(34) VALUE "UPCOMING RELEASE CALENDAR".
   02 PrintTitleSection PIC X(40).
   02 FILLER PIC X(12) VALUE "  RUN DATE: ".
   02 PrintTitleDate PIC X(10).
   02 FILLER PIC X(08) VALUE "  PAGE: ".
   02 PrintTitlePage PIC ZZZZ9.
01 CalendarColumnLine.  *> Repeated after every page break of the calendar
   02 FILLER PIC X(39) VALUE " ALBUMID ARTIST   ALBUM TITLE".
   02 FILLER PIC X(11) VALUE "RELEASE".
   02 FILLER PIC X(31) VALUE "GENRE".
   02 FILLER PIC X(05) VALUE "FMT".
   02 FILLER PIC X(09) VALUE "SUPPLIER".
   02 FILLER PIC X(07) VALUE "FEED".
   02 FILLER PIC X(13) VALUE "SUPPLIER NAME".
01 TotalsColumnLine.  *> Repeated after every page break of the summary
   02 FILLER PIC X(43) VALUE " WEEK COMMENCING / RECORD LABEL".
   02 FILLER PIC X(10) VALUE " RELEASES".
01 OverdueColumnLine.  *> Repeated after every page break of the overdue section
   02 FILLER PIC X(39) VALUE " ALBUMID ARTIST   ALBUM TITLE".
   02 FILLER PIC X(11) VALUE "RELEASED".
   02 FILLER PIC X(06) VALUE " DAYS".
   02 FILLER PIC X(13) VALUE "LABEL".
   02 FILLER PIC X(09) VALUE "SUPPLIER".
   02 FILLER PIC X(07) VALUE "FEED".
   02 FILLER PIC X(14) VALUE "STATUS".
   02 FILLER PIC X(33) VALUE "ALBUMID HELD ON MASTER BY".
01 ColumnLineInEffect       PIC X(132) VALUE SPACES.  *> The current section's column headings
01 PrintDetailLine          PIC X(132).  *> Print detail line built up before being written
01 CountEdit                PIC ZZZZZZZZ9.
01 AlbumIdEdit              PIC 9(07).
01 FeedEdit                 PIC 9(06).
01 DaysEdit                 PIC ZZZZ9.
01 WeeksEdit                PIC Z9.

01 CsvDetailLine            PIC X(300).  *> CSV detail line built up before being written
01 CsvSection               PIC X(08).
01 CsvLabel                 PIC X(12).
01 CsvWeekStart             PIC X(10).
01 CsvDaysOverdue           PIC X(05).
01 CsvMasterArtist          PIC X(08).
01 CsvMasterTitle           PIC X(20).

*> ALBTABJ cycle state - a step already completed cleanly for the business
*> date ends RC 1 (previously completed) instead of running again
01 CycleStateFileStatus     PIC X(02).
01 CycleStepId              PIC X(08) VALUE "ALBCAL".  *> This step's name on CYCSTATE.DAT - its ALBTABJ program name
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

*> Canonical genre reference, loaded from GENREREF.DAT at startup - the
*> calendar lines are described from these.
01 MaxGenreRefs             PIC 9(03) VALUE 100.  *> Maximum reference genres this run can hold
01 GenreRefCount            PIC 9(03) VALUE ZERO.  *> Reference genres actually loaded
01 GenreRefTable.
   02 GenreRefEntry OCCURS 100 TIMES INDEXED BY GenreRefIdx.
      03 RefGenreCode         PIC X(10) VALUE SPACES.
      03 RefGenreDescription  PIC X(30) VALUE SPACES.

PROCEDURE DIVISION.  *> Start of the procedure division
    PERFORM BeginCycleStep.
    IF CycleStepPreviouslyDone
        MOVE 1 TO RETURN-CODE  *> Previously completed - nothing is run again
        STOP RUN
    END-IF
    PERFORM InitializeRun.
    IF PendingFileAvailable AND RunReturnCode < 12
        PERFORM LoadBlockedRecords
        PERFORM ProcessPendingFile
        PERFORM ProduceCalendar
        PERFORM ProduceTotals
        PERFORM ProduceOverdue
    ELSE
        DISPLAY "No release calendar produced this run."
    END-IF
    PERFORM TerminateRun.
    DISPLAY "AlbCal complete - " PendingRecordsRead " held records read, "
        CalendarRecordCount " releasing in the next " CalendarWeeks
        " weeks, " OverdueBlockedCount " blocked, " OverdueNotSweptCount
        " due but not yet swept.".
    PERFORM EndCycleStep.
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

RaiseReturnCode.  *> A step return code only ever worsens - the highest proposal stands
    IF ProposedReturnCode > RunReturnCode
        MOVE ProposedReturnCode TO RunReturnCode
    END-IF.

InitializeRun.  *> Settle the horizon, open the holding file and its lookups, and the outputs
    ACCEPT RunDate FROM DATE YYYYMMDD.  *> Gather the run date for the print report headers
    MOVE RunDate TO DateToFormat.
    PERFORM FormatDate.
    MOVE DateDisplay TO RunDateDisplay.

    ACCEPT CalendarWeeksRequested FROM ENVIRONMENT "ALBCAL-WEEKS".  *> 1 to 52, spaces for the default
    IF CalendarWeeksRequested = LOW-VALUES
        MOVE SPACES TO CalendarWeeksRequested
    END-IF
    IF CalendarWeeksRequested NOT = SPACES
        COMPUTE CalendarWeeksNumber = FUNCTION NUMVAL(CalendarWeeksRequested)
        IF CalendarWeeksNumber < 1 OR CalendarWeeksNumber > MaxCalendarWeeks
            DISPLAY "ALBCAL-WEEKS '" CalendarWeeksRequested "' is not 1 to "
                MaxCalendarWeeks " - the calendar covers " CalendarWeeks
                " weeks."
        ELSE
            MOVE CalendarWeeksNumber TO CalendarWeeks
        END-IF
    END-IF

    MOVE CycleDateInEffect TO AsOfDate.
    COMPUTE AsOfDayNumber = FUNCTION INTEGER-OF-DATE(AsOfDate).
    COMPUTE FirstWeekDayNumber =
        AsOfDayNumber - FUNCTION MOD(AsOfDayNumber - 1, 7).  *> Day 1 (01/01/1601) was a Monday
    COMPUTE HorizonEndDayNumber =
        FirstWeekDayNumber + CalendarWeeks * 7 - 1.
    COMPUTE HorizonEndDate = FUNCTION DATE-OF-INTEGER(HorizonEndDayNumber).
    DISPLAY "Release calendar for business date " AsOfDate ", "
        CalendarWeeks " weeks to " HorizonEndDate ".".

    OPEN INPUT PendingFile.
    IF PendingFileStatus NOT = "00"
        DISPLAY "ALBPEND.DAT not available (status " PendingFileStatus ")."
        SET PendingFileMissing TO TRUE
        MOVE 8 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF

    OPEN INPUT SupplierFile.
    IF SupplierFileStatus = "00"
        SET SupplierFileOpen TO TRUE
    ELSE
        DISPLAY "SUPPLIER.DAT not available (status " SupplierFileStatus
            ") - calendar lines will show the SupplierId only."
    END-IF
    PERFORM LoadGenreReference.

    OPEN OUTPUT PrintFile.
    IF PrintFileStatus = "00"
        SET PrintFileOpen TO TRUE
    ELSE
        DISPLAY "ALBCAL.PRT would not open (status " PrintFileStatus ")."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    OPEN OUTPUT CsvFile.
    IF CsvFileStatus = "00"
        SET CsvFileOpen TO TRUE
        MOVE SPACES TO CsvRecord
        STRING "Section,WeekCommencing,RecordLabel,AlbumId,Artist,"
               "AlbumTitle,ReleaseDate,Genre,GenreDescription,MediaFormat,"
               "SupplierId,SupplierName,FeedSequence,DaysOverdue,"
               "HeldByArtist,HeldByTitle" DELIMITED BY SIZE
               INTO CsvRecord
        END-STRING
        WRITE CsvRecord
    ELSE
        DISPLAY "ALBCAL.CSV would not open (status " CsvFileStatus ")."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

LoadGenreReference.  *> Table up the canonical genre descriptions for the calendar lines
    OPEN INPUT GenreRefFile.
    IF GenreRefFileStatus NOT = "00"
        DISPLAY "GENREREF.DAT not available (status " GenreRefFileStatus
            ") - calendar lines will show the genre code only."
    ELSE
        PERFORM UNTIL EndOfGenreRefFile
            READ GenreRefFile
                AT END SET EndOfGenreRefFile TO TRUE
            END-READ
            IF NOT EndOfGenreRefFile AND GenreRefCode NOT = SPACES
                AND GenreRefCount < MaxGenreRefs
                ADD 1 TO GenreRefCount
                MOVE GenreRefCode TO RefGenreCode(GenreRefCount)
                MOVE GenreRefDescription TO RefGenreDescription(GenreRefCount)
            END-IF
        END-PERFORM
        CLOSE GenreRefFile
    END-IF.

LoadBlockedRecords.  *> Table up the latest sweep's blocked records off ALBPBLK.DAT
    OPEN INPUT BlockedFile.
    IF BlockedFileStatus NOT = "00"
        DISPLAY "WARNING: ALBPBLK.DAT not available (status "
            BlockedFileStatus ") - due records cannot be told blocked from"
            " not yet swept; all are listed as not yet swept."
        SET BlockedFileMissing TO TRUE
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    ELSE
        PERFORM UNTIL EndOfBlockedFile
            READ BlockedFile
                AT END SET EndOfBlockedFile TO TRUE
            END-READ
            IF NOT EndOfBlockedFile
                MOVE BlockedReportDate TO BlockedSweepDate
                IF BlockedEntryCount < MaxBlockedEntries
                    ADD 1 TO BlockedEntryCount
                    MOVE BlockedAlbumId TO BlkAlbumId(BlockedEntryCount)
                    MOVE BlockedMasterArtist
                        TO BlkMasterArtist(BlockedEntryCount)
                    MOVE BlockedMasterTitle
                        TO BlkMasterTitle(BlockedEntryCount)
                ELSE
                    ADD 1 TO TableOverflowCount
                END-IF
            END-IF
        END-PERFORM
        CLOSE BlockedFile
    END-IF.

ProcessPendingFile.  *> Every held record into the calendar, the overdue list or the beyond-horizon count
    PERFORM UNTIL EndOfPendingFile
        READ PendingFile NEXT RECORD
            AT END SET EndOfPendingFile TO TRUE
        END-READ
        IF NOT EndOfPendingFile
            ADD 1 TO PendingRecordsRead
            PERFORM ConsiderPendingRecord
        END-IF
    END-PERFORM.

ConsiderPendingRecord.  *> Where the held record falls relative to the business date and the horizon
    MOVE ReleaseDate OF PendingDetails TO ReleaseDateWork.
    MOVE ZERO TO ReleaseDayNumber.
    IF ReleaseDateWork NUMERIC
        MOVE ReleaseDateWork TO ReleaseDateNumber
        IF FUNCTION TEST-DATE-YYYYMMDD(ReleaseDateNumber) = 0  *> A real calendar date - 20261131 is not
            COMPUTE ReleaseDayNumber = FUNCTION INTEGER-OF-DATE(ReleaseDateNumber)
        END-IF
    END-IF
    IF ReleaseDayNumber = ZERO
        ADD 1 TO UndatedCount
        DISPLAY "WARNING: held AlbumId " AlbumId OF PendingDetails
            " has no usable ReleaseDate (" ReleaseDateWork
            ") - left off the calendar."
    ELSE
        EVALUATE TRUE
            WHEN ReleaseDateNumber NOT > AsOfDate
                PERFORM AddOverdueEntry
            WHEN ReleaseDayNumber > HorizonEndDayNumber
                ADD 1 TO BeyondHorizonCount
            WHEN ReleaseDayNumber < FirstWeekDayNumber  *> Not after the business date yet before its week - cannot happen, but no week to slot it in
                ADD 1 TO UndatedCount
                DISPLAY "WARNING: held AlbumId " AlbumId OF PendingDetails
                    " ReleaseDate " ReleaseDateWork " falls before the"
                    " calendar's first week - left off the calendar."
            WHEN OTHER
                PERFORM AddCalendarEntry
        END-EVALUATE
    END-IF.

AddCalendarEntry.  *> Slot the upcoming release into the calendar in week, label, date, AlbumId order
    COMPUTE WeekStartDayNumber =
        ReleaseDayNumber - FUNCTION MOD(ReleaseDayNumber - 1, 7).
    COMPUTE WeekIdx = (WeekStartDayNumber - FirstWeekDayNumber) / 7 + 1.
    IF WeekIdx < 1 OR WeekIdx > CalendarWeeks  *> ConsiderPendingRecord keeps the day inside the horizon - never subscript past it
        ADD 1 TO BeyondHorizonCount
    ELSE
        ADD 1 TO CalendarRecordCount
        ADD 1 TO WeekTallyCount(WeekIdx)
        PERFORM TallyLabel
        IF CalendarEntryCount NOT < MaxCalendarEntries
            ADD 1 TO TableOverflowCount
        ELSE
            COMPUTE NewCalWeekStart = FUNCTION DATE-OF-INTEGER(WeekStartDayNumber)
            MOVE RecordLabel OF PendingDetails TO NewCalRecordLabel
            MOVE ReleaseDateNumber TO NewCalReleaseDate
            MOVE AlbumId OF PendingDetails TO NewCalAlbumId
            MOVE Artist OF PendingDetails TO NewCalArtist
            MOVE AlbumTitle OF PendingDetails TO NewCalAlbumTitle
            MOVE Genre OF PendingDetails TO NewCalGenre
            MOVE MediaFormat OF PendingDetails TO NewCalMediaFormat
            MOVE PendSupplierId TO NewCalSupplierId
            MOVE PendFeedSequence TO NewCalFeedSequence
            MOVE CalendarEntryCount TO ShiftIdx
            SET SlotNotFound TO TRUE
            PERFORM UNTIL SlotFound
                IF ShiftIdx = ZERO
                    SET SlotFound TO TRUE
                ELSE
                    IF CalendarKey(ShiftIdx) > NewCalendarKey
                        MOVE CalendarEntry(ShiftIdx) TO CalendarEntry(ShiftIdx + 1)
                        SUBTRACT 1 FROM ShiftIdx
                    ELSE
                        SET SlotFound TO TRUE
                    END-IF
                END-IF
            END-PERFORM
            MOVE NewCalendarEntry TO CalendarEntry(ShiftIdx + 1)
            ADD 1 TO CalendarEntryCount
        END-IF
    END-IF.

TallyLabel.  *> Count the release against its label over the horizon, opening a slot in label order
    MOVE RecordLabel OF PendingDetails TO LabelDisplay.
    IF LabelDisplay = SPACES
        MOVE "(NO LABEL)" TO LabelDisplay
    END-IF
    MOVE ZERO TO WorkLabelIdx.
    PERFORM VARYING LabelIdx FROM 1 BY 1
        UNTIL LabelIdx > LabelTallyCount OR WorkLabelIdx NOT = ZERO
        IF LabelTallyKey(LabelIdx) = LabelDisplay
            MOVE LabelIdx TO WorkLabelIdx
        END-IF
    END-PERFORM
    IF WorkLabelIdx = ZERO AND LabelTallyCount < MaxLabelTallies
        MOVE 1 TO WorkLabelIdx
        PERFORM VARYING LabelIdx FROM 1 BY 1 UNTIL LabelIdx > LabelTallyCount
            IF LabelTallyKey(LabelIdx) < LabelDisplay
                COMPUTE WorkLabelIdx = LabelIdx + 1
            END-IF
        END-PERFORM
        PERFORM VARYING LabelShiftIdx FROM LabelTallyCount BY -1
            UNTIL LabelShiftIdx < WorkLabelIdx
            MOVE LabelTallyEntry(LabelShiftIdx)
                TO LabelTallyEntry(LabelShiftIdx + 1)
        END-PERFORM
        ADD 1 TO LabelTallyCount
        MOVE LabelDisplay TO LabelTallyKey(WorkLabelIdx)
        MOVE ZERO TO LabelTallyReleases(WorkLabelIdx)
    END-IF
    IF WorkLabelIdx = ZERO
        ADD 1 TO TableOverflowCount
    ELSE
        ADD 1 TO LabelTallyReleases(WorkLabelIdx)
    END-IF.

AddOverdueEntry.  *> Slot the due-but-held record into the overdue list, oldest first
    MOVE ZERO TO WorkBlockedIdx.
    PERFORM VARYING BlockedIdx FROM 1 BY 1
        UNTIL BlockedIdx > BlockedEntryCount OR WorkBlockedIdx NOT = ZERO
        IF BlkAlbumId(BlockedIdx) = AlbumId OF PendingDetails
            MOVE BlockedIdx TO WorkBlockedIdx
        END-IF
    END-PERFORM
    IF WorkBlockedIdx = ZERO
        ADD 1 TO OverdueNotSweptCount
    ELSE
        ADD 1 TO OverdueBlockedCount
    END-IF
    IF OverdueEntryCount NOT < MaxOverdueEntries
        ADD 1 TO TableOverflowCount
    ELSE
        MOVE ReleaseDateNumber TO NewOvdReleaseDate
        MOVE AlbumId OF PendingDetails TO NewOvdAlbumId
        MOVE Artist OF PendingDetails TO NewOvdArtist
        MOVE AlbumTitle OF PendingDetails TO NewOvdAlbumTitle
        MOVE RecordLabel OF PendingDetails TO NewOvdRecordLabel
        MOVE Genre OF PendingDetails TO NewOvdGenre
        MOVE MediaFormat OF PendingDetails TO NewOvdMediaFormat
        MOVE PendSupplierId TO NewOvdSupplierId
        MOVE PendFeedSequence TO NewOvdFeedSequence
        COMPUTE NewOvdDaysOverdue = AsOfDayNumber - ReleaseDayNumber
        IF WorkBlockedIdx = ZERO
            MOVE "W" TO NewOvdStatus
            MOVE SPACES TO NewOvdMasterArtist NewOvdMasterTitle
        ELSE
            MOVE "B" TO NewOvdStatus
            MOVE BlkMasterArtist(WorkBlockedIdx) TO NewOvdMasterArtist
            MOVE BlkMasterTitle(WorkBlockedIdx) TO NewOvdMasterTitle
        END-IF
        MOVE OverdueEntryCount TO ShiftIdx
        SET SlotNotFound TO TRUE
        PERFORM UNTIL SlotFound
            IF ShiftIdx = ZERO
                SET SlotFound TO TRUE
            ELSE
                IF OverdueKey(ShiftIdx) > NewOverdueKey
                    MOVE OverdueEntry(ShiftIdx) TO OverdueEntry(ShiftIdx + 1)
                    SUBTRACT 1 FROM ShiftIdx
                ELSE
                    SET SlotFound TO TRUE
                END-IF
            END-IF
        END-PERFORM
        MOVE NewOverdueEntry TO OverdueEntry(ShiftIdx + 1)
        ADD 1 TO OverdueEntryCount
    END-IF.

ProduceCalendar.  *> Every week of the horizon in turn, its releases broken by label
    MOVE "UPCOMING RELEASES BY WEEK AND LABEL" TO SectionTitle.
    MOVE CalendarColumnLine TO ColumnLineInEffect.
    PERFORM StartNewPage.
    MOVE SPACES TO PrintDetailLine.
    MOVE "BUSINESS DATE" TO PrintDetailLine(2:13).
    MOVE AsOfDate TO DateToFormat.
    PERFORM FormatDate.
    MOVE DateDisplay TO PrintDetailLine(16:10).
    MOVE "- RELEASES DUE THROUGH" TO PrintDetailLine(27:22).
    MOVE HorizonEndDate TO DateToFormat.
    PERFORM FormatDate.
    MOVE DateDisplay TO PrintDetailLine(50:10).
    MOVE CalendarWeeks TO WeeksEdit.
    MOVE "(" TO PrintDetailLine(61:1).
    MOVE WeeksEdit TO PrintDetailLine(62:2).
    MOVE " WEEKS)" TO PrintDetailLine(64:7).
    PERFORM WritePrintLine.
    PERFORM WriteColumnHeadings.
    MOVE 1 TO CalendarIdx.
    PERFORM VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > CalendarWeeks
        COMPUTE CurrentWeekStart = FUNCTION DATE-OF-INTEGER(
            FirstWeekDayNumber + (WeekIdx - 1) * 7)
        PERFORM WriteWeekHeading
        MOVE ZERO TO WeekLineCount LabelLineCount
        MOVE HIGH-VALUES TO CurrentLabel
        SET WeekLinesRemain TO TRUE
        PERFORM UNTIL WeekLinesDone
            IF CalendarIdx > CalendarEntryCount
                SET WeekLinesDone TO TRUE
            ELSE
                IF CalWeekStart(CalendarIdx) NOT = CurrentWeekStart
                    SET WeekLinesDone TO TRUE
                ELSE
                    PERFORM ListCalendarEntry
                END-IF
            END-IF
        END-PERFORM
        IF LabelLineCount > ZERO
            PERFORM WriteLabelTotal
        END-IF
        PERFORM WriteWeekTotal
    END-PERFORM.

ListCalendarEntry.  *> One calendar line, opening a new label group when the label changes
    IF CalRecordLabel(CalendarIdx) NOT = CurrentLabel
        IF LabelLineCount > ZERO
            PERFORM WriteLabelTotal
        END-IF
        MOVE CalRecordLabel(CalendarIdx) TO CurrentLabel
        MOVE ZERO TO LabelLineCount
        PERFORM WriteLabelHeading
    END-IF
    PERFORM WriteCalendarLine.
    ADD 1 TO LabelLineCount WeekLineCount.
    ADD 1 TO CalendarIdx.

WriteWeekHeading.  *> Blank line, then the Monday the week commences
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    PERFORM WritePrintLine.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "WEEK COMMENCING" TO PrintDetailLine(2:15).
    MOVE CurrentWeekStart TO DateToFormat.
    PERFORM FormatDate.
    MOVE DateDisplay TO PrintDetailLine(18:10).
    PERFORM WritePrintLine.

WriteLabelHeading.  *> The label the following lines release on
    MOVE CurrentLabel TO LabelDisplay.
    IF LabelDisplay = SPACES
        MOVE "(NO LABEL)" TO LabelDisplay
    END-IF
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "LABEL:" TO PrintDetailLine(4:6).
    MOVE LabelDisplay TO PrintDetailLine(11:12).
    PERFORM WritePrintLine.

WriteCalendarLine.  *> One upcoming release - onto the report and the CSV
    MOVE CalGenre(CalendarIdx) TO GenreLookupCode.
    PERFORM ResolveGenreDescription.
    MOVE CalSupplierId(CalendarIdx) TO SupplierLookupId.
    PERFORM ResolveSupplierName.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE CalAlbumId(CalendarIdx) TO AlbumIdEdit.
    MOVE AlbumIdEdit TO PrintDetailLine(2:7).
    MOVE CalArtist(CalendarIdx) TO PrintDetailLine(10:8).
    MOVE CalAlbumTitle(CalendarIdx) TO PrintDetailLine(19:20).
    MOVE CalReleaseDate(CalendarIdx) TO DateToFormat.
    PERFORM FormatDate.
    MOVE DateDisplay TO PrintDetailLine(40:10).
    MOVE LineGenreDescription TO PrintDetailLine(51:30).
    MOVE CalMediaFormat(CalendarIdx) TO PrintDetailLine(82:4).
    MOVE CalSupplierId(CalendarIdx) TO PrintDetailLine(87:8).
    MOVE CalFeedSequence(CalendarIdx) TO FeedEdit.
    MOVE FeedEdit TO PrintDetailLine(96:6).
    MOVE LineSupplierName TO PrintDetailLine(103:30).
    PERFORM WritePrintLine.

    MOVE "CALENDAR" TO CsvSection.
    MOVE CalWeekStart(CalendarIdx) TO DateToFormat.
    PERFORM FormatDate.
    MOVE CsvDate TO CsvWeekStart.
    MOVE SPACES TO CsvDaysOverdue CsvMasterArtist CsvMasterTitle.
    MOVE CalRecordLabel(CalendarIdx) TO CsvLabel.
    MOVE CalAlbumId(CalendarIdx) TO AlbumIdEdit.
    MOVE CalReleaseDate(CalendarIdx) TO DateToFormat.
    PERFORM FormatDate.
    MOVE CalFeedSequence(CalendarIdx) TO FeedEdit.
    MOVE SPACES TO CsvDetailLine.
    STRING FUNCTION TRIM(CsvSection) "," CsvWeekStart ","""
           FUNCTION TRIM(CsvLabel) """," AlbumIdEdit ","""
           FUNCTION TRIM(CalArtist(CalendarIdx)) ""","""
           FUNCTION TRIM(CalAlbumTitle(CalendarIdx)) """," CsvDate ","
           FUNCTION TRIM(CalGenre(CalendarIdx)) ","""
           FUNCTION TRIM(LineGenreDescription) ""","
           FUNCTION TRIM(CalMediaFormat(CalendarIdx)) ","
           FUNCTION TRIM(CalSupplierId(CalendarIdx)) ","""
           FUNCTION TRIM(LineSupplierName) """," FeedEdit ",,,"
           DELIMITED BY SIZE INTO CsvDetailLine
    END-STRING.
    PERFORM WriteCsvLine.

WriteLabelTotal.  *> Closes one label within the week
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "LABEL TOTAL" TO PrintDetailLine(10:11).
    MOVE LabelDisplay TO PrintDetailLine(22:12).
    MOVE LabelLineCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(35:9).
    PERFORM WritePrintLine.

WriteWeekTotal.  *> Closes the week - NO RELEASES when nothing is due in it
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    IF WeekLineCount = ZERO
        MOVE "NO RELEASES DUE THIS WEEK" TO PrintDetailLine(4:25)
    ELSE
        MOVE "WEEK TOTAL" TO PrintDetailLine(4:10)
        MOVE WeekLineCount TO CountEdit
        MOVE CountEdit TO PrintDetailLine(35:9)
    END-IF
    PERFORM WritePrintLine.

ProduceTotals.  *> The horizon's releases week by week and label by label
    MOVE "WEEKLY AND LABEL TOTALS" TO SectionTitle.
    MOVE TotalsColumnLine TO ColumnLineInEffect.
    PERFORM StartNewPage.
    PERFORM WriteColumnHeadings.
    PERFORM VARYING WeekIdx FROM 1 BY 1 UNTIL WeekIdx > CalendarWeeks
        PERFORM CheckForPageBreak
        MOVE SPACES TO PrintDetailLine
        MOVE "WEEK COMMENCING" TO PrintDetailLine(2:15)
        COMPUTE DateToFormat = FUNCTION DATE-OF-INTEGER(
            FirstWeekDayNumber + (WeekIdx - 1) * 7)
        PERFORM FormatDate
        MOVE DateDisplay TO PrintDetailLine(18:10)
        MOVE WeekTallyCount(WeekIdx) TO CountEdit
        MOVE CountEdit TO PrintDetailLine(44:9)
        PERFORM WritePrintLine
    END-PERFORM
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    PERFORM WritePrintLine.
    PERFORM VARYING LabelIdx FROM 1 BY 1 UNTIL LabelIdx > LabelTallyCount
        PERFORM CheckForPageBreak
        MOVE SPACES TO PrintDetailLine
        MOVE "LABEL" TO PrintDetailLine(2:5)
        MOVE LabelTallyKey(LabelIdx) TO PrintDetailLine(18:12)
        MOVE LabelTallyReleases(LabelIdx) TO CountEdit
        MOVE CountEdit TO PrintDetailLine(44:9)
        PERFORM WritePrintLine
    END-PERFORM
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    PERFORM WritePrintLine.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "RELEASES IN THE CALENDAR" TO PrintDetailLine(2:24).
    MOVE CalendarRecordCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(44:9).
    PERFORM WritePrintLine.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "HELD FOR RELEASE AFTER" TO PrintDetailLine(2:22).
    MOVE HorizonEndDate TO DateToFormat.
    PERFORM FormatDate.
    MOVE DateDisplay TO PrintDetailLine(25:10).
    MOVE BeyondHorizonCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(44:9).
    PERFORM WritePrintLine.
    IF UndatedCount > ZERO
        PERFORM CheckForPageBreak
        MOVE SPACES TO PrintDetailLine
        MOVE "HELD WITH NO USABLE RELEASE DATE" TO PrintDetailLine(2:32)
        MOVE UndatedCount TO CountEdit
        MOVE CountEdit TO PrintDetailLine(44:9)
        PERFORM WritePrintLine
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

ProduceOverdue.  *> Due records still on the holding file - blocked, or not yet swept
    MOVE "OVERDUE HELD RECORDS" TO SectionTitle.
    MOVE OverdueColumnLine TO ColumnLineInEffect.
    PERFORM StartNewPage.
    MOVE SPACES TO PrintDetailLine.
    IF BlockedFileMissing
        MOVE "ALBPBLK.DAT NOT AVAILABLE - BLOCKED RECORDS CANNOT BE TOLD"
            TO PrintDetailLine(2:58)
        MOVE "FROM THOSE NOT YET SWEPT" TO PrintDetailLine(61:24)
    ELSE
        MOVE "BLOCKED AS REPORTED BY THE RELEASE SWEEP FOR"
            TO PrintDetailLine(2:44)
        IF BlockedSweepDate = ZERO
            MOVE "THE LATEST RUN" TO PrintDetailLine(47:14)
        ELSE
            MOVE BlockedSweepDate TO DateToFormat
            PERFORM FormatDate
            MOVE DateDisplay TO PrintDetailLine(47:10)
        END-IF
    END-IF
    PERFORM WritePrintLine.
    PERFORM WriteColumnHeadings.
    IF OverdueEntryCount = ZERO
        MOVE SPACES TO PrintDetailLine
        MOVE "NO DUE RECORDS ARE STILL HELD" TO PrintDetailLine(2:29)
        PERFORM WritePrintLine
    END-IF
    PERFORM VARYING OverdueIdx FROM 1 BY 1
        UNTIL OverdueIdx > OverdueEntryCount
        PERFORM WriteOverdueLine
    END-PERFORM
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    PERFORM WritePrintLine.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "BLOCKED BY A MASTER COLLISION" TO PrintDetailLine(2:29).
    MOVE OverdueBlockedCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(44:9).
    PERFORM WritePrintLine.
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE "DUE BUT NOT YET SWEPT" TO PrintDetailLine(2:21).
    MOVE OverdueNotSweptCount TO CountEdit.
    MOVE CountEdit TO PrintDetailLine(44:9).
    PERFORM WritePrintLine.
    IF TableOverflowCount > ZERO
        PERFORM CheckForPageBreak
        MOVE SPACES TO PrintDetailLine
        MOVE "WARNING: RECORDS LEFT OFF A FULL TABLE:" TO PrintDetailLine(2:39)
        MOVE TableOverflowCount TO CountEdit
        MOVE CountEdit TO PrintDetailLine(44:9)
        PERFORM WritePrintLine
        DISPLAY "WARNING: " TableOverflowCount " record(s) left off a full"
            " table - the calendar undercounts."
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

WriteOverdueLine.  *> One due-but-held record - onto the report and the CSV
    MOVE OvdGenre(OverdueIdx) TO GenreLookupCode.
    PERFORM ResolveGenreDescription.
    MOVE OvdSupplierId(OverdueIdx) TO SupplierLookupId.
    PERFORM ResolveSupplierName.
    MOVE OvdRecordLabel(OverdueIdx) TO LabelDisplay.
    IF LabelDisplay = SPACES
        MOVE "(NO LABEL)" TO LabelDisplay
    END-IF
    PERFORM CheckForPageBreak.
    MOVE SPACES TO PrintDetailLine.
    MOVE OvdAlbumId(OverdueIdx) TO AlbumIdEdit.
    MOVE AlbumIdEdit TO PrintDetailLine(2:7).
    MOVE OvdArtist(OverdueIdx) TO PrintDetailLine(10:8).
    MOVE OvdAlbumTitle(OverdueIdx) TO PrintDetailLine(19:20).
    MOVE OvdReleaseDate(OverdueIdx) TO DateToFormat.
    PERFORM FormatDate.
    MOVE DateDisplay TO PrintDetailLine(40:10).
    MOVE OvdDaysOverdue(OverdueIdx) TO DaysEdit.
    MOVE DaysEdit TO PrintDetailLine(51:5).
    MOVE LabelDisplay TO PrintDetailLine(57:12).
    MOVE OvdSupplierId(OverdueIdx) TO PrintDetailLine(70:8).
    MOVE OvdFeedSequence(OverdueIdx) TO FeedEdit.
    MOVE FeedEdit TO PrintDetailLine(79:6).
    IF OvdBlocked(OverdueIdx)
        MOVE "BLOCKED" TO PrintDetailLine(86:7)
        MOVE OvdMasterArtist(OverdueIdx) TO PrintDetailLine(100:8)
        MOVE OvdMasterTitle(OverdueIdx) TO PrintDetailLine(109:20)
        MOVE "BLOCKED" TO CsvSection
    ELSE
        MOVE "NOT YET SWEPT" TO PrintDetailLine(86:13)
        MOVE "OVERDUE" TO CsvSection
    END-IF
    PERFORM WritePrintLine.

    MOVE SPACES TO CsvWeekStart.
    MOVE DaysEdit TO CsvDaysOverdue.
    MOVE OvdMasterArtist(OverdueIdx) TO CsvMasterArtist.
    MOVE OvdMasterTitle(OverdueIdx) TO CsvMasterTitle.
    MOVE OvdRecordLabel(OverdueIdx) TO CsvLabel.
    MOVE SPACES TO CsvDetailLine.
    STRING FUNCTION TRIM(CsvSection) ",,"""
           FUNCTION TRIM(CsvLabel) """," AlbumIdEdit ","""
           FUNCTION TRIM(OvdArtist(OverdueIdx)) ""","""
           FUNCTION TRIM(OvdAlbumTitle(OverdueIdx)) """," CsvDate ","
           FUNCTION TRIM(OvdGenre(OverdueIdx)) ","""
           FUNCTION TRIM(LineGenreDescription) ""","
           FUNCTION TRIM(OvdMediaFormat(OverdueIdx)) ","
           FUNCTION TRIM(OvdSupplierId(OverdueIdx)) ","""
           FUNCTION TRIM(LineSupplierName) """," FeedEdit ","
           FUNCTION TRIM(CsvDaysOverdue) ","""
           FUNCTION TRIM(CsvMasterArtist) ""","""
           FUNCTION TRIM(CsvMasterTitle) """"
           DELIMITED BY SIZE INTO CsvDetailLine
    END-STRING.
    PERFORM WriteCsvLine.

ResolveGenreDescription.  *> Describe the line from the genre reference, the code itself when not on it
    MOVE GenreLookupCode TO LineGenreDescription.
    PERFORM VARYING GenreRefIdx FROM 1 BY 1 UNTIL GenreRefIdx > GenreRefCount
        IF RefGenreCode(GenreRefIdx) = GenreLookupCode
            MOVE RefGenreDescription(GenreRefIdx) TO LineGenreDescription
        END-IF
    END-PERFORM.

ResolveSupplierName.  *> Name the supplier from SUPPLIER.DAT, blank when not on it
    MOVE SPACES TO LineSupplierName.
    IF SupplierFileOpen AND SupplierLookupId NOT = SPACES
        MOVE SupplierLookupId TO SupplierId
        READ SupplierFile
            INVALID KEY
                MOVE "(NOT ON SUPPLIER.DAT)" TO LineSupplierName
            NOT INVALID KEY
                MOVE SupplierName TO LineSupplierName
        END-READ
    END-IF.

FormatDate.  *> DateToFormat as MM/DD/YYYY for the report and YYYY-MM-DD for the CSV
    MOVE SPACES TO DateDisplay CsvDate.
    MOVE DateToFormat(5:2) TO DateDisplay(1:2).
    MOVE "/" TO DateDisplay(3:1).
    MOVE DateToFormat(7:2) TO DateDisplay(4:2).
    MOVE "/" TO DateDisplay(6:1).
    MOVE DateToFormat(1:4) TO DateDisplay(7:4).
    MOVE DateToFormatYear TO CsvDate(1:4).
    MOVE "-" TO CsvDate(5:1).
    MOVE DateToFormatMonth TO CsvDate(6:2).
    MOVE "-" TO CsvDate(8:1).
    MOVE DateToFormatDay TO CsvDate(9:2).

WriteCsvLine.  *> The built CSV line onto ALBCAL.CSV
    IF CsvFileOpen
        MOVE CsvDetailLine TO CsvRecord
        WRITE CsvRecord
        ADD 1 TO CsvLinesWritten
    END-IF.

WriteColumnHeadings.  *> Column headings under a page or section heading
    MOVE ColumnLineInEffect TO PrintRecord.
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

TerminateRun.  *> Close down
    IF PendingFileAvailable
        CLOSE PendingFile
    END-IF
    IF SupplierFileOpen
        CLOSE SupplierFile
    END-IF
    IF PrintFileOpen
        CLOSE PrintFile
    END-IF
    IF CsvFileOpen
        CLOSE CsvFile
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
