*>     format reference file (code and description, one format per
*>     line) - blank is allowed, since records predating the format
*>     field carry none
*>   - a non-blank RecordLabel the envelope's supplier is not authorized
*>     to deliver on the SUPLABEL.DAT label authorization file (see
*>     SupMnt's L/U transactions) - blank is allowed, since older feeds
*>     carry none
*>   - a duplicate AlbumId within the feed itself
*>   - an AlbumId already present in AlbumFile
*> Accepted records are applied straight into AlbumFile (ALBUMS.DAT), the
*> count it yet; AlbPrel moves it into the master on the day (see ALBTABJ).
*> Every rejected record is written, with a reason, to EXCEPRPT.DAT.
*>
*> A record that passes every edit is still not applied when it looks like
*> an album the catalog already holds under another AlbumId - a label
*> re-sending a release under a freshly minted id. It is a suspected
*> duplicate when its Artist plus AlbumTitle is already on ALBUMS.DAT (a
*> direct read down the Artist alternate key) or held on ALBPEND.DAT, or
*> when its RecordLabel plus CatalogNumber (both non-blank) is already
*> held by another AlbumId on either file. A suspect is held for review on
*> ALBREVW.DAT - the record, its feed provenance and the AlbumId it
*> collided with - and acknowledged P002; the catalog team approves or
*> discards it through AlbRevw. The ALBPEND.DAT titles and the label and
*> catalog pairs are indexed into two scratch work files at startup, and
*> every record applied or held during the run is added to them as it
*> goes, so two copies of one release in the same feed are caught too.
*>
*> Every D record is also acknowledged back to the supplier, one line per
*> AlbumId - accepted or rejected, with a machine-readable reason code - so
*> the supplier can correct and resend rejects without this shop re-keying
*>     A000 accepted
*>     P001 held - ReleaseDate not yet reached (not a reject; the record
*>          applies automatically on the day)
*>     P002 held for review - suspected duplicate of an album already
*>          held under another AlbumId (not a reject; see AlbRevw)
*>     R001 zero AlbumId                R002 MORelease not in range 01-12
*>     R003 DORelease not numeric/zero  R004 29 February in a non-leap year
*>     R005 DORelease impossible        R006 blank Genre
*>     R105 records out of envelope order
*>     R106 supplier not on reference    R107 supplier suspended
*>     R108 too many envelopes in one file
*>     R010 AlbumId already held pending release or review
*>     R011 MediaFormat not on reference file
*>     R012 RecordLabel not authorized for the supplier
*>
*> Each envelope judged also appends one line to the permanent FEEDSTAT.LOG
*> statistics log (copybook FEEDSTAT): supplier, feed sequence and date,
*> the envelope verdict and reason, and what became of its D records -
*> accepted, held, rejected, and the rejects by reason code - so FeedScor
*> can score each supplier's feed quality month by month long after the
*> .ACK files have been overwritten.
*>
*> The run's RETURN-CODE reflects the worst envelope - one rejected
*> envelope among accepted ones still ends RC 8 so ALBTABJ's CHKEDIT
*>     one supplier in one file sequence correctly), acknowledgments
*>     open per envelope (appending when a supplier appears twice),
*>     and the return code reflects the worst envelope.
*>   Journal entries now carry an operator id (JournalOperator - see
*>     ALBJRNL); this batch program stamps it spaces, so AlbTrail's
*>     change-history report names the program instead.
*>   The .ACK files are overwritten by each supplier's next feed, so
*>     nothing kept a running tally of how each supplier was doing.
*>     Every envelope judged now appends one statistics line to
*>     FEEDSTAT.LOG (copybook FEEDSTAT) - its verdict and reason, and
*>     its D records accepted, held and rejected by reason code - for
*>     FeedScor's monthly supplier scorecard. A log that will not open
*>     is a warning (RC 4), not a reason to hold up the feed.
*>   A label re-sending an album under a freshly minted AlbumId sailed
*>     through R007/R008 - they only ever catch a repeated AlbumId - and
*>     the catalog then held the release twice, counted twice by
*>     MonthTable and TopArtist. A record that passes the edits but
*>     matches an album already held (Artist plus AlbumTitle, or
*>     RecordLabel plus CatalogNumber, on the master or the pending
*>     file) is now held for review on ALBREVW.DAT and acknowledged
*>     P002 instead of applied; AlbRevw approves or discards it. An
*>     AlbumId already waiting for review rejects a later feed record
*>     R010, like one already held pending release. Review holds are
*>     counted on FEEDSTAT.LOG alongside the pending-release holds.
*>   Nothing stopped one supplier's envelope delivering records stamped
*>     with another company's RecordLabel - a distributor sent its whole
*>     roster under one envelope that way. A non-blank RecordLabel must
*>     now be authorized for the envelope's supplier on SUPLABEL.DAT
*>     (copybook SUPLABRC, maintained by SupMnt), or the record rejects
*>     R012 on EXCEPRPT.DAT and the supplier's .ACK; a blank label still
*>     passes. R012 rejects are counted on FEEDSTAT.LOG with the other
*>     record reasons. When the authorization file itself is
*>     missing the check is skipped, warning loudly (RC 4), the way a
*>     missing SUPPLIER.DAT already degrades the supplier check.
*>   Records its start and finish on the CYCSTATE.DAT cycle-state file
*>     (copybook CYCSTATE) for the business date, and ends RC 1
*>     (previously completed) without re-running when ALBTABJ is
*>     resubmitted after a later step failed and this step had already
*>     completed cleanly - see CycList. The business date is set once
*>     per cycle, by its first step, on CYCSTATE.DAT's control record and
*>     carried to every later step and a resubmit, past midnight too;
*>     ALBTABJ-BUSDATE names it outright. ALBTABJ-RERUN=Y forces a
*>     re-run. Holds a record pending against that business date
*>     rather than the clock - the cutoff AlbPrel releases on.

ENVIRONMENT DIVISION.  *> Start of the environment division
INPUT-OUTPUT SECTION.  *> Input-output section
        RECORD KEY IS SupplierId
        FILE STATUS IS SupplierFileStatus.

    SELECT SupLabelFile ASSIGN TO "SUPLABEL.DAT"  *> Label authorizations, keyed on SupplierId plus RecordLabel - see SupMnt
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SupLabelKey
        FILE STATUS IS SupLabelFileStatus.

    SELECT CrossRefFile ASSIGN TO "ALBXREF.DAT"  *> Feed provenance per accepted AlbumId - see AlbBko
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF PendingDetails
        FILE STATUS IS PendingFileStatus.

    SELECT ReviewFile ASSIGN TO "ALBREVW.DAT"  *> Suspected duplicates held for the catalog team's review - see AlbRevw
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AlbumId OF ReviewDetails
        FILE STATUS IS ReviewFileStatus.

    SELECT TitleWorkFile ASSIGN TO "ALBTTWRK.DAT"  *> Artist plus AlbumTitle of every held record, for the suspected-duplicate check
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TitleWorkKey
        FILE STATUS IS TitleWorkFileStatus.

    SELECT CatalogWorkFile ASSIGN TO "ALBLCWRK.DAT"  *> RecordLabel plus CatalogNumber of every album held, for the suspected-duplicate check
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CatalogWorkKey
        FILE STATUS IS CatalogWorkFileStatus.

    SELECT StatisticsFile ASSIGN TO "FEEDSTAT.LOG"  *> Permanent per-envelope statistics log, one line appended per envelope - see FeedScor
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS StatisticsFileStatus.

    SELECT CycleStateFile ASSIGN TO "CYCSTATE.DAT"  *> ALBTABJ cycle state, one record per step per business date - see CycList
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CycleKey
        FILE STATUS IS CycleStateFileStatus.

DATA DIVISION.  *> Start of the data division
FILE SECTION.  *> File section
FD IncomingFeedFile.  *> File description for the incoming supplier feed
01 SupplierDetails.  *> Record description for SupplierDetails
   COPY SUPPLRC.

FD SupLabelFile.  *> The label authorizations - every non-blank RecordLabel must be on here for the envelope's supplier
01 SupLabelDetails.  *> Record description for SupLabelDetails
   COPY SUPLABRC.

FD CrossRefFile.  *> Feed provenance - which feed introduced each accepted AlbumId
01 CrossRefDetails.  *> Record description for CrossRefDetails
   COPY ALBXREF.
   02  PendFeedSequence   PIC 9(06).
   02  PendFeedDate       PIC 9(08).

FD ReviewFile.  *> The review holding file - the suspect record, its feed provenance and what it collided with
01 ReviewDetails.  *> The held record plus the feed it arrived on and the album it looks like
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

FD TitleWorkFile.  *> Scratch index of the held records' Artist plus AlbumTitle
01 TitleWorkRecord.
   02 TitleWorkKey             PIC X(28).
   02 TitleWorkAlbumId         PIC 9(07).

FD CatalogWorkFile.  *> Scratch index of RecordLabel plus CatalogNumber - the first AlbumId holding each pair
01 CatalogWorkRecord.
   02 CatalogWorkKey           PIC X(24).
   02 CatalogWorkAlbumId       PIC 9(07).
   02 CatalogWorkSource        PIC X(01).

FD StatisticsFile.  *> Supplier feed statistics log - one line per envelope judged
01 StatDetails.  *> Record description for StatDetails
   COPY FEEDSTAT.

FD CycleStateFile.  *> ALBTABJ cycle state - this step's completion and return code per business date
01 CycleStateDetails.  *> Record description for CycleStateDetails
   COPY CYCSTATE.

WORKING-STORAGE SECTION.  *> Start of the working-storage section
01 IncomingFeedFileStatus    PIC X(02).
01 AlbumFileStatus           PIC X(02).
01 FeedSequenceFileStatus    PIC X(02).
01 GenreRefFileStatus        PIC X(02).
01 SupplierFileStatus        PIC X(02).
01 SupLabelFileStatus        PIC X(02).
01 CrossRefFileStatus        PIC X(02).
01 PendingFileStatus         PIC X(02).
01 StatisticsFileStatus      PIC X(02).
01 ReviewFileStatus          PIC X(02).
01 TitleWorkFileStatus       PIC X(02).
01 CatalogWorkFileStatus     PIC X(02).

01 RunDate                   PIC 9(08).  *> The run date - when a record was held for review
01 PendingCutoffDate         PIC X(08).  *> The business date as a character date, for the ReleaseDate compare
01 ReleaseDateWork           PIC X(08).  *> ReleaseDate of the record being release-checked

01 AcknowledgmentFileName    PIC X(20) VALUE "ALBACK.DAT".  *> <SupplierId>.ACK for a known supplier, else the shared fallback
01 RecordsAccepted           PIC 9(09) VALUE ZERO.
01 RecordsRejected           PIC 9(09) VALUE ZERO.
01 RecordsHeld               PIC 9(09) VALUE ZERO.  *> Accepted records held on ALBPEND.DAT for a future ReleaseDate
01 RecordsHeldForReview      PIC 9(09) VALUE ZERO.  *> Suspected duplicates held on ALBREVW.DAT for review

*> Suspected-duplicate check state for the record in hand
01 SuspectState              PIC X(01) VALUE "N".
   88 SuspectDuplicateFound VALUE "Y".
   88 NoSuspectDuplicate    VALUE "N".
01 SuspectMatchType          PIC X(01).  *> T same Artist plus AlbumTitle, L same RecordLabel plus CatalogNumber
01 SuspectMatchAlbumId       PIC 9(07).  *> The AlbumId already holding the release
01 SuspectMatchSource        PIC X(01).  *> M on the master, P held pending release
01 ArtistScanState           PIC X(01) VALUE "N".  *> Controls the read down the Artist alternate key
   88 ArtistScanComplete    VALUE "Y".
   88 ArtistScanNotComplete VALUE "N".
01 IndexBuildState           PIC X(01) VALUE "N".  *> Controls the startup reads that build the scratch indexes
   88 IndexBuildComplete    VALUE "Y".
   88 IndexBuildNotComplete VALUE "N".

01 RecordIsValid             PIC X(01) VALUE "Y".
   88 RecordValid   VALUE "Y".
01 EnvelopesAccepted         PIC 9(03) VALUE ZERO.  *> Envelopes applied and their sequence advanced
01 EnvelopesRejected         PIC 9(03) VALUE ZERO.  *> Envelopes rejected whole - the worst envelope sets the return code

*> What became of the D records of the envelope the apply pass is inside -
*> reset as each envelope begins, logged to FEEDSTAT.LOG as it finishes
01 ApplyEnvelopeCounts.
   02 ApplyDetailCount       PIC 9(07).  *> D records read
   02 ApplyAcceptedCount     PIC 9(07).  *> Applied to the master
   02 ApplyHeldCount         PIC 9(07).  *> Held pending release (P001)
   02 ApplyReviewCount       PIC 9(07).  *> Held for review as a suspected duplicate (P002)
   02 ApplyRejectedCount     PIC 9(07).  *> Rejected, for any reason - envelope casualties included
   02 ApplyReasonCount       PIC 9(07) OCCURS 12 TIMES.  *> Rejects by record reason code - entry n counts R0nn
01 ReasonCodeNumber          PIC 9(03).  *> Numeric part of a record reason code, subscripting ApplyReasonCount
01 StatReasonIdx             PIC 99.  *> Subscript over the reason counts when the log line is built
01 StatisticsState           PIC X(01) VALUE "Y".  *> Did FEEDSTAT.LOG open - the tally is skipped, loudly, without it
   88 StatisticsAvailable   VALUE "Y".
   88 StatisticsUnavailable VALUE "N".

*> Supplier reference state - set by InitializeRun and the envelope pass
01 SupplierRefState          PIC X(01) VALUE "Y".  *> Did SUPPLIER.DAT open - the check degrades without it
   88 SupplierRefAvailable   VALUE "Y".
   88 SupplierRefUnavailable VALUE "N".
01 LabelAuthState            PIC X(01) VALUE "Y".  *> Did SUPLABEL.DAT open - the label check degrades without it
   88 LabelAuthAvailable     VALUE "Y".
   88 LabelAuthUnavailable   VALUE "N".
01 SupplierKnownState        PIC X(01) VALUE "N".  *> Is this envelope's supplier on the reference - routes the acknowledgment file
   88 SupplierIsKnown VALUE "Y".
01 AckFileState              PIC X(01) VALUE "N".  *> Is an acknowledgment file open for the envelope in hand
01 RunReturnCode             PIC 9(02) VALUE ZERO.
01 ProposedReturnCode        PIC 9(02) VALUE ZERO.

*> ALBTABJ cycle state - a step already completed cleanly for the business
*> date ends RC 1 (previously completed) instead of running again
01 CycleStateFileStatus     PIC X(02).
01 CycleStepId              PIC X(08) VALUE "ALBEDIT".  *> This step's name on CYCSTATE.DAT - its ALBTABJ program name
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
    IF RunReturnCode < 12
        PERFORM ValidateFeedEnvelope
    DISPLAY "AlbEdit complete - " EnvelopesFound " envelope(s): "
        EnvelopesAccepted " accepted, " EnvelopesRejected " rejected;"
        " records: " RecordsRead " read, " RecordsAccepted " accepted, "
        RecordsHeld " held pending release, " RecordsHeldForReview
        " held for review, " RecordsRejected " rejected.".
    PERFORM EndCycleStep.
    MOVE RunReturnCode TO RETURN-CODE.
    STOP RUN.  *> End the program

        CLOSE PendingFile
        OPEN I-O PendingFile
    END-IF
    OPEN I-O ReviewFile.  *> Create it on the very first run, the same way AlbumFile is
    IF ReviewFileStatus = "35"
        OPEN OUTPUT ReviewFile
        CLOSE ReviewFile
        OPEN I-O ReviewFile
    END-IF
    OPEN OUTPUT TitleWorkFile.
    CLOSE TitleWorkFile.
    OPEN I-O TitleWorkFile.
    OPEN OUTPUT CatalogWorkFile.
    CLOSE CatalogWorkFile.
    OPEN I-O CatalogWorkFile.
    ACCEPT RunDate FROM DATE YYYYMMDD.
    MOVE CycleDateInEffect TO PendingCutoffDate.  *> A ReleaseDate after the business date has not happened yet - AlbPrel's cutoff
    PERFORM CheckOpenStatuses.
    PERFORM LoadGenreReference.
    PERFORM LoadFormatReference.
    PERFORM OpenSupplierReference.
    PERFORM OpenLabelAuthorizations.
    PERFORM OpenStatisticsLog.
    IF RunReturnCode < 12
        PERFORM BuildSuspectIndexes
    END-IF.

CheckOpenStatuses.  *> Any output or work file that would not open is an I/O error, not a shrug
    IF AlbumFileStatus NOT = "00"
            " be held nor checked for duplicates."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    IF ReviewFileStatus NOT = "00"
        DISPLAY "ALBREVW.DAT would not open (status "
            ReviewFileStatus ") - suspected duplicates could not be"
            " held for review."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    IF TitleWorkFileStatus NOT = "00"
        DISPLAY "ALBTTWRK.DAT would not open (status "
            TitleWorkFileStatus ")."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF
    IF CatalogWorkFileStatus NOT = "00"
        DISPLAY "ALBLCWRK.DAT would not open (status "
            CatalogWorkFileStatus ")."
        MOVE 12 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

OpenSupplierReference.  *> The supplier roster the envelope header is checked against
        PERFORM RaiseReturnCode
    END-IF.

OpenLabelAuthorizations.  *> The labels each supplier may deliver - the RecordLabel edit is checked against them
    OPEN INPUT SupLabelFile.
    IF SupLabelFileStatus NOT = "00"
        DISPLAY "WARNING: SUPLABEL.DAT not available (status "
            SupLabelFileStatus ") - the RecordLabel authorization check"
            " is skipped this run; a label the supplier is not"
            " authorized for will NOT be rejected."
        SET LabelAuthUnavailable TO TRUE
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

OpenStatisticsLog.  *> The permanent per-envelope tally - appended to, created on its first run
    OPEN EXTEND StatisticsFile.
    IF StatisticsFileStatus = "35"
        OPEN OUTPUT StatisticsFile
    END-IF
    IF StatisticsFileStatus NOT = "00"
        DISPLAY "WARNING: FEEDSTAT.LOG would not open (status "
            StatisticsFileStatus ") - this run's envelopes will be"
            " missing from the supplier scorecard."
        SET StatisticsUnavailable TO TRUE
        MOVE 4 TO ProposedReturnCode
        PERFORM RaiseReturnCode
    END-IF.

BuildSuspectIndexes.  *> Index what the catalog already holds for the suspected-duplicate check
    SET IndexBuildNotComplete TO TRUE.
    MOVE ZERO TO AlbumId OF AlbumDetails.
    START AlbumFile KEY IS GREATER THAN AlbumId OF AlbumDetails
        INVALID KEY
            SET IndexBuildComplete TO TRUE  *> Empty master - nothing to index
    END-START
    PERFORM UNTIL IndexBuildComplete
        READ AlbumFile NEXT RECORD
            AT END SET IndexBuildComplete TO TRUE
        END-READ
        IF NOT IndexBuildComplete
            PERFORM IndexMasterRecord
        END-IF
    END-PERFORM
    SET IndexBuildNotComplete TO TRUE.
    MOVE ZERO TO AlbumId OF PendingDetails.
    START PendingFile KEY IS GREATER THAN AlbumId OF PendingDetails
        INVALID KEY
            SET IndexBuildComplete TO TRUE  *> Nothing held pending release
    END-START
    PERFORM UNTIL IndexBuildComplete
        READ PendingFile NEXT RECORD
            AT END SET IndexBuildComplete TO TRUE
        END-READ
        IF NOT IndexBuildComplete
            PERFORM IndexPendingRecord
        END-IF
    END-PERFORM.

IndexMasterRecord.  *> A master album's label and catalog pair - its title is found down the Artist alternate key instead
    IF RecordLabel OF AlbumDetails NOT = SPACES
        AND CatalogNumber OF AlbumDetails NOT = SPACES
        MOVE RecordLabel OF AlbumDetails TO CatalogWorkKey(1:12)
        MOVE CatalogNumber OF AlbumDetails TO CatalogWorkKey(13:12)
        MOVE AlbumId OF AlbumDetails TO CatalogWorkAlbumId
        MOVE "M" TO CatalogWorkSource
        WRITE CatalogWorkRecord
            INVALID KEY
                CONTINUE  *> Already held by an earlier AlbumId - the first holder stands
        END-WRITE
    END-IF.

IndexPendingRecord.  *> A held album's title and its label and catalog pair - the pending file has no alternate key
    MOVE AlbumName OF PendingDetails TO TitleWorkKey.
    MOVE AlbumId OF PendingDetails TO TitleWorkAlbumId.
    WRITE TitleWorkRecord
        INVALID KEY
            CONTINUE  *> Already held by an earlier AlbumId - the first holder stands
    END-WRITE
    IF RecordLabel OF PendingDetails NOT = SPACES
        AND CatalogNumber OF PendingDetails NOT = SPACES
        MOVE RecordLabel OF PendingDetails TO CatalogWorkKey(1:12)
        MOVE CatalogNumber OF PendingDetails TO CatalogWorkKey(13:12)
        MOVE AlbumId OF PendingDetails TO CatalogWorkAlbumId
        MOVE "P" TO CatalogWorkSource
        WRITE CatalogWorkRecord
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF.

LoadGenreReference.  *> Table up the canonical genre codes for the Genre edit
    OPEN INPUT GenreRefFile.
    IF GenreRefFileStatus NOT = "00"
                END-IF
                IF FeedDetailRecord AND ApplyPassOpen
                    ADD 1 TO RecordsRead
                    ADD 1 TO ApplyDetailCount
                    MOVE FeedRecordBody TO IncomingAlbumDetails
                    IF FeedRejected
                        PERFORM RejectEnvelopeCasualty
            PERFORM CheckFeedSequence  *> Checked here, after any earlier envelope from this supplier advanced the sequence
        END-IF
    END-IF
    INITIALIZE ApplyEnvelopeCounts.
    PERFORM ResetDuplicateWorkFile.
    PERFORM OpenAcknowledgmentFile.

        DISPLAY "Envelope " ApplyEnvIdx " - supplier " FeedSupplierWork
            " REJECTED (" FeedReasonCode "): " FeedRejectReason
    END-IF
    IF ApplyPassOpen AND StatisticsAvailable
        PERFORM WriteStatisticsRecord  *> An abandoned pass judged nothing - no line for it
    END-IF
    IF AckFileOpen
        CLOSE AcknowledgmentFile
        MOVE "N" TO AckFileState
    END-IF
    SET EnvelopeNotOpen TO TRUE.

WriteStatisticsRecord.  *> One line on the permanent log for the envelope just finished
    MOVE SPACES TO StatDetails.
    ACCEPT JournalWorkDate FROM DATE YYYYMMDD.
    ACCEPT JournalWorkTime FROM TIME.
    MOVE JournalWorkDate TO StatTimestamp(1:8).
    MOVE JournalWorkTime(1:6) TO StatTimestamp(9:6).
    MOVE FeedSupplierWork TO StatSupplierId.
    MOVE FeedSequenceWork TO StatFeedSequence.
    MOVE FeedDateWork TO StatFeedDate.
    IF FeedAccepted AND FeedHeaderSeen
        SET StatEnvelopeAccepted TO TRUE
    ELSE
        SET StatEnvelopeRejected TO TRUE
        MOVE FeedReasonCode TO StatEnvelopeReason
    END-IF
    MOVE ApplyDetailCount TO StatDetailCount.
    MOVE ApplyAcceptedCount TO StatAcceptedCount.
    MOVE ApplyHeldCount TO StatHeldCount.
    MOVE ApplyReviewCount TO StatReviewCount.
    MOVE ApplyRejectedCount TO StatRejectedCount.
    PERFORM VARYING StatReasonIdx FROM 1 BY 1 UNTIL StatReasonIdx > 12
        MOVE ApplyReasonCount(StatReasonIdx) TO StatReasonCount(StatReasonIdx)
    END-PERFORM
    WRITE StatDetails.

ResetDuplicateWorkFile.  *> Each envelope is judged on its own - the AlbumIds seen reset at its boundary
    CLOSE DuplicateWorkFile.
    OPEN OUTPUT DuplicateWorkFile.

RejectEnvelopeCasualty.  *> Every record of a rejected envelope is reported and acknowledged with the envelope's reason
    ADD 1 TO RecordsRejected.
    ADD 1 TO ApplyRejectedCount.
    MOVE AlbumId OF IncomingAlbumDetails TO ExcAlbumId.
    MOVE FeedRejectReason TO ExcReason.
    MOVE ExceptionDetailLine TO ExceptionRecord.
        PERFORM EditFormatCode  *> Blank passes - records predating the format field carry none
    END-IF

    IF RecordLabel OF IncomingAlbumDetails NOT = SPACES
        AND LabelAuthAvailable
        PERFORM EditLabelAuthorization  *> Blank passes - older feeds carry no label
    END-IF

    PERFORM EditDuplicateAlbumId.
    PERFORM EditMasterDuplicate.
    PERFORM EditPendingDuplicate.
    PERFORM EditReviewDuplicate.

    SET NoSuspectDuplicate TO TRUE.
    IF RecordValid
        PERFORM EditSuspectDuplicate  *> Only a record that would otherwise go in is worth a second look
    END-IF.

EditMasterDuplicate.  *> AlbumId must not already be on the master - checked here so a future-dated record cannot be held over a taken slot
    MOVE AlbumId OF IncomingAlbumDetails
            MOVE "R010" TO ReasonCode
    END-READ.

EditReviewDuplicate.  *> AlbumId must not be waiting on the review holding file either
    MOVE AlbumId OF IncomingAlbumDetails
        TO AlbumId OF ReviewDetails.
    READ ReviewFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET RecordInvalid TO TRUE
            MOVE "AlbumId already held for review" TO RejectReason
            MOVE "R010" TO ReasonCode
    END-READ.

EditSuspectDuplicate.  *> Same release already held under another AlbumId - by title on the master, then the pending file, then by label and catalog
    SET ArtistScanNotComplete TO TRUE.
    MOVE Artist OF IncomingAlbumDetails TO Artist OF AlbumDetails.
    START AlbumFile KEY IS EQUAL TO Artist OF AlbumDetails
        INVALID KEY
            SET ArtistScanComplete TO TRUE  *> Nothing by this artist on the master
    END-START
    PERFORM UNTIL ArtistScanComplete
        READ AlbumFile NEXT RECORD
            AT END SET ArtistScanComplete TO TRUE
        END-READ
        IF NOT ArtistScanComplete
            IF Artist OF AlbumDetails NOT = Artist OF IncomingAlbumDetails
                SET ArtistScanComplete TO TRUE  *> Past the last record for this artist
            ELSE
                IF AlbumTitle OF AlbumDetails = AlbumTitle OF IncomingAlbumDetails
                    SET SuspectDuplicateFound TO TRUE
                    MOVE "T" TO SuspectMatchType
                    MOVE AlbumId OF AlbumDetails TO SuspectMatchAlbumId
                    MOVE "M" TO SuspectMatchSource
                    SET ArtistScanComplete TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF NoSuspectDuplicate
        MOVE AlbumName OF IncomingAlbumDetails TO TitleWorkKey
        READ TitleWorkFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET SuspectDuplicateFound TO TRUE
                MOVE "T" TO SuspectMatchType
                MOVE TitleWorkAlbumId TO SuspectMatchAlbumId
                MOVE "P" TO SuspectMatchSource
        END-READ
    END-IF
    IF NoSuspectDuplicate
        AND RecordLabel OF IncomingAlbumDetails NOT = SPACES
        AND CatalogNumber OF IncomingAlbumDetails NOT = SPACES
        MOVE RecordLabel OF IncomingAlbumDetails TO CatalogWorkKey(1:12)
        MOVE CatalogNumber OF IncomingAlbumDetails TO CatalogWorkKey(13:12)
        READ CatalogWorkFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET SuspectDuplicateFound TO TRUE
                MOVE "L" TO SuspectMatchType
                MOVE CatalogWorkAlbumId TO SuspectMatchAlbumId
                MOVE CatalogWorkSource TO SuspectMatchSource
        END-READ
    END-IF.

EditLabelAuthorization.  *> A non-blank RecordLabel must be authorized for the envelope's supplier
    MOVE FeedSupplierWork TO SupLabelSupplierId.
    MOVE RecordLabel OF IncomingAlbumDetails TO SupLabelRecordLabel.
    READ SupLabelFile
        INVALID KEY
            SET RecordInvalid TO TRUE
            MOVE "RecordLabel not authorized for supplier" TO RejectReason
            MOVE "R012" TO ReasonCode
    END-READ.

EditFormatCode.  *> A non-blank MediaFormat must be a code on the FMTREF.DAT reference
    SET FormatNotFound TO TRUE.
    PERFORM VARYING FormatRefIdx FROM 1 BY 1 UNTIL FormatRefIdx > FormatRefCount
            MOVE "R007" TO ReasonCode
    END-WRITE.

ReportAlbumRecord.  *> Apply accepted records to AlbumFile (ALBUMS.DAT) - or hold future-dated ones and suspected duplicates - rejected ones to the exception report; acknowledge all
    IF RecordValid AND SuspectDuplicateFound
        PERFORM HoldReviewRecord
    ELSE
        IF RecordValid
            MOVE ReleaseDate OF IncomingAlbumDetails TO ReleaseDateWork
            IF ReleaseDateWork > PendingCutoffDate
                PERFORM HoldPendingRecord
            END-IF
        END-IF
        IF RecordValid AND ReleaseDateWork <= PendingCutoffDate
            MOVE IncomingAlbumDetails TO AlbumDetails
            WRITE AlbumDetails
                INVALID KEY
                    MOVE "AlbumId already in ALBUMS.DAT" TO RejectReason
                    MOVE "R008" TO ReasonCode
                    SET RecordInvalid TO TRUE
                NOT INVALID KEY
                    ADD 1 TO RecordsAccepted
                    ADD 1 TO ApplyAcceptedCount
                    SET JournalWrite TO TRUE
                    MOVE SPACES TO JournalBeforeImage
                    MOVE AlbumDetails TO JournalAfterImage
                    MOVE AlbumId OF AlbumDetails TO JournalKeyAlbumId
                    PERFORM WriteJournalRecord
                    PERFORM WriteCrossRefRecord
                    PERFORM IndexMasterRecord  *> A second copy later in this same feed is a suspect too
                    MOVE "A" TO AckStatus
                    MOVE "A000" TO AckReasonCode
                    PERFORM WriteAcknowledgment
            END-WRITE
        END-IF
    END-IF
    IF RecordInvalid
        ADD 1 TO RecordsRejected
        ADD 1 TO ApplyRejectedCount
        MOVE ReasonCode(2:3) TO ReasonCodeNumber
        IF ReasonCodeNumber >= 1 AND ReasonCodeNumber <= 12
            ADD 1 TO ApplyReasonCount(ReasonCodeNumber)
        END-IF
        MOVE AlbumId OF IncomingAlbumDetails TO ExcAlbumId
        MOVE RejectReason TO ExcReason
        MOVE ExceptionDetailLine TO ExceptionRecord
            SET RecordInvalid TO TRUE
        NOT INVALID KEY
            ADD 1 TO RecordsHeld
            ADD 1 TO ApplyHeldCount
            PERFORM IndexPendingRecord  *> A second copy later in this same feed is a suspect too
            MOVE "P" TO AckStatus
            MOVE "P001" TO AckReasonCode
            PERFORM WriteAcknowledgment
    END-WRITE.

HoldReviewRecord.  *> Looks like an album already held - parked, with its provenance and the match, for the catalog team to decide
    MOVE IncomingAlbumDetails TO ReviewDetails(1:81).
    MOVE FeedSupplierWork TO RevwSupplierId.
    MOVE FeedSequenceWork TO RevwFeedSequence.
    MOVE FeedDateWork TO RevwFeedDate.
    MOVE RunDate TO RevwHeldDate.
    MOVE SuspectMatchType TO RevwMatchType.
    MOVE SuspectMatchAlbumId TO RevwMatchAlbumId.
    MOVE SuspectMatchSource TO RevwMatchSource.
    WRITE ReviewDetails
        INVALID KEY
            MOVE "AlbumId already held for review" TO RejectReason
            MOVE "R010" TO ReasonCode
            SET RecordInvalid TO TRUE
        NOT INVALID KEY
            ADD 1 TO RecordsHeldForReview
            ADD 1 TO ApplyReviewCount
            DISPLAY "Held for review: AlbumId " AlbumId OF ReviewDetails
                " looks like AlbumId " RevwMatchAlbumId " (match "
                RevwMatchType ", on " RevwMatchSource ")"
            MOVE "P" TO AckStatus
            MOVE "P002" TO AckReasonCode
            PERFORM WriteAcknowledgment
    END-WRITE.

WriteCrossRefRecord.  *> Provenance for the record just applied - which feed introduced this AlbumId
    MOVE AlbumId OF AlbumDetails TO XrefAlbumId.
    MOVE FeedSupplierWork TO XrefSupplierId.
    MOVE JournalWorkDate TO JournalTimestamp(1:8).
    MOVE JournalWorkTime(1:6) TO JournalTimestamp(9:6).
    MOVE "ALBEDIT" TO JournalProgram.
    MOVE SPACES TO JournalOperator.  *> Batch entry - no operator behind it
    WRITE JournalDetails.

TerminateRun.  *> Close every file
    CLOSE FeedSequenceFile.
    CLOSE CrossRefFile.
    CLOSE PendingFile.
    CLOSE ReviewFile.
    CLOSE TitleWorkFile.
    CLOSE CatalogWorkFile.
    IF SupplierRefAvailable
        CLOSE SupplierFile
    END-IF
    IF LabelAuthAvailable
        CLOSE SupLabelFile
    END-IF
    IF StatisticsAvailable
        CLOSE StatisticsFile
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
