      *>----------------------------------------------------------------
      *> FEEDSTAT - Supplier feed statistics log record layout.
      *> One line is appended to FEEDSTAT.LOG by AlbEdit for every
      *> envelope it judges: when it was judged, the supplier, feed
      *> sequence and feed date off the header, the envelope verdict
      *> (A accepted, R rejected whole) with its R101-R108 reason, the
      *> D records it carried and what became of them - accepted,
      *> held pending release (P001), held for review as suspected
      *> duplicates (P002), rejected - and the rejects broken out by
      *> record reason code, StatReasonCount(n) counting reason R0nn
      *> (R001-R012). The .ACK files are overwritten feed by feed; this
      *> log is the permanent tally FeedScor's monthly supplier
      *> scorecard is built from. Shared by both programs so the fields
      *> stay in lock-step. Include under an 01-level record name, e.g.
      *>     01  StatDetails.
      *>         COPY FEEDSTAT.
      *>----------------------------------------------------------------
           02  StatTimestamp       PIC 9(14).
           02  StatSupplierId      PIC X(08).
           02  StatFeedSequence    PIC 9(06).
           02  StatFeedDate        PIC 9(08).
           02  StatVerdict         PIC X(01).
               88  StatEnvelopeAccepted  VALUE "A".
               88  StatEnvelopeRejected  VALUE "R".
           02  StatEnvelopeReason  PIC X(04).
           02  StatDetailCount     PIC 9(07).
           02  StatAcceptedCount   PIC 9(07).
           02  StatHeldCount       PIC 9(07).
           02  StatReviewCount     PIC 9(07).
           02  StatRejectedCount   PIC 9(07).
           02  StatReasonCount     PIC 9(07) OCCURS 12 TIMES.
