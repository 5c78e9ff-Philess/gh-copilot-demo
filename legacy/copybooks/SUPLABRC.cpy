      *>----------------------------------------------------------------
      *> SUPLABRC - Supplier label authorization record layout.
      *> One record per RecordLabel a feed supplier is authorized to
      *> deliver, keyed on the SupplierId plus the RecordLabel, so a
      *> supplier's labels read back together in label order from a
      *> START on its SupplierId. Maintained by SupMnt (L and U
      *> transactions), read by AlbEdit to reject a D record whose
      *> RecordLabel the envelope's supplier is not authorized for
      *> (R012). Shared by every program that opens SupLabelFile so
      *> the fields stay in lock-step across programs. Include under
      *> an 01-level record name, e.g.
      *>     01  SupLabelDetails.
      *>         COPY SUPLABRC.
      *>----------------------------------------------------------------
           02  SupLabelKey.
               03  SupLabelSupplierId  PIC X(08).
               03  SupLabelRecordLabel PIC X(12).
           02  SupLabelAuthorizedDate  PIC 9(08).
