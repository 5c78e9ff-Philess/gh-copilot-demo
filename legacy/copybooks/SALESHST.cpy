      *>----------------------------------------------------------------
      *> SALESHST - Sales history record layout.
      *> One record per AlbumId per sales month on SALESHST.DAT, keyed
      *> on SalesHistKey: the units every loaded distributor sales
      *> feed line matched to the album for that month, added together
      *> by SaleLoad. The album's Artist, AlbumTitle, RecordLabel and
      *> Genre are kept as they stood on ALBUMS.DAT when the units were
      *> first loaded, so the month's figures still report after the
      *> album is retired. Read by SaleRpt's label and genre sales
      *> report and by TopArtist's best-sellers ranking. Include under
      *> an 01-level record name, e.g.
      *>     01  SalesHistDetails.
      *>         COPY SALESHST.
      *>----------------------------------------------------------------
           02  SalesHistKey.
               03  SalesHistAlbumId      PIC 9(07).
               03  SalesHistMonth        PIC 9(06).
           02  SalesHistArtist           PIC X(08).
           02  SalesHistAlbumTitle       PIC X(20).
           02  SalesHistRecordLabel      PIC X(12).
           02  SalesHistGenre            PIC X(10).
           02  SalesHistUnits            PIC 9(09).
           02  SalesHistLineCount        PIC 9(05).
           02  SalesHistLastLoaded       PIC 9(14).
