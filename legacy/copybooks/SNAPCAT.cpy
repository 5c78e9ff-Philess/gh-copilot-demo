      *>----------------------------------------------------------------
      *> SNAPCAT - Month-end snapshot catalog record layout.
      *> One line is appended to SNAPCAT.DAT by AlbSnap for every
      *> month-end snapshot of ALBUMS.DAT that verified clean: the
      *> business date it was frozen for (the snapshot's name), the
      *> file it was written to, when it was taken, how many records
      *> it holds and the highest AlbumId on it. Snapshots are kept
      *> apart from the rolling ALBUMS.BACKUP and are never rewritten
      *> by the nightly backup. Where a date was re-taken the latest
      *> line for it stands. Read by AlbMove's movement report and by
      *> MonthTable and TopArtist to run against a named snapshot.
      *> Shared by every program that opens the catalog so the fields
      *> stay in lock-step. Include under an 01-level record name, e.g.
      *>     01  SnapCatalogDetails.
      *>         COPY SNAPCAT.
      *>----------------------------------------------------------------
           02  SnapCatalogDate         PIC 9(08).
           02  SnapCatalogFileName     PIC X(24).
           02  SnapCatalogTimestamp    PIC 9(14).
           02  SnapCatalogRecordCount  PIC 9(09).
           02  SnapCatalogHighAlbumId  PIC 9(07).
