      *>----------------------------------------------------------------
      *> PENDBLK - Blocked pending-release record layout.
      *> AlbPrel rewrites ALBPBLK.DAT on every sweep with one line per
      *> held ALBPEND.DAT record that was due but could not be released
      *> because its AlbumId is meanwhile taken on ALBUMS.DAT: the
      *> business date of the sweep that reported it, the held record's
      *> AlbumId and ReleaseDate, the feed it arrived on, and the Artist
      *> and AlbumTitle of the master record now holding the AlbumId.
      *> The file always reflects the latest sweep - a collision that
      *> has been resolved drops off the next morning. Read by AlbCal's
      *> release calendar to list the blocked records with how many days
      *> overdue they are. Include under an 01-level record name, e.g.
      *>     01  BlockedDetails.
      *>         COPY PENDBLK.
      *>----------------------------------------------------------------
           02  BlockedReportDate      PIC 9(08).
           02  BlockedAlbumId         PIC 9(07).
           02  BlockedReleaseDate     PIC 9(08).
           02  BlockedSupplierId      PIC X(08).
           02  BlockedFeedSequence    PIC 9(06).
           02  BlockedFeedDate        PIC 9(08).
           02  BlockedMasterArtist    PIC X(08).
           02  BlockedMasterTitle     PIC X(20).
