      *>         COPY ALBJRNL.
      *> The images widened from 53 to 81 bytes with the ALBUMRC record
      *> extension - AlbMigr converts a journal still carrying the old
      *> images. JournalOperator carries the operator id an interactive
      *> maintenance run (AlbMnt, ArtRename) was submitted under, and is
      *> spaces on batch-cycle entries; appended last so journal lines
      *> written before it arrived still read, padded with spaces.
      *>----------------------------------------------------------------
           02  JournalTimestamp   PIC 9(14).
           02  JournalProgram     PIC X(08).
           02  JournalKeyAlbumId  PIC 9(07).
           02  JournalBeforeImage PIC X(81).
           02  JournalAfterImage  PIC X(81).
           02  JournalOperator    PIC X(08).
