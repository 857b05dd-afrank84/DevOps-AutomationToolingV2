      *> Record layout for the QUARANTINE indexed file (QUARANT.DAT).
      *> One record per document KeywordPreflight has held back from a
      *> night's run - missing, empty, binary, over-length lines, or a
      *> size far out of line with its earlier nights - instead of
      *> letting it through to be carried as scanned with zero hits.
      *> Keyed on the document path as batch-control.txt names it, so
      *> the same document quarantined again later updates its own
      *> record. KeywordQuarantineRelease marks a record released once
      *> someone has looked at the document; the next pre-flight puts
      *> it back on that night's control file, with the check that
      *> held it waived, and marks it rejoined.
       01 QR-QUARANTINE-RECORD.
           05 QR-DOC-NAME PIC X(80).
           05 QR-STATUS PIC X.
               88 QR-Quarantined VALUE 'Q'.
               88 QR-Released    VALUE 'R'.
               88 QR-Rejoined    VALUE 'J'.
      *> Quarantined on an earlier night, then sent again and passed
      *> clean on its own.
               88 QR-Cleared     VALUE 'C'.
      *> Why it was held: MISSING, UNREAD, EMPTY, LONGLINE, BINARY or
      *> SIZE, and the figures behind it in words.
           05 QR-REASON-CODE PIC X(8).
           05 QR-REASON-TEXT PIC X(60).
      *> The control line exactly as received, so the document rejoins
      *> with the metadata it came with.
           05 QR-CONTROL-LINE PIC X(120).
           05 QR-DOC-ID PIC X(20).
           05 QR-SOURCE PIC X(8).
           05 QR-DOCTYPE PIC X(8).
           05 QR-QUARANTINE-DATE PIC 9(8).
           05 QR-TIMES-QUARANTINED PIC 9(3).
           05 QR-RELEASED-BY PIC X(20).
           05 QR-RELEASE-DATE PIC 9(8).
           05 QR-RELEASE-NOTE PIC X(60).
           05 QR-REJOIN-DATE PIC 9(8).
           05 FILLER PIC X(20).
