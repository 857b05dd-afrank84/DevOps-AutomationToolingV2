      *> Record layout for the document FINGERPRINT indexed file
      *> (FINGERPR.DAT). One record per distinct document content ever
      *> scanned, written by KeywordBatchDriver the first time the
      *> content is seen, so the same contract arriving again under a
      *> new DOCID or a new path - which DOC-HISTORY, keyed on the
      *> document name, cannot catch - is recognized before it is
      *> rescanned and sent to case management a second time.
      *>
      *> The key is the content itself, reduced: two running sums over
      *> every byte of every line (the second summing the first, so
      *> byte order counts, not just byte values), taken modulo a
      *> large prime, plus the line count and the byte count. Lines
      *> are measured the way KeywordEngine measures them, trailing
      *> spaces off, and each line end is folded into the sums so
      *> re-wrapped text does not collide with the original. All four
      *> parts must agree for a document to count as an exact
      *> duplicate.
       01 FP-FINGERPRINT-RECORD.
           05 FP-KEY.
               10 FP-HASH-A PIC 9(9).
               10 FP-HASH-B PIC 9(9).
               10 FP-LINE-COUNT PIC 9(7).
               10 FP-BYTE-COUNT PIC 9(11).
      *> Where the content was first seen - the original every later
      *> copy is reported against.
           05 FP-FIRST-DOC-ID PIC X(20).
           05 FP-FIRST-SOURCE PIC X(8).
           05 FP-FIRST-RUN-DATE PIC 9(8).
           05 FP-FIRST-DOC-NAME PIC X(80).
      *> Latest night the content came through - re-sent under its
      *> first name and DOCID, or as a copy - and how many nights a
      *> copy has. A night is counted once, so neither a rerun nor a
      *> copy arriving after the original that night counts again.
           05 FP-LAST-RUN-DATE PIC 9(8).
           05 FP-REPEAT-COUNT PIC 9(5).
           05 FILLER PIC X(15).
