      *> journal's images widened in step; see KWJRNL.cpy and
      *> KeywordJournalConvert for that side of the migration.
           05 KM-SYNONYM-GROUP PIC X(60).
      *> Y = the keyword is a sensitive term: wherever a document over
      *> the review score threshold confirms a match on it, the batch
      *> masks the match out of the document's redacted copy. Carved
      *> from the old FILLER, so the record length is unchanged; blank
      *> (every record written before this field existed) means no.
      *> A whole category can be flagged instead, on CATEGORY.DAT.
           05 KM-REDACT-FLAG PIC X.
               88 KM-Redact VALUE 'Y'.
           05 FILLER PIC X(10).
