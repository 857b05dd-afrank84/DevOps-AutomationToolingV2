      *> EP-SCORE-THRESHOLD for documents. Zero means no threshold -
      *> the category is informational only.
           05 CM-HIT-THRESHOLD PIC 9(7).
      *> Y = every keyword in the category is a sensitive term and is
      *> masked out of the redacted copy of a document over the review
      *> score threshold, whatever its own KM-REDACT-FLAG says. Carved
      *> from the old FILLER; blank on older records means no.
           05 CM-REDACT-FLAG PIC X.
               88 CM-Redact VALUE 'Y'.
           05 FILLER PIC X(4).
