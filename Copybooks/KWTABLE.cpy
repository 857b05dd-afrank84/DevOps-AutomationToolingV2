      *> keyword stands alone. Matching ignores it - only the report
      *> writers and the run-history roll-up look here.
                   15 WS-KEYWORD-SYNGROUP PIC X(60).
      *> Y when the keyword, or its whole category, is flagged for
      *> redaction on the masters - KeywordSetup resolves the two into
      *> this one flag. Matching and scoring ignore it; only the
      *> batch driver's redacted-copy pass looks here.
                   15 WS-KEYWORD-REDACT PIC X.
                       88 KeywordRedact VALUE 'Y'.
