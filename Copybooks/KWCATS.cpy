                   15 WS-CATM-DESC PIC X(40).
                   15 WS-CATM-OWNER PIC X(20).
                   15 WS-CATM-THRESHOLD PIC 9(7).
      *> CM-REDACT-FLAG - already folded into each keyword's own
      *> WS-KEYWORD-REDACT by KeywordSetup; carried for the reports.
                   15 WS-CATM-REDACT PIC X.
