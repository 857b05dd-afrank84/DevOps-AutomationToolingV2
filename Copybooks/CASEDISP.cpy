      *> Record layout for the CASE-DISPOSITION indexed file
      *> (CASEDISP.DAT), the return half of the case-feed.txt
      *> interface. KeywordBatchDriver registers one record per DTL it
      *> sends (a document with a DOCID - a bare-path document has
      *> nothing the case-management system could answer on), carrying
      *> the feed's document name, score, and top contributors so they
      *> outlive the next night's overwrite of case-feed.txt.
      *> CaseDispositionLoad then posts the case-management system's
      *> answer onto the same record: case number, disposition, and
      *> close date. Keyed on DOCID plus run date - the pair the DTL
      *> carries and the case system echoes back - so a document fed
      *> on two nights holds two independent dispositions. Disposition
      *> blank means nothing has come back yet; KeywordPrecisionReport
      *> ages those, and PENDING ones, against the aging limit.
       01 CD-CASE-DISP-RECORD.
           05 CD-KEY.
               10 CD-DOC-ID PIC X(20).
               10 CD-RUN-DATE PIC 9(8).
           05 CD-CASE-NUMBER PIC X(16).
           05 CD-DISP-CODE PIC X(9).
               88 CD-Confirmed     VALUE 'CONFIRMED'.
               88 CD-FalsePositive VALUE 'FALSE-POS'.
               88 CD-Pending       VALUE 'PENDING'.
               88 CD-Closed        VALUE 'CONFIRMED' 'FALSE-POS'.
      *> YYYYMMDD the case was closed; zero while it is open.
           05 CD-CLOSE-DATE PIC 9(8).
      *> Copied off the DTL at feed time. The name plus CD-RUN-DATE is
      *> the DOC-HISTORY key, which is how a disposition is matched
      *> back to the document's scoring history.
           05 CD-DOC-NAME PIC X(80).
           05 CD-SCORE PIC 9(9).
           05 CD-HIT-COUNT PIC 9(7).
           05 CD-TOPK OCCURS 3 TIMES.
               10 CD-TOPK-TEXT PIC X(60).
               10 CD-TOPK-COUNT PIC 9(7).
      *> Y once CaseDispositionLoad has found the document's
      *> DOC-HISTORY record for the same run date.
           05 CD-DOCHIST-FLAG PIC X.
               88 CD-OnDocHistory VALUE 'Y'.
      *> Y when the record was registered from the batch's own feed;
      *> N when a disposition arrived for a DOCID/run date the feed
      *> never registered (sent before this file existed, say) - such
      *> a record has no top contributors to credit.
           05 CD-FEED-FLAG PIC X.
               88 CD-RegisteredByFeed VALUE 'Y'.
           05 FILLER PIC X(10).
