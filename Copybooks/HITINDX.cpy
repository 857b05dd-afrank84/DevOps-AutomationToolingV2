      *> Record layout for the HIT-INDEX indexed file (HITINDEX.DAT).
      *> One record per keyword match, loaded by KeywordBatchDriver from
      *> each document's .hits concordance as soon as the engine returns
      *> - the .hits file itself is overwritten by the next night's
      *> scan, this is where the match is kept. KeywordHitInquiry reads
      *> it back for "every document where this term appeared, with the
      *> line"; KeywordHitIndexPurge ages it out the way
      *> KeywordHistoryPurge ages RUN-HISTORY.
      *>
      *> Keyed on keyword text, then run date, document, and line, so a
      *> START on the keyword and the first date wanted hands a
      *> sequential read that keyword's matches in date order. The
      *> match column ends the key: a keyword matching twice on one
      *> line is two records. A rerun or resumed night REWRITEs its
      *> own matches rather than duplicating them. Co-occurrence pair
      *> lines on the .hits file are not loaded - both of the pair's
      *> keywords are already here as matches of their own.
       01 HX-HIT-INDEX-RECORD.
           05 HX-KEY.
               10 HX-KEYWORD-TEXT PIC X(60).
               10 HX-RUN-DATE     PIC 9(8).
               10 HX-DOC-NAME     PIC X(80).
               10 HX-LINE-NUMBER  PIC 9(7).
               10 HX-COL-NUMBER   PIC 9(4).
      *> Control-record metadata of the document, blank for a bare-path
      *> control line, and the keyword's category as loaded that night.
           05 HX-DOC-ID        PIC X(20).
           05 HX-SOURCE        PIC X(8).
           05 HX-DOCTYPE       PIC X(8).
           05 HX-CATEGORY-CODE PIC X(8).
      *> HR-MATCHED-LINE as the engine wrote it: up to 30 bytes of left
      *> context, then the match, in a 100-byte window of the line.
           05 HX-CONTEXT       PIC X(100).
           05 FILLER           PIC X(17).
