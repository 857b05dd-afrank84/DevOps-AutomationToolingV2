      *> Record layout for the DOC-TIMING indexed file (DOCTIME.DAT).
      *> One record per document KeywordBatchDriver hands to
      *> KeywordEngine, written as soon as the engine returns, so a
      *> night that runs long can be taken apart by source system,
      *> document type, and individual document instead of by total
      *> job time alone. The records build up night after night and
      *> are read back by KeywordTimingReport for its throughput
      *> figures and its batch-window forecast.
      *>
      *> Keyed on run date plus the document's position in that
      *> night's control file, so a sequential read returns the nights
      *> in date order and each night in processing order, and a rerun
      *> or resumed night REWRITEs its own records rather than
      *> duplicating them. Documents skipped as duplicates never reach
      *> the engine and have no record. On a partitioned night every
      *> partition carries the same run date, so each numbers its
      *> documents from partition number times 1000 - partition 3's
      *> first document is 3001.
       01 DT-DOC-TIME-RECORD.
           05 DT-KEY.
               10 DT-RUN-DATE PIC 9(8).
               10 DT-DOC-SEQ  PIC 9(5).
           05 DT-DOC-NAME PIC X(80).
           05 DT-DOC-ID   PIC X(20).
           05 DT-SOURCE   PIC X(8).
           05 DT-DOCTYPE  PIC X(8).
      *> Wall-clock start and end of the engine call, YYYYMMDD then
      *> HHMMSS and hundredths, as FUNCTION CURRENT-DATE gives them.
           05 DT-START-STAMP PIC X(16).
           05 DT-START-FIELDS REDEFINES DT-START-STAMP.
               10 DT-START-DATE PIC 9(8).
               10 DT-START-TIME PIC 9(8).
           05 DT-END-STAMP PIC X(16).
           05 DT-END-FIELDS REDEFINES DT-END-STAMP.
               10 DT-END-DATE PIC 9(8).
               10 DT-END-TIME PIC 9(8).
      *> End less start, carried across midnight by the dates.
           05 DT-ELAPSED-SECONDS PIC 9(7)V99.
           05 DT-LINES-READ      PIC 9(7).
           05 DT-BYTES-SCANNED   PIC 9(11).
      *> Entries on the keyword table the document was scanned against.
           05 DT-KEYWORDS-ACTIVE PIC 9(4).
           05 FILLER PIC X(20).
