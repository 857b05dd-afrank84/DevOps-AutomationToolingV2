           05 EP-DOC-ID          PIC X(20) VALUE SPACES.
           05 EP-SOURCE-SYSTEM   PIC X(8) VALUE SPACES.
           05 EP-DOC-TYPE        PIC X(8) VALUE SPACES.
      *> Bytes the engine scanned on this call - each line to its last
      *> non-blank byte, the length it searches - returned alongside
      *> EP-TOTAL-LINES-READ for the driver's per-document timing log.
      *> A resumed document counts only the lines read past its
      *> checkpoint.
           05 EP-TOTAL-BYTES-READ PIC 9(11) VALUE 0.
      *> PARTITIONED=Y in runopts.txt: KeywordBatchDriver runs one
      *> partition of a night split by KeywordBatchSplit - or, once
      *> every partition is complete, merges them - instead of working
      *> through batch-control.txt as one serial run.
           05 EP-OPT-PARTITIONED PIC X VALUE 'N'.
               88 EP-PartitionedMode VALUE 'Y'.
      *> RERUNPART=nn in runopts.txt: the one partition job started to
      *> finish partition nn after its own job failed takes it over
      *> from RUNNING (with RESUME=Y, from its batch-restart.pNN.txt).
      *> Set for that rerun job only - zero, the default, means claim
      *> a ready partition as usual.
           05 EP-RERUN-PARTITION PIC 9(2) VALUE 0.
