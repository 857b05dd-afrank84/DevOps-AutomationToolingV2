      *> Record layout for the BATCH-PARTITION indexed file
      *> (BATCHPART.DAT), one record per partition of a night that
      *> KeywordBatchSplit has divided into parallel streams. Each
      *> partition's documents are on batch-control.pNN.txt; the
      *> partition job (KeywordBatchDriver under PARTITIONED=Y) claims
      *> a ready partition here, runs it, and marks it complete with
      *> its totals once its partial state (batch-partial.pNN.txt) is
      *> written. When every partition is complete the merge run
      *> combines the partials into the night's usual outputs and marks
      *> them merged. KeywordReconcile foots the merged night back to
      *> these totals.
      *>
      *> A partition left RUNNING is one whose job is still going or
      *> has failed. Only a job started with RERUNPART=nn naming it
      *> takes it over (with RESUME=Y, from its own
      *> batch-restart.pNN.txt), leaving the other partitions' work
      *> alone. Jobs claim under an exclusive open of the file, one
      *> at a time.
       01 BP-PARTITION-RECORD.
           05 BP-PARTITION-NO PIC 9(2).
           05 BP-STATUS PIC X.
               88 BP-Ready    VALUE 'S'.
               88 BP-Running  VALUE 'R'.
               88 BP-Complete VALUE 'C'.
               88 BP-Merged   VALUE 'M'.
               88 BP-Open     VALUE 'S' 'R'.
      *> How the night was divided (SOURCE or SIZE), and what the split
      *> put on this partition's control file: non-blank control lines
      *> and the bytes of the documents they name.
           05 BP-METHOD PIC X(6).
           05 BP-SPLIT-DATE PIC 9(8).
           05 BP-CONTROL-LINES PIC 9(5).
           05 BP-SPLIT-BYTES PIC 9(11).
      *> Set by the partition job: the clock reading it claimed the
      *> partition with, the night's run date every partition and the
      *> merge carry, and when it finished.
           05 BP-CLAIM-STAMP PIC X(21).
           05 BP-RUN-DATE PIC 9(8).
           05 BP-END-STAMP PIC X(16).
      *> The partition's totals at completion - documents processed,
      *> lines, and hits, the figures batch-audit.txt carries for a
      *> whole night.
           05 BP-DOCUMENTS PIC 9(5).
           05 BP-LINES PIC 9(7).
           05 BP-HITS PIC 9(7).
           05 FILLER PIC X(20).
