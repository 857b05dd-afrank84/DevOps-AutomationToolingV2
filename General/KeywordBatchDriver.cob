*> itself contains a comma) is reported and skipped loudly rather
*> than guessed at: commas delimit, so a path containing one cannot
*> ride on either shape of control line.
*>
*> A night too large for one serial run is divided by
*> KeywordBatchSplit and run as parallel copies of this driver under
*> PARTITIONED=Y. Each copy claims a ready partition on BATCHPART.DAT
*> and runs that partition's batch-control.pNN.txt into its own
*> summary, zero-hit, doc-scores and restart files (.pNN. before the
*> extension), finishing with its whole night state on
*> batch-partial.pNN.txt - the restart state's layout. Once every
*> partition is complete, the next copy started finds nothing left to
*> claim and merges instead: it restores each partial in turn, adding
*> them together, and writes the night's usual unsuffixed reports,
*> case feed, history and audit exactly as one serial run would.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The files a partition job keeps to itself are named in
    *> WORKING-STORAGE, so a partition can put its number in them.
    SELECT ControlFile ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SummaryFile ASSIGN TO DYNAMIC WS-SUMMARY-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SummaryZeroHitFile ASSIGN TO DYNAMIC WS-ZEROHIT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DocScoreFile ASSIGN TO DYNAMIC WS-DOCSCORE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BatchAuditFile ASSIGN TO 'batch-audit.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BatchRestartFile
        ASSIGN TO DYNAMIC WS-RESTART-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BR-STATUS.
    *> Every keyword match of the night, loaded from each document's
    *> .hits concordance right after its engine call, so a match is
    *> still findable once the .hits file is overwritten.
    SELECT HitIndex ASSIGN TO 'HITINDEX.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HX-KEY
        FILE STATUS IS WS-HX-STATUS.
    SELECT HitsDocFile ASSIGN TO DYNAMIC WS-DOC-HITS-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HXD-STATUS.
    *> Partitions of a divided night - see BATCHPRT.cpy. Opened
    *> exclusive, so one job at a time scans and claims: a second job
    *> opening it meanwhile is refused as busy and tries again.
    SELECT BatchPartition ASSIGN TO 'BATCHPART.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BP-PARTITION-NO
        LOCK MODE IS EXCLUSIVE
        FILE STATUS IS WS-BP-STATUS.
    SELECT CaseFeedFile ASSIGN TO 'case-feed.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RunHistory ASSIGN TO 'RUNHIST.DAT'
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DH-KEY
        FILE STATUS IS WS-DH-STATUS.
    *> Every DTL sent tonight is registered here so the disposition
    *> case management sends back has the feed's detail to land on.
    SELECT CaseDisposition ASSIGN TO 'CASEDISP.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CD-KEY
        FILE STATUS IS WS-CD-STATUS.
    *> Content fingerprints of every document ever scanned, checked
    *> before each engine call so a repeat is caught whatever its
    *> DOCID or path. The document itself is read once here to take
    *> the fingerprint, through its own dynamically assigned file.
    SELECT Fingerprint ASSIGN TO 'FINGERPR.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FP-KEY
        FILE STATUS IS WS-FP-STATUS.
    SELECT FingerprintDocFile ASSIGN TO DYNAMIC WS-FP-DOC-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FPD-STATUS.
    SELECT DuplicateReportFile ASSIGN TO 'duplicates.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.
    *> One timing record per engine call, for KeywordTimingReport's
    *> throughput figures and batch-window forecast.
    SELECT DocTiming ASSIGN TO 'DOCTIME.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DT-KEY
        FILE STATUS IS WS-DT-STATUS.
    *> Bare list of the paths skipped as duplicates tonight, so
    *> KeywordReconcile knows which control entries have no .out to
    *> foot by design.
    SELECT DuplicateListFile ASSIGN TO 'batch-duplicates.txt'
        ORGANIZATION IS LINE SEQUENTIAL.
    *> The redacted-copy pass for a document over the review score
    *> threshold: the document read again, its masked copy
    *> (<path>.redacted), and the log of every mask (<path>.redlog).
    SELECT RedactSourceFile ASSIGN TO DYNAMIC WS-RDX-SOURCE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RDX-SRC-STATUS.
    SELECT RedactedDocFile ASSIGN TO DYNAMIC WS-DOC-REDACTED-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RDX-OUT-STATUS.
    SELECT RedactLogFile ASSIGN TO DYNAMIC WS-DOC-REDLOG-FILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RDX-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD DocHistory.
COPY "DOCHIST.cpy".

FD CaseDisposition.
COPY "CASEDISP.cpy".

FD Fingerprint.
COPY "FINGERPR.cpy".

FD FingerprintDocFile.
*> Same width as KeywordEngine's InputRecord - the fingerprint must
*> see exactly the bytes the scan would.
01 FingerprintDocRecord PIC X(1024).

FD DuplicateReportFile.
*> Sized for two full 80-byte document names on one line - the
*> duplicate and the original it repeats.
01 DuplicateReportRecord PIC X(300).

FD DuplicateListFile.
01 DuplicateListRecord PIC X(80).

FD DocTiming.
COPY "DOCTIME.cpy".

FD BatchPartition.
COPY "BATCHPRT.cpy".

FD HitIndex.
COPY "HITINDX.cpy".

FD HitsDocFile.
*> KeywordEngine's HitsRecord layout. A co-occurrence pair line is
*> the same file's other shape - its pair text runs across the tag
*> positions, which is how it is told apart and passed over.
01 HitsDocRecord.
    05 HD-KEYWORD      PIC X(60).
    05 HD-LINE-TAG     PIC X(08).
    05 HD-LINE-NUMBER  PIC 9(07).
    05 HD-COL-TAG      PIC X(07).
    05 HD-COL-NUMBER   PIC 9(04).
    05 HD-SEPARATOR    PIC X(03).
    05 HD-MATCHED-LINE PIC X(100).

FD RedactSourceFile.
*> Same width as KeywordEngine's InputRecord, so the columns the
*> .hits file names are the columns masked here.
01 RedactSourceRecord PIC X(1024).

FD RedactedDocFile.
01 RedactedDocRecord PIC X(1024).

FD RedactLogFile.
*> Wide enough for the header's full 80-byte document name.
01 RedactLogRecord PIC X(160).

WORKING-STORAGE SECTION.
01 WS-CTL-EOF-FLAG    PIC X VALUE 'N'.
    88 CtlEndOfFile   VALUE 'Y'.
01 WS-RH-STATUS PIC XX VALUE '00'.
01 WS-DH-STATUS PIC XX VALUE '00'.
01 WS-CD-STATUS PIC XX VALUE '00'.
01 WS-CD-OPEN-FLAG PIC X VALUE 'N'.
    88 CaseDispositionOpen VALUE 'Y'.
01 WS-FP-STATUS PIC XX VALUE '00'.
01 WS-FPD-STATUS PIC XX VALUE '00'.
01 WS-FP-OPEN-FLAG PIC X VALUE 'N'.
    88 FingerprintOpen VALUE 'Y'.

*> Fingerprint of the document in hand (see FINGERPR.cpy for the
*> reduction). WS-FP-TAKEN is N when the document could not be read
*> or is empty - nothing to compare, so never a duplicate; the
*> engine then reports the document the way it always has.
01 WS-FP-DOC-NAME PIC X(90).
01 WS-FP-EOF-FLAG PIC X VALUE 'N'.
    88 FpDocEndOfFile VALUE 'Y'.
01 WS-FP-TAKEN-FLAG PIC X VALUE 'N'.
    88 FingerprintTaken VALUE 'Y'.
01 WS-FP-MODULUS PIC 9(10) VALUE 999999937.
01 WS-FP-SUM-A PIC 9(10).
01 WS-FP-SUM-B PIC 9(10).
01 WS-FP-LINES PIC 9(7).
01 WS-FP-BYTES PIC 9(11).
01 WS-FP-LINE-LEN PIC 9(4).
01 WS-FP-P PIC 9(4).
01 WS-DUP-FLAG PIC X VALUE 'N'.
    88 DocumentIsDuplicate VALUE 'Y'.

01 WS-DT-STATUS PIC XX VALUE '00'.
01 WS-DT-OPEN-FLAG PIC X VALUE 'N'.
    88 DocTimingOpen VALUE 'Y'.
*> Clock readings either side of the engine call, and the elapsed
*> time between them in seconds - signed, so a clock set back during
*> the call shows up as negative and is logged as zero rather than
*> wrapping.
01 WS-DT-START-DATETIME PIC X(21).
01 WS-DT-START-FIELDS REDEFINES WS-DT-START-DATETIME.
    05 WS-DT-START-DATE PIC 9(8).
    05 WS-DT-START-HH   PIC 9(2).
    05 WS-DT-START-MM   PIC 9(2).
    05 WS-DT-START-SS   PIC 9(2).
    05 WS-DT-START-CC   PIC 9(2).
    05 FILLER           PIC X(5).
01 WS-DT-END-DATETIME PIC X(21).
01 WS-DT-END-FIELDS REDEFINES WS-DT-END-DATETIME.
    05 WS-DT-END-DATE PIC 9(8).
    05 WS-DT-END-HH   PIC 9(2).
    05 WS-DT-END-MM   PIC 9(2).
    05 WS-DT-END-SS   PIC 9(2).
    05 WS-DT-END-CC   PIC 9(2).
    05 FILLER         PIC X(5).
01 WS-DT-ELAPSED PIC S9(9)V99.

01 WS-HX-STATUS PIC XX VALUE '00'.
01 WS-HXD-STATUS PIC XX VALUE '00'.
01 WS-HX-OPEN-FLAG PIC X VALUE 'N'.
    88 HitIndexOpen VALUE 'Y'.
01 WS-HXD-EOF-FLAG PIC X VALUE 'N'.
    88 HitsDocEndOfFile VALUE 'Y'.

*> Serial-run names, replaced by the .pNN. names once a partition
*> is claimed. The restart name is also pointed at each partial in
*> turn while a merge restores them.
01 WS-CONTROL-FILE-NAME  PIC X(40) VALUE 'batch-control.txt'.
01 WS-SUMMARY-FILE-NAME  PIC X(40) VALUE 'summary.txt'.
01 WS-ZEROHIT-FILE-NAME  PIC X(40) VALUE 'summary-zerohit.txt'.
01 WS-DOCSCORE-FILE-NAME PIC X(40) VALUE 'doc-scores.txt'.
01 WS-RESTART-FILE-NAME  PIC X(40) VALUE 'batch-restart.txt'.
01 WS-PART-RESTART-NAME  PIC X(40).
01 WS-PARTIAL-FILE-NAME  PIC X(40).
01 WS-BR-STATUS PIC XX VALUE '00'.

*> Partitioned running (PARTITIONED=Y). WS-PART-NO is the partition
*> this job claimed; the claim stamp is the clock reading written
*> with the claim, for the record. WS-PART-RUN-DATE is the night's
*> run date as the first partition to start set it - every
*> partition and the merge carry it, so the night's history lands
*> under one date even when the partitions straddle midnight.
01 WS-BP-STATUS PIC XX VALUE '00'.
    *> Another job has BATCHPART.DAT open - 61 here, 93 under VSAM.
    88 BpFileBusy VALUE '61' '93'.
01 WS-BP-EOF-FLAG PIC X VALUE 'N'.
    88 BpEndOfFile VALUE 'Y'.
01 WS-PART-MODE-FLAG PIC X VALUE 'N'.
    88 PartitionClaimed  VALUE 'C'.
    88 MergingPartitions VALUE 'M'.
01 WS-PART-NO PIC 9(2) VALUE 0.
01 WS-PART-READY-NO PIC 9(2).
01 WS-PART-RUNNING-NO PIC 9(2).
01 WS-PART-TOTAL PIC 9(2).
01 WS-PART-OPEN-COUNT PIC 9(2).
01 WS-PART-COMPLETE-COUNT PIC 9(2).
01 WS-PART-MERGED-COUNT PIC 9(2) VALUE 0.
01 WS-PART-CLAIM-TRIES PIC 9(2) VALUE 0.
01 WS-PART-CLAIM-STAMP PIC X(21).
01 WS-PART-RUN-DATE PIC 9(8).
01 WS-PART-END-DATETIME PIC X(21).
01 WS-BP-BUSY-TRIES PIC 9(2).
01 WS-BP-PAUSE-FROM PIC X(21).
01 WS-BP-PAUSE-NOW  PIC X(21).

*> Tonight's duplicates, each with the original it repeats, for the
*> duplicates report and the case feed's reference records. Carried
*> in the restart state as U records so a resumed night reports the
*> duplicates found before the failure too.
01 WS-DUP-MAX-ENTRIES PIC 9(4) VALUE 500.
01 WS-DUP-AREA.
    05 WS-DUP-TOTAL PIC 9(4) VALUE 0.
    05 WS-DUP-ENTRY OCCURS 500 TIMES.
        10 WS-DUP-NAME        PIC X(80).
        10 WS-DUP-DOCID       PIC X(20).
        10 WS-DUP-SOURCE      PIC X(8).
        10 WS-DUP-LINES       PIC 9(7).
        10 WS-DUP-BYTES       PIC 9(11).
        10 WS-DUP-ORIG-DOCID  PIC X(20).
        10 WS-DUP-ORIG-SOURCE PIC X(8).
        10 WS-DUP-ORIG-DATE   PIC 9(8).
        10 WS-DUP-ORIG-NAME   PIC X(80).
        10 WS-DUP-ORIG-CASE   PIC X(16).
01 WS-DUP-I PIC 9(4).

*> Night's volume by source system for the duplicates report's
*> repeat-share section - every document, repeat or not.
01 WS-DUPSRC-MAX-ENTRIES PIC 9(3) VALUE 50.
01 WS-DUPSRC-AREA.
    05 WS-DUPSRC-TOTAL PIC 9(3) VALUE 0.
    05 WS-DUPSRC-ENTRY OCCURS 50 TIMES.
        10 WS-DUPSRC-SOURCE  PIC X(8).
        10 WS-DUPSRC-DOCS    PIC 9(5).
        10 WS-DUPSRC-REPEATS PIC 9(5).
01 WS-DUPSRC-FOUND-AT PIC 9(3).
01 WS-DUP-SHARE PIC 9(3).
01 WS-DUP-NIGHT-REPEATS PIC 9(5).
01 WS-DS-RANK PIC 9(4).

*> Sized to match EP-*-FILE (KWPARMS.cpy) - a suffix gets appended to
*> an 80-byte control-file document name below, so these have to be
01 WS-DOC-CHECKPOINT-FILE PIC X(90).
01 WS-DOC-AUDIT-FILE PIC X(90).
01 WS-DOC-EXCLUDED-FILE PIC X(90).
01 WS-DOC-REDACTED-FILE PIC X(90).
01 WS-DOC-REDLOG-FILE PIC X(90).

*> The control record split into its fields. WS-CTL-PATH is what the
*> old whole-line control record used to be - everything that used
    05 WS-BCKPT-DS-TOPK OCCURS 3 TIMES.
        10 WS-BCKPT-DS-TOPK-TEXT  PIC X(60).
        10 WS-BCKPT-DS-TOPK-COUNT PIC 9(7).
    *> Y for a document skipped as a duplicate - blank on restart
    *> files cut before duplicates were detected, read as N.
    05 WS-BCKPT-DS-DUP PIC X.

01 WS-BCKPT-DUP-RECORD.
    05 WS-BCKPT-DUP-TYPE PIC X(2).
    05 WS-BCKPT-DUP-ENTRY PIC X(258).

01 WS-BCKPT-PR-RECORD.
    05 WS-BCKPT-PR-TYPE  PIC X(2).
        10 WS-DOCSCORE-TOPK OCCURS 3 TIMES.
            15 WS-DOCSCORE-TOPK-TEXT  PIC X(60).
            15 WS-DOCSCORE-TOPK-COUNT PIC 9(7).
        *> Y when the document was skipped as an exact duplicate of
        *> one already scanned. The entry stays in the table so the
        *> restart fast-forward still lines up with the control file,
        *> but it is kept off the score report, the case feed, and
        *> DOC-HISTORY - it was never scored.
        10 WS-DOCSCORE-DUP PIC X.
            88 DocScoreIsDuplicate VALUE 'Y'.
*> Hold area for the sort exchange - must span the whole entry.
01 WS-DOCSCORE-HOLD PIC X(334).
01 WS-DS-I PIC 9(4).
01 WS-DS-J PIC 9(4).
01 WS-DS-HIGH-AT PIC 9(4).
01 WS-DOC-SCORE PIC 9(9).

*> Redacted-copy pass. Nothing here runs unless some keyword on
*> tonight's table is flagged for redaction, on its own master
*> record or through its category (KeywordSetup folds the two into
*> WS-KEYWORD-REDACT). Masks come from the document's .hits file,
*> so only confirmed matches are masked - the same matches the
*> counts were built from, after exclusions and scan profiles.
01 WS-RDX-ACTIVE-FLAG PIC X VALUE 'N'.
    88 RedactionActive VALUE 'Y'.
*> The fixed mask character written over every byte of a match.
01 WS-RDX-MASK-CHAR PIC X VALUE '#'.
01 WS-RDX-SOURCE-NAME PIC X(90).
01 WS-RDX-SRC-STATUS PIC XX VALUE '00'.
01 WS-RDX-OUT-STATUS PIC XX VALUE '00'.
01 WS-RDX-LOG-STATUS PIC XX VALUE '00'.
01 WS-RDX-SRC-EOF-FLAG PIC X VALUE 'N'.
    88 RedactSourceEndOfFile VALUE 'Y'.
01 WS-RDX-FULL-FLAG PIC X VALUE 'N'.
    88 RedactMasksOverflow VALUE 'Y'.
01 WS-RDX-PLACED-FLAG PIC X.
    88 RedactMaskPlaced VALUE 'Y'.
01 WS-RDX-LINE-DONE-FLAG PIC X.
    88 RedactLineDone VALUE 'Y'.
01 WS-RDX-FOUND-FLAG PIC X.
    88 RedactKeywordFound VALUE 'Y'.
01 WS-RDX-LINE PIC X(1024).
01 WS-RDX-LINE-NUMBER PIC 9(7).
01 WS-RDX-LINE-MASKED-FLAG PIC X.
    88 RedactLineMasked VALUE 'Y'.
*> One document's masks, held in line and column order with exact
*> repeats dropped: a resumed engine run appends the lines after
*> its checkpoint to the .hits file a second time, so the file is
*> not strictly in order and may name a match twice. A document
*> with more masks than the table holds gets no redacted copy at
*> all - a partly masked copy is worse than none.
01 WS-RDX-MAX-MASKS PIC 9(4) VALUE 2000.
01 WS-RDX-MASK-AREA.
    05 WS-RDX-MASK-TOTAL PIC 9(4) VALUE 0.
    05 WS-RDX-MASK OCCURS 2000 TIMES.
        10 WS-RDX-MASK-KEY.
            15 WS-RDX-MASK-LINE PIC 9(7).
            15 WS-RDX-MASK-COL  PIC 9(4).
            15 WS-RDX-MASK-LEN  PIC 9(2).
        10 WS-RDX-MASK-CATEGORY PIC X(8).
01 WS-RDX-NEW-MASK.
    05 WS-RDX-NEW-KEY.
        10 WS-RDX-NEW-LINE PIC 9(7).
        10 WS-RDX-NEW-COL  PIC 9(4).
        10 WS-RDX-NEW-LEN  PIC 9(2).
    05 WS-RDX-NEW-CATEGORY PIC X(8).
01 WS-RDX-I PIC 9(4).
01 WS-RDX-J PIC 9(4).
01 WS-RDX-K PIC 9(4).
01 WS-RDX-NEXT PIC 9(4).
01 WS-RDX-END-COL PIC 9(5).
01 WS-RDX-COL PIC 9(4).
01 WS-RDX-LEN PIC 9(2).
01 WS-RDX-APPLIED-COUNT PIC 9(4).
01 WS-RDX-UNAPPLIED-COUNT PIC 9(4).
01 WS-RDX-LINES-MASKED PIC 9(7).
01 WS-RDX-DOC-COUNT PIC 9(5) VALUE 0.
01 WS-REVIEW-FLAG PIC X(7).

*> Distinct categories present in the rollup table, collected in
    05 WS-FEED-TRL-SCORE-HASH PIC 9(11).
    05 WS-FEED-TRL-HITS-HASH PIC 9(9).

*> Reference record for a document skipped as a duplicate: not a
*> case of its own but a pointer to the original it repeats and the
*> case already opened on that original (blank while none is known).
*> Outside the trailer's record count and hash totals, which cover
*> DTL records only.
01 WS-FEED-DUP-RECORD.
    05 WS-FEED-DUP-TAG PIC X(3) VALUE 'DUP'.
    05 WS-FEED-DUP-NAME PIC X(80).
    05 WS-FEED-DUP-DOCID PIC X(20).
    05 WS-FEED-DUP-RUN-DATE PIC 9(8).
    05 WS-FEED-DUP-ORIG-NAME PIC X(80).
    05 WS-FEED-DUP-ORIG-DOCID PIC X(20).
    05 WS-FEED-DUP-ORIG-RUN-DATE PIC 9(8).
    05 WS-FEED-DUP-ORIG-CASE PIC X(16).

01 WS-FEED-RECORD-COUNT PIC 9(7).
01 WS-FEED-SCORE-HASH PIC 9(11).
01 WS-FEED-HITS-HASH PIC 9(9).
              ==WS-KEYWORD-WEIGHT==     BY ==WS-ROLLUP-WEIGHT==
              ==WS-KEYWORD-COUNT==      BY ==WS-ROLLUP-COUNT==
              ==WS-KEYWORD-SYNGROUP==   BY ==WS-ROLLUP-SYNGROUP==
              ==WS-KEYWORD-REDACT==     BY ==WS-ROLLUP-REDACT==
              ==KeywordRedact==         BY ==RollupRedact==
              ==KeywordCaseFold==       BY ==RollupCaseFold==
              ==WS-KEYWORD==            BY ==WS-ROLLUP-ENTRY==
              ==IDX==                   BY ==RIDX==.
    INITIALIZE WS-PAIRROLL-AREA
    MOVE WS-COOC-COUNT-TOTAL TO WS-PAIRROLL-COUNT-TOTAL
    MOVE WS-COOC-TABLE TO WS-PAIRROLL-TABLE
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-KEYWORD-COUNT-TOTAL
        IF KeywordRedact (IDX)
            SET RedactionActive TO TRUE
        END-IF
    END-PERFORM

    IF EP-PartitionedMode
        PERFORM Select-Partition-Work
    END-IF
    IF MergingPartitions
        PERFORM Merge-Partitions
    ELSE
        PERFORM Process-Control-File
    END-IF

    PERFORM Write-Summary
    PERFORM Write-Summary-Zero-Hit
    PERFORM Write-Document-Scores
    IF PartitionClaimed
        *> The night-level outputs wait for the merge - one case feed,
        *> one set of history records, one audit for the whole night.
        PERFORM Write-Partition-Partial
    ELSE
        PERFORM Write-Case-Feed
        PERFORM Write-Duplicate-Report
        PERFORM Write-Run-History
        PERFORM Write-Doc-History
        PERFORM Write-Batch-Audit
    END-IF

    *> The night completed and every report above was written, so the
    *> restart state no longer describes anything resumable - remove
    *> it so tomorrow's RESUME=Y run starts from document one instead
    *> of fast-forwarding past tonight's control file. A merge has no
    *> restart state of its own; its partials stay for the morning's
    *> reconciliation until the next split.
    IF MergingPartitions
        PERFORM Mark-Partitions-Merged
    ELSE
        DELETE FILE BatchRestartFile
    END-IF

    DISPLAY 'KeywordBatchDriver: ' WS-DOCUMENT-COUNT ' document(s), '
        WS-BATCH-TOTAL-LINES ' line(s), ' WS-BATCH-TOTAL-HITS ' hit(s)'
    IF RedactionActive
        DISPLAY 'KeywordBatchDriver: ' WS-RDX-DOC-COUNT
            ' redacted cop(ies) written'
    END-IF
    STOP RUN.

Process-Control-File.
    IF EP-ResumeMode
        PERFORM Restore-Batch-Checkpoint
    END-IF
            WS-DOCS-TO-SKIP ' completed document(s)'
    END-IF

    PERFORM Open-Fingerprint-File
    PERFORM Open-Doc-Timing-File
    PERFORM Open-Hit-Index-File
    OPEN INPUT ControlFile
    PERFORM UNTIL CtlEndOfFile
        READ ControlFile
        END-READ
    END-PERFORM
    CLOSE ControlFile
    IF FingerprintOpen
        CLOSE Fingerprint
        MOVE 'N' TO WS-FP-OPEN-FLAG
    END-IF
    IF DocTimingOpen
        CLOSE DocTiming
        MOVE 'N' TO WS-DT-OPEN-FLAG
    END-IF
    IF HitIndexOpen
        CLOSE HitIndex
        MOVE 'N' TO WS-HX-OPEN-FLAG
    END-IF.

Parse-Control-Record.
    *> A line with no commas is the control file's original shape: a
       AND WS-BCKPT-HDR-LABEL = 'BATCHCKPT: '
       AND WS-BCKPT-HDR-DOCS IS NUMERIC
        SET BatchRestored TO TRUE
        *> A merge restores every partition's partial in turn, so its
        *> totals and counts add up rather than replace.
        IF MergingPartitions
            ADD WS-BCKPT-HDR-DOCS TO WS-DOCUMENT-COUNT
            ADD WS-BCKPT-HDR-LINES TO WS-BATCH-TOTAL-LINES
            ADD WS-BCKPT-HDR-HITS TO WS-BATCH-TOTAL-HITS
        ELSE
            MOVE WS-BCKPT-HDR-DOCS TO WS-DOCS-TO-SKIP
            MOVE WS-BCKPT-HDR-DOCS TO WS-DOCUMENT-COUNT
            MOVE WS-BCKPT-HDR-LINES TO WS-BATCH-TOTAL-LINES
            MOVE WS-BCKPT-HDR-HITS TO WS-BATCH-TOTAL-HITS
        END-IF
        PERFORM UNTIL BckptEndOfFile
            READ BatchRestartFile INTO BatchRestartRecord
                AT END
                    TO WS-DOCSCORE-SOURCE (WS-DOCSCORE-TOTAL)
                MOVE WS-BCKPT-DS-DOCTYPE
                    TO WS-DOCSCORE-DOCTYPE (WS-DOCSCORE-TOTAL)
                IF WS-BCKPT-DS-DUP = 'Y'
                    MOVE 'Y' TO WS-DOCSCORE-DUP (WS-DOCSCORE-TOTAL)
                ELSE
                    MOVE 'N' TO WS-DOCSCORE-DUP (WS-DOCSCORE-TOTAL)
                END-IF
                PERFORM VARYING WS-TK-N FROM 1 BY 1
                        UNTIL WS-TK-N > 3
                    MOVE WS-BCKPT-DS-TOPK-TEXT (WS-TK-N)
                END-PERFORM
                *> Re-feed the per-source rollup so the summary's
                *> source section covers the documents completed
                *> before the failure as well. A duplicate was never
                *> scanned, so it never reached the rollup.
                IF NOT DocScoreIsDuplicate (WS-DOCSCORE-TOTAL)
                    MOVE WS-BCKPT-DS-SOURCE TO WS-SR-IN-SOURCE
                    MOVE WS-BCKPT-DS-DOCTYPE TO WS-SR-IN-DOCTYPE
                    MOVE WS-BCKPT-DS-HITS TO WS-SR-IN-HITS
                    MOVE WS-BCKPT-DS-SCORE TO WS-SR-IN-SCORE
                    PERFORM Accumulate-Source-Rollup
                END-IF
            ELSE
                DISPLAY 'KeywordBatchDriver: more than '
                    WS-DOCSCORE-MAX-ENTRIES ' restored documents - "'
                    FUNCTION TRIM(WS-BCKPT-DS-NAME)
                    '" left off the scores and history'
            END-IF
        WHEN 'U '
            MOVE BatchRestartRecord TO WS-BCKPT-DUP-RECORD
            IF WS-DUP-TOTAL < WS-DUP-MAX-ENTRIES
                ADD 1 TO WS-DUP-TOTAL
                MOVE WS-BCKPT-DUP-ENTRY
                    TO WS-DUP-ENTRY (WS-DUP-TOTAL)
            END-IF
        WHEN OTHER
            CONTINUE
    PERFORM VARYING RIDX FROM 1 BY 1
            UNTIL RIDX > WS-ROLLUP-COUNT-TOTAL
        IF WS-ROLLUP-TEXT (RIDX) = WS-BCKPT-KW-TEXT
            IF MergingPartitions
                ADD WS-BCKPT-KW-COUNT TO WS-ROLLUP-COUNT (RIDX)
            ELSE
                MOVE WS-BCKPT-KW-COUNT TO WS-ROLLUP-COUNT (RIDX)
            END-IF
            SET RestartKeywordFound TO TRUE
        END-IF
    END-PERFORM
    IF WS-BCKPT-PR-RULE IS NUMERIC
       AND WS-BCKPT-PR-RULE >= 1
       AND WS-BCKPT-PR-RULE <= WS-PAIRROLL-COUNT-TOTAL
        IF MergingPartitions
            ADD WS-BCKPT-PR-COUNT
                TO WS-PAIRROLL-COUNT (WS-BCKPT-PR-RULE)
        ELSE
            MOVE WS-BCKPT-PR-COUNT
                TO WS-PAIRROLL-COUNT (WS-BCKPT-PR-RULE)
        END-IF
    ELSE
        DISPLAY 'KeywordBatchDriver: restart co-occurrence rule '
            WS-BCKPT-PR-RULE ' is no longer on the rules file - '
            MOVE WS-DOCSCORE-TOPK-COUNT (WS-DS-I, WS-TK-N)
                TO WS-BCKPT-DS-TOPK-COUNT (WS-TK-N)
        END-PERFORM
        MOVE WS-DOCSCORE-DUP (WS-DS-I) TO WS-BCKPT-DS-DUP
        MOVE WS-BCKPT-DS-RECORD TO BatchRestartRecord
        WRITE BatchRestartRecord
    END-PERFORM
    PERFORM VARYING WS-DUP-I FROM 1 BY 1
            UNTIL WS-DUP-I > WS-DUP-TOTAL
        MOVE 'U ' TO WS-BCKPT-DUP-TYPE
        MOVE WS-DUP-ENTRY (WS-DUP-I) TO WS-BCKPT-DUP-ENTRY
        MOVE WS-BCKPT-DUP-RECORD TO BatchRestartRecord
        WRITE BatchRestartRecord
    END-PERFORM
    CLOSE BatchRestartFile.

Write-Batch-Audit.
           WS-BATCH-TOTAL-HITS DELIMITED BY SIZE
           INTO BatchAuditRecord
    WRITE BatchAuditRecord
    *> A merged night says so, so KeywordReconcile knows to foot the
    *> totals above back to the partitions as well.
    IF MergingPartitions
        MOVE SPACES TO BatchAuditRecord
        STRING 'PARTITIONS: ' DELIMITED BY SIZE
               WS-PART-MERGED-COUNT DELIMITED BY SIZE
               '  RUN DATE: ' DELIMITED BY SIZE
               EP-RUN-DATE DELIMITED BY SIZE
               INTO BatchAuditRecord
        WRITE BatchAuditRecord
    END-IF
    CLOSE BatchAuditFile.

Select-Partition-Work.
    *> Claim the next partition of a divided night, or - with none
    *> left to claim and every one complete - merge them. The scan
    *> and the claim happen under one exclusive open of
    *> BATCHPART.DAT, so no two jobs can pick the same partition: a
    *> job that finds the file busy pauses and goes round again. A
    *> merge holds the file until its partitions are marked merged,
    *> so a job arriving meanwhile gives up after its tries - there
    *> is nothing left for it to run.
    PERFORM UNTIL PartitionClaimed OR MergingPartitions
        ADD 1 TO WS-PART-CLAIM-TRIES
        IF WS-PART-CLAIM-TRIES > 20
            DISPLAY 'KeywordBatchDriver: no partition could be '
                'claimed after 20 tries - stopping'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM Claim-Partition
    END-PERFORM
    IF PartitionClaimed
        PERFORM Set-Partition-File-Names
        DISPLAY 'KeywordBatchDriver: running partition ' WS-PART-NO
            ' (' FUNCTION TRIM(WS-CONTROL-FILE-NAME) ') for run date '
            EP-RUN-DATE
    END-IF.

Claim-Partition.
    OPEN I-O BatchPartition
    IF BpFileBusy
        PERFORM Pause-For-Partition-File
        EXIT PARAGRAPH
    END-IF
    IF WS-BP-STATUS NOT = '00'
        DISPLAY 'KeywordBatchDriver: BATCH-PARTITION open failed, '
            'status ' WS-BP-STATUS ' - run KeywordBatchSplit before '
            'a PARTITIONED=Y run'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 0 TO WS-PART-TOTAL WS-PART-OPEN-COUNT WS-PART-COMPLETE-COUNT
              WS-PART-READY-NO WS-PART-RUNNING-NO WS-PART-RUN-DATE
    MOVE 'N' TO WS-BP-EOF-FLAG
    PERFORM UNTIL BpEndOfFile
        READ BatchPartition NEXT RECORD
        AT END
            SET BpEndOfFile TO TRUE
        NOT AT END
            ADD 1 TO WS-PART-TOTAL
            IF BP-Open
                ADD 1 TO WS-PART-OPEN-COUNT
            END-IF
            IF BP-Complete
                ADD 1 TO WS-PART-COMPLETE-COUNT
            END-IF
            IF BP-Ready AND WS-PART-READY-NO = 0
                MOVE BP-PARTITION-NO TO WS-PART-READY-NO
            END-IF
            IF BP-Running AND WS-PART-RUNNING-NO = 0
                MOVE BP-PARTITION-NO TO WS-PART-RUNNING-NO
            END-IF
            IF WS-PART-RUN-DATE = 0 AND BP-RUN-DATE IS NUMERIC
                MOVE BP-RUN-DATE TO WS-PART-RUN-DATE
            END-IF
        END-READ
    END-PERFORM

    *> A ready partition is always the one claimed. A running one is
    *> taken over only when the operator names it with RERUNPART=nn -
    *> RESUME=Y is a standing option, so it cannot be what sends a
    *> job onto a partition whose own job may still be going.
    IF EP-RERUN-PARTITION > 0
        PERFORM Check-Rerun-Partition
        MOVE EP-RERUN-PARTITION TO WS-PART-NO
    ELSE
        MOVE WS-PART-READY-NO TO WS-PART-NO
    END-IF
    IF WS-PART-NO = 0
        *> The merge keeps the file open, and so exclusive, through to
        *> Mark-Partitions-Merged - a second job cannot decide to merge
        *> the same partitions while this one is still merging them.
        IF WS-PART-OPEN-COUNT = 0 AND WS-PART-COMPLETE-COUNT > 0
            SET MergingPartitions TO TRUE
            EXIT PARAGRAPH
        END-IF
        CLOSE BatchPartition
        IF WS-PART-TOTAL = 0
            DISPLAY 'KeywordBatchDriver: BATCH-PARTITION holds no '
                'partitions - run KeywordBatchSplit first'
            MOVE 8 TO RETURN-CODE
        ELSE
        IF WS-PART-OPEN-COUNT = 0
            DISPLAY 'KeywordBatchDriver: every partition is already '
                'merged - nothing to run'
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY 'KeywordBatchDriver: ' WS-PART-OPEN-COUNT
                ' partition(s) still running or failed - nothing '
                'to claim or merge yet; rerun a failed partition '
                'with RESUME=Y and RERUNPART=nn'
            MOVE 4 TO RETURN-CODE
        END-IF
        END-IF
        STOP RUN
    END-IF

    MOVE WS-PART-NO TO BP-PARTITION-NO
    READ BatchPartition
        INVALID KEY
            DISPLAY 'KeywordBatchDriver: BATCH-PARTITION read failed, '
                'status ' WS-BP-STATUS ' for partition ' WS-PART-NO
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    *> Nothing can have changed since the scan while the file is held
    *> exclusive, but the claim is only ever written over the status
    *> the scan chose it for.
    IF (EP-RERUN-PARTITION > 0 AND NOT BP-Running)
       OR (EP-RERUN-PARTITION = 0 AND NOT BP-Ready)
        DISPLAY 'KeywordBatchDriver: partition ' WS-PART-NO
            ' changed status before it could be claimed - trying '
            'again'
        CLOSE BatchPartition
        EXIT PARAGRAPH
    END-IF
    *> The first partition to start sets the night's run date; the
    *> rest carry it, whatever their own clocks say.
    IF WS-PART-RUN-DATE > 0 AND WS-PART-RUN-DATE NOT = EP-RUN-DATE
        DISPLAY 'KeywordBatchDriver: carrying run date '
            WS-PART-RUN-DATE ' from the partitions already started, '
            'not ' EP-RUN-DATE
        MOVE WS-PART-RUN-DATE TO EP-RUN-DATE
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-PART-CLAIM-STAMP
    SET BP-Running TO TRUE
    MOVE WS-PART-CLAIM-STAMP TO BP-CLAIM-STAMP
    MOVE EP-RUN-DATE TO BP-RUN-DATE
    REWRITE BP-PARTITION-RECORD
    IF WS-BP-STATUS NOT = '00'
        DISPLAY 'KeywordBatchDriver: BATCH-PARTITION rewrite failed, '
            'status ' WS-BP-STATUS ' for partition ' WS-PART-NO
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE BatchPartition
    SET PartitionClaimed TO TRUE.

Check-Rerun-Partition.
    *> RERUNPART names a partition whose job failed and has ended.
    *> Anything but a running partition is refused outright - a ready
    *> one is for an ordinary claim, and a complete one must not be
    *> run twice.
    MOVE EP-RERUN-PARTITION TO BP-PARTITION-NO
    READ BatchPartition
        INVALID KEY
            MOVE SPACE TO BP-STATUS
    END-READ
    IF NOT BP-Running
        DISPLAY 'KeywordBatchDriver: RERUNPART=' EP-RERUN-PARTITION
            ' is not a running partition (status "' BP-STATUS
            '") - nothing claimed'
        CLOSE BatchPartition
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

Pause-For-Partition-File.
    *> Wait for the clock to turn over to the next second before the
    *> next try - a claim holds the file only for a scan and a
    *> rewrite.
    MOVE FUNCTION CURRENT-DATE TO WS-BP-PAUSE-FROM
    MOVE WS-BP-PAUSE-FROM TO WS-BP-PAUSE-NOW
    PERFORM UNTIL WS-BP-PAUSE-NOW (1 : 14)
                  NOT = WS-BP-PAUSE-FROM (1 : 14)
        MOVE FUNCTION CURRENT-DATE TO WS-BP-PAUSE-NOW
    END-PERFORM.

Open-Partition-File-I-O.
    *> For the opens outside the claim loop: another job's claim
    *> holds the file only briefly, so a busy file is waited out
    *> rather than failed on.
    MOVE 0 TO WS-BP-BUSY-TRIES
    OPEN I-O BatchPartition
    PERFORM UNTIL NOT BpFileBusy OR WS-BP-BUSY-TRIES >= 20
        ADD 1 TO WS-BP-BUSY-TRIES
        PERFORM Pause-For-Partition-File
        OPEN I-O BatchPartition
    END-PERFORM.

Set-Partition-File-Names.
    MOVE SPACES TO WS-CONTROL-FILE-NAME
    STRING 'batch-control.p' DELIMITED BY SIZE
           WS-PART-NO DELIMITED BY SIZE
           '.txt' DELIMITED BY SIZE
           INTO WS-CONTROL-FILE-NAME
    MOVE SPACES TO WS-SUMMARY-FILE-NAME
    STRING 'summary.p' DELIMITED BY SIZE
           WS-PART-NO DELIMITED BY SIZE
           '.txt' DELIMITED BY SIZE
           INTO WS-SUMMARY-FILE-NAME
    MOVE SPACES TO WS-ZEROHIT-FILE-NAME
    STRING 'summary-zerohit.p' DELIMITED BY SIZE
           WS-PART-NO DELIMITED BY SIZE
           '.txt' DELIMITED BY SIZE
           INTO WS-ZEROHIT-FILE-NAME
    MOVE SPACES TO WS-DOCSCORE-FILE-NAME
    STRING 'doc-scores.p' DELIMITED BY SIZE
           WS-PART-NO DELIMITED BY SIZE
           '.txt' DELIMITED BY SIZE
           INTO WS-DOCSCORE-FILE-NAME
    MOVE SPACES TO WS-RESTART-FILE-NAME
    STRING 'batch-restart.p' DELIMITED BY SIZE
           WS-PART-NO DELIMITED BY SIZE
           '.txt' DELIMITED BY SIZE
           INTO WS-RESTART-FILE-NAME
    MOVE WS-RESTART-FILE-NAME TO WS-PART-RESTART-NAME.

Set-Partial-File-Name.
    MOVE SPACES TO WS-PARTIAL-FILE-NAME
    STRING 'batch-partial.p' DELIMITED BY SIZE
           WS-PART-NO DELIMITED BY SIZE
           '.txt' DELIMITED BY SIZE
           INTO WS-PARTIAL-FILE-NAME.

Write-Partition-Partial.
    *> The partition's whole night state, in the restart layout, for
    *> the merge to add up - written before the partition is marked
    *> complete, so no partition is ever complete without one. Any
    *> failure here leaves the partition running for a rerun
    *> (RESUME=Y with RERUNPART=nn).
    PERFORM Set-Partial-File-Name
    MOVE WS-PARTIAL-FILE-NAME TO WS-RESTART-FILE-NAME
    PERFORM Write-Batch-Checkpoint
    MOVE WS-PART-RESTART-NAME TO WS-RESTART-FILE-NAME
    IF WS-BR-STATUS NOT = '00'
        DISPLAY 'KeywordBatchDriver: '
            FUNCTION TRIM(WS-PARTIAL-FILE-NAME) ' write failed, '
            'status ' WS-BR-STATUS ' - partition ' WS-PART-NO
            ' left running'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM Open-Partition-File-I-O
    IF WS-BP-STATUS NOT = '00'
        DISPLAY 'KeywordBatchDriver: BATCH-PARTITION open failed, '
            'status ' WS-BP-STATUS ' - partition ' WS-PART-NO
            ' left running'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-PART-NO TO BP-PARTITION-NO
    READ BatchPartition
        INVALID KEY
            DISPLAY 'KeywordBatchDriver: partition ' WS-PART-NO
                ' is no longer on BATCH-PARTITION, status '
                WS-BP-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    MOVE FUNCTION CURRENT-DATE TO WS-PART-END-DATETIME
    SET BP-Complete TO TRUE
    MOVE WS-PART-END-DATETIME (1 : 16) TO BP-END-STAMP
    MOVE WS-DOCUMENT-COUNT TO BP-DOCUMENTS
    MOVE WS-BATCH-TOTAL-LINES TO BP-LINES
    MOVE WS-BATCH-TOTAL-HITS TO BP-HITS
    REWRITE BP-PARTITION-RECORD
    IF WS-BP-STATUS NOT = '00'
        DISPLAY 'KeywordBatchDriver: BATCH-PARTITION rewrite failed, '
            'status ' WS-BP-STATUS ' - partition ' WS-PART-NO
            ' left running'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE BatchPartition.

Merge-Partitions.
    *> Every partial is restored on top of the ones before it (the
    *> restore adds while merging), so the tables and totals come out
    *> as one serial run over the whole control file would have left
    *> them. A missing or unreadable partial stops the merge outright:
    *> a night merged short would report and feed as if complete.
    *> BATCHPART.DAT is still open from the claim scan; stopping here
    *> releases it with the partitions still complete, to merge again.
    MOVE 0 TO WS-PART-RUN-DATE
    MOVE 'N' TO WS-BP-EOF-FLAG
    MOVE 0 TO BP-PARTITION-NO
    START BatchPartition KEY IS NOT LESS THAN BP-PARTITION-NO
        INVALID KEY
            SET BpEndOfFile TO TRUE
    END-START
    PERFORM UNTIL BpEndOfFile
        READ BatchPartition NEXT RECORD
        AT END
            SET BpEndOfFile TO TRUE
        NOT AT END
            PERFORM Merge-One-Partition
        END-READ
    END-PERFORM
    MOVE WS-PART-RUN-DATE TO EP-RUN-DATE
    DISPLAY 'KeywordBatchDriver: merging ' WS-PART-MERGED-COUNT
        ' partition(s) for run date ' EP-RUN-DATE.

Merge-One-Partition.
    IF WS-PART-RUN-DATE = 0
        MOVE BP-RUN-DATE TO WS-PART-RUN-DATE
    ELSE
    IF BP-RUN-DATE NOT = WS-PART-RUN-DATE
        DISPLAY 'KeywordBatchDriver: partition ' BP-PARTITION-NO
            ' ran for ' BP-RUN-DATE ', the others for '
            WS-PART-RUN-DATE ' - nothing merged'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    END-IF
    MOVE BP-PARTITION-NO TO WS-PART-NO
    PERFORM Set-Partial-File-Name
    MOVE WS-PARTIAL-FILE-NAME TO WS-RESTART-FILE-NAME
    OPEN INPUT BatchRestartFile
    IF WS-BR-STATUS NOT = '00'
        DISPLAY 'KeywordBatchDriver: '
            FUNCTION TRIM(WS-PARTIAL-FILE-NAME) ' missing or '
            'unreadable, status ' WS-BR-STATUS ' - nothing merged'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE BatchRestartFile
    MOVE 'N' TO WS-BCKPT-RESTORED-FLAG
    PERFORM Restore-Batch-Checkpoint
    IF NOT BatchRestored
        DISPLAY 'KeywordBatchDriver: '
            FUNCTION TRIM(WS-PARTIAL-FILE-NAME) ' holds no batch '
            'state - nothing merged'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-PART-MERGED-COUNT.

Mark-Partitions-Merged.
    *> Merged partitions free BATCHPART.DAT for the next night's
    *> split. Left unmarked, a second merge would send the night's
    *> case feed twice - so a failure here is worth a warning. The
    *> file has been held open since the claim scan chose to merge,
    *> and closing it here lets the next job in.
    MOVE 'N' TO WS-BP-EOF-FLAG
    MOVE 0 TO BP-PARTITION-NO
    START BatchPartition KEY IS NOT LESS THAN BP-PARTITION-NO
        INVALID KEY
            SET BpEndOfFile TO TRUE
    END-START
    PERFORM UNTIL BpEndOfFile
        READ BatchPartition NEXT RECORD
        AT END
            SET BpEndOfFile TO TRUE
        NOT AT END
            IF BP-Complete
                SET BP-Merged TO TRUE
                REWRITE BP-PARTITION-RECORD
                IF WS-BP-STATUS NOT = '00'
                    DISPLAY 'KeywordBatchDriver: BATCH-PARTITION '
                        'rewrite failed, status ' WS-BP-STATUS
                        ' - partition ' BP-PARTITION-NO
                        ' not marked merged'
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
        END-READ
    END-PERFORM
    CLOSE BatchPartition.

Process-One-Document.
    ADD 1 TO WS-DOCUMENT-COUNT
    *> An exact repeat of content already scanned - tonight or on any
    *> earlier night - is not rescanned: its hits would only reach
    *> case management a second time under another name. It is
    *> recorded for the duplicates report and the case feed instead.
    PERFORM Check-Document-Fingerprint
    IF DocumentIsDuplicate
        PERFORM Record-Duplicate-Document
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-DOC-OUTPUT-FILE
    STRING FUNCTION TRIM(WS-CTL-PATH) DELIMITED BY SIZE
           '.out' DELIMITED BY SIZE
    MOVE WS-DOC-CHECKPOINT-FILE TO EP-CHECKPOINT-FILE
    MOVE WS-DOC-AUDIT-FILE TO EP-AUDIT-FILE
    MOVE WS-DOC-EXCLUDED-FILE TO EP-EXCLUDED-FILE
    MOVE FUNCTION CURRENT-DATE TO WS-DT-START-DATETIME
    CALL 'KeywordEngine' USING WS-ENGINE-PARMS, WS-KEYWORD-TABLE-AREA,
        WS-EXCLUSION-TABLE-AREA, WS-COOC-TABLE-AREA, WS-CATMASTER-AREA,
        WS-PROFILE-AREA
    END-CALL
    MOVE FUNCTION CURRENT-DATE TO WS-DT-END-DATETIME
    PERFORM Write-Doc-Timing
    PERFORM Load-Hit-Index

    ADD EP-TOTAL-LINES-READ TO WS-BATCH-TOTAL-LINES
    ADD EP-TOTAL-HITS TO WS-BATCH-TOTAL-HITS
    PERFORM Add-To-Rollup
    PERFORM Add-To-Pair-Rollup
    PERFORM Score-Document
    IF RedactionActive
       AND WS-DOC-SCORE >= EP-SCORE-THRESHOLD
        PERFORM Write-Redacted-Copy
    END-IF.

Open-Fingerprint-File.
    *> Same conventions as the history files: a missing file (status
    *> 35) is a first run - create it and carry on. An open failure
    *> costs duplicate detection for the night, never the scan; every
    *> document is then scanned as it always was.
    MOVE 'N' TO WS-FP-OPEN-FLAG
    OPEN I-O Fingerprint
    IF WS-FP-STATUS = '35'
        OPEN OUTPUT Fingerprint
        CLOSE Fingerprint
        OPEN I-O Fingerprint
    END-IF
    IF WS-FP-STATUS = '00'
        SET FingerprintOpen TO TRUE
    ELSE
        DISPLAY 'KeywordBatchDriver: FINGERPRINT open failed, status '
            WS-FP-STATUS ' - duplicate detection off tonight'
    END-IF.

Open-Doc-Timing-File.
    *> Same conventions as the fingerprint file: status 35 is a first
    *> run - create it and carry on; any other open failure costs the
    *> timing log for the night, never the scan.
    MOVE 'N' TO WS-DT-OPEN-FLAG
    OPEN I-O DocTiming
    IF WS-DT-STATUS = '35'
        OPEN OUTPUT DocTiming
        CLOSE DocTiming
        OPEN I-O DocTiming
    END-IF
    IF WS-DT-STATUS = '00'
        SET DocTimingOpen TO TRUE
    ELSE
        DISPLAY 'KeywordBatchDriver: DOC-TIMING open failed, status '
            WS-DT-STATUS ' - timing not recorded tonight'
    END-IF.

Open-Hit-Index-File.
    *> Same conventions as the fingerprint file: status 35 is a first
    *> run - create it and carry on; any other open failure costs the
    *> night's matches their place on the index, never the scan.
    MOVE 'N' TO WS-HX-OPEN-FLAG
    OPEN I-O HitIndex
    IF WS-HX-STATUS = '35'
        OPEN OUTPUT HitIndex
        CLOSE HitIndex
        OPEN I-O HitIndex
    END-IF
    IF WS-HX-STATUS = '00'
        SET HitIndexOpen TO TRUE
    ELSE
        DISPLAY 'KeywordBatchDriver: HIT-INDEX open failed, status '
            WS-HX-STATUS ' - matches not indexed tonight'
    END-IF.

Load-Hit-Index.
    *> The .hits file is complete once the engine returns - a resumed
    *> document's is extended, not restarted - so it is read whole
    *> here. A document the engine could not open has no .hits file,
    *> and nothing to load.
    IF NOT HitIndexOpen
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT HitsDocFile
    IF WS-HXD-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-HXD-EOF-FLAG
    PERFORM UNTIL HitsDocEndOfFile
        READ HitsDocFile
            AT END
                SET HitsDocEndOfFile TO TRUE
            NOT AT END
                IF HD-LINE-TAG = ' : LINE '
                   AND HD-COL-TAG = ' : COL '
                   AND HD-SEPARATOR = ' : '
                   AND HD-LINE-NUMBER IS NUMERIC
                   AND HD-COL-NUMBER IS NUMERIC
                    PERFORM Write-Hit-Index-Record
                END-IF
        END-READ
    END-PERFORM
    CLOSE HitsDocFile.

Write-Hit-Index-Record.
    MOVE SPACES TO HX-HIT-INDEX-RECORD
    MOVE HD-KEYWORD TO HX-KEYWORD-TEXT
    MOVE EP-RUN-DATE TO HX-RUN-DATE
    MOVE FUNCTION TRIM(WS-CTL-PATH) TO HX-DOC-NAME
    MOVE HD-LINE-NUMBER TO HX-LINE-NUMBER
    MOVE HD-COL-NUMBER TO HX-COL-NUMBER
    MOVE WS-CTL-DOC-ID TO HX-DOC-ID
    MOVE WS-CTL-SOURCE TO HX-SOURCE
    MOVE WS-CTL-DOCTYPE TO HX-DOCTYPE
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-KEYWORD-COUNT-TOTAL
        IF WS-KEYWORD-TEXT (IDX) = HD-KEYWORD
            MOVE WS-KEYWORD-CATEGORY (IDX) TO HX-CATEGORY-CODE
        END-IF
    END-PERFORM
    MOVE HD-MATCHED-LINE TO HX-CONTEXT
    WRITE HX-HIT-INDEX-RECORD
    IF WS-HX-STATUS = '22'
        REWRITE HX-HIT-INDEX-RECORD
    END-IF
    IF WS-HX-STATUS NOT = '00'
        DISPLAY 'KeywordBatchDriver: HIT-INDEX write failed, status '
            WS-HX-STATUS ' for "' FUNCTION TRIM(HD-KEYWORD)
            '" line ' HD-LINE-NUMBER ' of "'
            FUNCTION TRIM(WS-CTL-PATH) '"'
    END-IF.

Write-Redacted-Copy.
    *> A document over the review threshold is copied line for line
    *> with every confirmed match of a redact keyword overwritten by
    *> WS-RDX-MASK-CHAR at its exact columns. The .redlog names each
    *> mask by line, column, length and category - never the text
    *> under it - so a second reviewer can check the copy against it
    *> without seeing what was masked.
    MOVE SPACES TO WS-DOC-REDACTED-FILE
    STRING FUNCTION TRIM(WS-CTL-PATH) DELIMITED BY SIZE
           '.redacted' DELIMITED BY SIZE
           INTO WS-DOC-REDACTED-FILE
    MOVE SPACES TO WS-DOC-REDLOG-FILE
    STRING FUNCTION TRIM(WS-CTL-PATH) DELIMITED BY SIZE
           '.redlog' DELIMITED BY SIZE
           INTO WS-DOC-REDLOG-FILE
    PERFORM Load-Redact-Masks
    OPEN OUTPUT RedactLogFile
    IF WS-RDX-LOG-STATUS NOT = '00'
        DISPLAY 'KeywordBatchDriver: redaction log open failed, '
            'status ' WS-RDX-LOG-STATUS ' - no redacted copy of "'
            FUNCTION TRIM(WS-CTL-PATH) '"'
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO RedactLogRecord
    STRING 'REDACTION LOG - ' DELIMITED BY SIZE
           FUNCTION TRIM(WS-CTL-PATH) DELIMITED BY SIZE
           INTO RedactLogRecord
    WRITE RedactLogRecord
    MOVE SPACES TO RedactLogRecord
    STRING 'RUN DATE ' DELIMITED BY SIZE
           EP-RUN-DATE DELIMITED BY SIZE
           '  DOC ID ' DELIMITED BY SIZE
           WS-CTL-DOC-ID DELIMITED BY SIZE
           '  SCORE ' DELIMITED BY SIZE
           WS-DOC-SCORE DELIMITED BY SIZE
           '  THRESHOLD ' DELIMITED BY SIZE
           EP-SCORE-THRESHOLD DELIMITED BY SIZE
           '  MASK CHARACTER ' DELIMITED BY SIZE
           WS-RDX-MASK-CHAR DELIMITED BY SIZE
           INTO RedactLogRecord
    WRITE RedactLogRecord
    IF WS-HXD-STATUS NOT = '00'
        MOVE SPACES TO RedactLogRecord
        STRING 'NO REDACTED COPY - HIT FILE UNREADABLE, STATUS '
               DELIMITED BY SIZE
               WS-HXD-STATUS DELIMITED BY SIZE
               INTO RedactLogRecord
        PERFORM Fail-Redacted-Copy
        EXIT PARAGRAPH
    END-IF
    IF RedactMasksOverflow
        MOVE SPACES TO RedactLogRecord
        STRING 'NO REDACTED COPY - MORE THAN ' DELIMITED BY SIZE
               WS-RDX-MAX-MASKS DELIMITED BY SIZE
               ' MASKS' DELIMITED BY SIZE
               INTO RedactLogRecord
        PERFORM Fail-Redacted-Copy
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-CTL-PATH) TO WS-RDX-SOURCE-NAME
    OPEN INPUT RedactSourceFile
    IF WS-RDX-SRC-STATUS NOT = '00'
        MOVE SPACES TO RedactLogRecord
        STRING 'NO REDACTED COPY - DOCUMENT UNREADABLE, STATUS '
               DELIMITED BY SIZE
               WS-RDX-SRC-STATUS DELIMITED BY SIZE
               INTO RedactLogRecord
        PERFORM Fail-Redacted-Copy
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT RedactedDocFile
    IF WS-RDX-OUT-STATUS NOT = '00'
        CLOSE RedactSourceFile
        MOVE SPACES TO RedactLogRecord
        STRING 'NO REDACTED COPY - OPEN FAILED, STATUS '
               DELIMITED BY SIZE
               WS-RDX-OUT-STATUS DELIMITED BY SIZE
               INTO RedactLogRecord
        PERFORM Fail-Redacted-Copy
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO WS-RDX-LINE-NUMBER
    MOVE 0 TO WS-RDX-APPLIED-COUNT
    MOVE 0 TO WS-RDX-LINES-MASKED
    MOVE 1 TO WS-RDX-NEXT
    MOVE 'N' TO WS-RDX-SRC-EOF-FLAG
    PERFORM UNTIL RedactSourceEndOfFile
        READ RedactSourceFile INTO WS-RDX-LINE
            AT END
                SET RedactSourceEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO WS-RDX-LINE-NUMBER
                PERFORM Mask-Redact-Line
                WRITE RedactedDocRecord FROM WS-RDX-LINE
        END-READ
    END-PERFORM
    CLOSE RedactSourceFile
    CLOSE RedactedDocFile

    PERFORM VARYING WS-RDX-I FROM 1 BY 1
            UNTIL WS-RDX-I > WS-RDX-MASK-TOTAL
        MOVE SPACES TO RedactLogRecord
        STRING 'LINE ' DELIMITED BY SIZE
               WS-RDX-MASK-LINE (WS-RDX-I) DELIMITED BY SIZE
               ' : COL ' DELIMITED BY SIZE
               WS-RDX-MASK-COL (WS-RDX-I) DELIMITED BY SIZE
               ' : LENGTH ' DELIMITED BY SIZE
               WS-RDX-MASK-LEN (WS-RDX-I) DELIMITED BY SIZE
               ' : CATEGORY ' DELIMITED BY SIZE
               WS-RDX-MASK-CATEGORY (WS-RDX-I) DELIMITED BY SIZE
               INTO RedactLogRecord
        WRITE RedactLogRecord
    END-PERFORM
    *> A mask left over past the last line means the document is not
    *> the one that was scanned - it changed under the run. Said on
    *> the log rather than passed over, since the copy cannot then
    *> be trusted.
    COMPUTE WS-RDX-UNAPPLIED-COUNT =
        WS-RDX-MASK-TOTAL - WS-RDX-APPLIED-COUNT
    IF WS-RDX-UNAPPLIED-COUNT > 0
        MOVE SPACES TO RedactLogRecord
        STRING 'MASKS NOT APPLIED (PAST END OF DOCUMENT): '
               DELIMITED BY SIZE
               WS-RDX-UNAPPLIED-COUNT DELIMITED BY SIZE
               INTO RedactLogRecord
        WRITE RedactLogRecord
        DISPLAY 'KeywordBatchDriver: ' WS-RDX-UNAPPLIED-COUNT
            ' mask(s) past the end of "' FUNCTION TRIM(WS-CTL-PATH)
            '" - document changed since it was scanned?'
        MOVE 4 TO RETURN-CODE
    END-IF
    MOVE SPACES TO RedactLogRecord
    STRING 'MASKS: ' DELIMITED BY SIZE
           WS-RDX-APPLIED-COUNT DELIMITED BY SIZE
           '  LINES MASKED: ' DELIMITED BY SIZE
           WS-RDX-LINES-MASKED DELIMITED BY SIZE
           '  LINES READ: ' DELIMITED BY SIZE
           WS-RDX-LINE-NUMBER DELIMITED BY SIZE
           INTO RedactLogRecord
    WRITE RedactLogRecord
    CLOSE RedactLogFile
    ADD 1 TO WS-RDX-DOC-COUNT.

Fail-Redacted-Copy.
    *> The reason is already built in RedactLogRecord. Any copy left
    *> from an earlier run is removed, so nobody picks up a stale
    *> one as tonight's.
    WRITE RedactLogRecord
    CLOSE RedactLogFile
    DELETE FILE RedactedDocFile
    DISPLAY 'KeywordBatchDriver: no redacted copy of "'
        FUNCTION TRIM(WS-CTL-PATH) '" - see '
        FUNCTION TRIM(WS-DOC-REDLOG-FILE)
    MOVE 4 TO RETURN-CODE.

Load-Redact-Masks.
    *> Pass over the .hits file the way Load-Hit-Index does, keeping
    *> only hit lines whose keyword is flagged for redaction. Pair
    *> lines fail the tag test and are passed over.
    MOVE 0 TO WS-RDX-MASK-TOTAL
    MOVE 'N' TO WS-RDX-FULL-FLAG
    OPEN INPUT HitsDocFile
    IF WS-HXD-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-HXD-EOF-FLAG
    PERFORM UNTIL HitsDocEndOfFile
        READ HitsDocFile
            AT END
                SET HitsDocEndOfFile TO TRUE
            NOT AT END
                IF HD-LINE-TAG = ' : LINE '
                   AND HD-COL-TAG = ' : COL '
                   AND HD-SEPARATOR = ' : '
                   AND HD-LINE-NUMBER IS NUMERIC
                   AND HD-COL-NUMBER IS NUMERIC
                    PERFORM Note-Redact-Hit
                END-IF
        END-READ
    END-PERFORM
    CLOSE HitsDocFile
    MOVE '00' TO WS-HXD-STATUS.

Note-Redact-Hit.
    MOVE 'N' TO WS-RDX-FOUND-FLAG
    PERFORM VARYING IDX FROM 1 BY 1
            UNTIL IDX > WS-KEYWORD-COUNT-TOTAL
               OR RedactKeywordFound
        IF WS-KEYWORD-TEXT (IDX) = HD-KEYWORD
            SET RedactKeywordFound TO TRUE
            IF KeywordRedact (IDX)
                MOVE HD-LINE-NUMBER TO WS-RDX-NEW-LINE
                MOVE HD-COL-NUMBER TO WS-RDX-NEW-COL
                MOVE WS-KEYWORD-LEN (IDX) TO WS-RDX-NEW-LEN
                MOVE WS-KEYWORD-CATEGORY (IDX)
                    TO WS-RDX-NEW-CATEGORY
                PERFORM Add-Redact-Mask
            END-IF
        END-IF
    END-PERFORM.

Add-Redact-Mask.
    *> Insertion from the end of the table: the .hits file is nearly
    *> in order already, so the place is normally found at once.
    COMPUTE WS-RDX-END-COL = WS-RDX-NEW-COL + WS-RDX-NEW-LEN - 1
    IF WS-RDX-NEW-LINE = 0 OR WS-RDX-NEW-COL = 0
       OR WS-RDX-NEW-LEN = 0 OR WS-RDX-END-COL > 1024
        EXIT PARAGRAPH
    END-IF
    MOVE WS-RDX-MASK-TOTAL TO WS-RDX-J
    MOVE 'N' TO WS-RDX-PLACED-FLAG
    PERFORM UNTIL RedactMaskPlaced
        IF WS-RDX-J = 0
            SET RedactMaskPlaced TO TRUE
        ELSE
        IF WS-RDX-MASK-KEY (WS-RDX-J) <= WS-RDX-NEW-KEY
            SET RedactMaskPlaced TO TRUE
        ELSE
            SUBTRACT 1 FROM WS-RDX-J
        END-IF
        END-IF
    END-PERFORM
    IF WS-RDX-J > 0
        IF WS-RDX-MASK-KEY (WS-RDX-J) = WS-RDX-NEW-KEY
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-RDX-MASK-TOTAL >= WS-RDX-MAX-MASKS
        SET RedactMasksOverflow TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-RDX-K FROM WS-RDX-MASK-TOTAL BY -1
            UNTIL WS-RDX-K <= WS-RDX-J
        COMPUTE WS-RDX-I = WS-RDX-K + 1
        MOVE WS-RDX-MASK (WS-RDX-K) TO WS-RDX-MASK (WS-RDX-I)
    END-PERFORM
    COMPUTE WS-RDX-I = WS-RDX-J + 1
    MOVE WS-RDX-NEW-MASK TO WS-RDX-MASK (WS-RDX-I)
    ADD 1 TO WS-RDX-MASK-TOTAL.

Mask-Redact-Line.
    *> The table is in line order, so this line's masks are the run
    *> starting at WS-RDX-NEXT.
    MOVE 'N' TO WS-RDX-LINE-DONE-FLAG
    MOVE 'N' TO WS-RDX-LINE-MASKED-FLAG
    PERFORM UNTIL RedactLineDone
        IF WS-RDX-NEXT > WS-RDX-MASK-TOTAL
            SET RedactLineDone TO TRUE
        ELSE
        IF WS-RDX-MASK-LINE (WS-RDX-NEXT)
                NOT = WS-RDX-LINE-NUMBER
            SET RedactLineDone TO TRUE
        ELSE
            MOVE WS-RDX-MASK-COL (WS-RDX-NEXT) TO WS-RDX-COL
            MOVE WS-RDX-MASK-LEN (WS-RDX-NEXT) TO WS-RDX-LEN
            INSPECT WS-RDX-LINE (WS-RDX-COL : WS-RDX-LEN)
                REPLACING CHARACTERS BY WS-RDX-MASK-CHAR
            ADD 1 TO WS-RDX-APPLIED-COUNT
            SET RedactLineMasked TO TRUE
            ADD 1 TO WS-RDX-NEXT
        END-IF
        END-IF
    END-PERFORM
    IF RedactLineMasked
        ADD 1 TO WS-RDX-LINES-MASKED
    END-IF.

Write-Doc-Timing.
    *> Written the moment the engine returns, not at end of night, so
    *> the documents that did finish are on file even when a long
    *> night is cancelled partway - the nights that most need taking
    *> apart. A rerun of the same night hits its own keys (status 22)
    *> and REWRITEs them.
    IF NOT DocTimingOpen
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DT-ELAPSED =
        (FUNCTION INTEGER-OF-DATE(WS-DT-END-DATE)
         - FUNCTION INTEGER-OF-DATE(WS-DT-START-DATE)) * 86400
        + (WS-DT-END-HH * 3600 + WS-DT-END-MM * 60 + WS-DT-END-SS
           + WS-DT-END-CC / 100)
        - (WS-DT-START-HH * 3600 + WS-DT-START-MM * 60
           + WS-DT-START-SS + WS-DT-START-CC / 100)
    IF WS-DT-ELAPSED < 0
        MOVE 0 TO WS-DT-ELAPSED
    END-IF
    MOVE SPACES TO DT-DOC-TIME-RECORD
    MOVE EP-RUN-DATE TO DT-RUN-DATE
    *> Partitions of one night share the run date, so each numbers
    *> its documents in its own block of a thousand.
    IF PartitionClaimed
        COMPUTE DT-DOC-SEQ = WS-PART-NO * 1000 + WS-DOCUMENT-COUNT
    ELSE
        MOVE WS-DOCUMENT-COUNT TO DT-DOC-SEQ
    END-IF
    MOVE FUNCTION TRIM(WS-CTL-PATH) TO DT-DOC-NAME
    MOVE WS-CTL-DOC-ID TO DT-DOC-ID
    MOVE WS-CTL-SOURCE TO DT-SOURCE
    MOVE WS-CTL-DOCTYPE TO DT-DOCTYPE
    MOVE WS-DT-START-DATETIME (1 : 16) TO DT-START-STAMP
    MOVE WS-DT-END-DATETIME (1 : 16) TO DT-END-STAMP
    MOVE WS-DT-ELAPSED TO DT-ELAPSED-SECONDS
    MOVE EP-TOTAL-LINES-READ TO DT-LINES-READ
    MOVE EP-TOTAL-BYTES-READ TO DT-BYTES-SCANNED
    MOVE WS-KEYWORD-COUNT-TOTAL TO DT-KEYWORDS-ACTIVE
    WRITE DT-DOC-TIME-RECORD
    IF WS-DT-STATUS = '22'
        REWRITE DT-DOC-TIME-RECORD
    END-IF
    IF WS-DT-STATUS NOT = '00'
        DISPLAY 'KeywordBatchDriver: DOC-TIMING write failed, status '
            WS-DT-STATUS ' for document "'
            FUNCTION TRIM(WS-CTL-PATH) '"'
    END-IF.

Check-Document-Fingerprint.
    *> Take the document's fingerprint and look it up. A document
    *> that cannot be read, or holds nothing, is left for the engine
    *> to report on as it always has - it has no content to repeat.
    *> A repeat is the same content back under a new DOCID or a new
    *> path. The same document re-sent under its first sighting's own
    *> name and DOCID - a rerun or resumed night, whatever the date,
    *> or an unchanged file sent again on a later night - is scanned
    *> as it always was, and only its last-seen date moves on.
    MOVE 'N' TO WS-DUP-FLAG
    IF NOT FingerprintOpen
        EXIT PARAGRAPH
    END-IF
    PERFORM Take-Document-Fingerprint
    IF NOT FingerprintTaken
        EXIT PARAGRAPH
    END-IF
    MOVE WS-FP-SUM-A TO FP-HASH-A
    MOVE WS-FP-SUM-B TO FP-HASH-B
    MOVE WS-FP-LINES TO FP-LINE-COUNT
    MOVE WS-FP-BYTES TO FP-BYTE-COUNT
    READ Fingerprint
        INVALID KEY
            MOVE SPACES TO FP-FIRST-DOC-ID FP-FIRST-SOURCE
                           FP-FIRST-DOC-NAME
            MOVE WS-CTL-DOC-ID TO FP-FIRST-DOC-ID
            MOVE WS-CTL-SOURCE TO FP-FIRST-SOURCE
            MOVE EP-RUN-DATE TO FP-FIRST-RUN-DATE
            MOVE FUNCTION TRIM(WS-CTL-PATH) TO FP-FIRST-DOC-NAME
            MOVE EP-RUN-DATE TO FP-LAST-RUN-DATE
            MOVE 0 TO FP-REPEAT-COUNT
            WRITE FP-FINGERPRINT-RECORD
            IF WS-FP-STATUS NOT = '00'
                DISPLAY 'KeywordBatchDriver: FINGERPRINT write '
                    'failed, status ' WS-FP-STATUS ' for document "'
                    FUNCTION TRIM(WS-CTL-PATH) '"'
            END-IF
            EXIT PARAGRAPH
    END-READ
    IF FP-FIRST-DOC-NAME = WS-CTL-PATH
       AND FP-FIRST-DOC-ID = WS-CTL-DOC-ID
        IF FP-LAST-RUN-DATE < EP-RUN-DATE
            MOVE EP-RUN-DATE TO FP-LAST-RUN-DATE
            PERFORM Rewrite-Fingerprint
        END-IF
        EXIT PARAGRAPH
    END-IF
    SET DocumentIsDuplicate TO TRUE
    IF FP-LAST-RUN-DATE < EP-RUN-DATE
        ADD 1 TO FP-REPEAT-COUNT
        MOVE EP-RUN-DATE TO FP-LAST-RUN-DATE
        PERFORM Rewrite-Fingerprint
    END-IF.

Rewrite-Fingerprint.
    REWRITE FP-FINGERPRINT-RECORD
    IF WS-FP-STATUS NOT = '00'
        DISPLAY 'KeywordBatchDriver: FINGERPRINT rewrite failed, '
            'status ' WS-FP-STATUS ' for document "'
            FUNCTION TRIM(WS-CTL-PATH) '"'
    END-IF.

Take-Document-Fingerprint.
    *> Two running sums over every byte, the second summing the
    *> first, each kept under WS-FP-MODULUS; a line end counts as one
    *> more byte value (10) so the same words wrapped differently do
    *> not collide. Lines are taken to their last non-blank byte, the
    *> length KeywordEngine scans.
    MOVE 'N' TO WS-FP-TAKEN-FLAG
    MOVE 'N' TO WS-FP-EOF-FLAG
    MOVE 1 TO WS-FP-SUM-A
    MOVE 0 TO WS-FP-SUM-B
    MOVE 0 TO WS-FP-LINES
    MOVE 0 TO WS-FP-BYTES
    MOVE FUNCTION TRIM(WS-CTL-PATH) TO WS-FP-DOC-NAME
    OPEN INPUT FingerprintDocFile
    IF WS-FPD-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL FpDocEndOfFile
        READ FingerprintDocFile
            AT END
                SET FpDocEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO WS-FP-LINES
                IF FingerprintDocRecord = SPACES
                    MOVE 0 TO WS-FP-LINE-LEN
                ELSE
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(
                        FingerprintDocRecord TRAILING))
                        TO WS-FP-LINE-LEN
                END-IF
                ADD WS-FP-LINE-LEN TO WS-FP-BYTES
                PERFORM VARYING WS-FP-P FROM 1 BY 1
                        UNTIL WS-FP-P > WS-FP-LINE-LEN
                    COMPUTE WS-FP-SUM-A = WS-FP-SUM-A
                        + FUNCTION ORD(FingerprintDocRecord
                            (WS-FP-P : 1))
                    PERFORM Reduce-Fingerprint-Sums
                END-PERFORM
                ADD 10 TO WS-FP-SUM-A
                PERFORM Reduce-Fingerprint-Sums
        END-READ
    END-PERFORM
    CLOSE FingerprintDocFile
    IF WS-FP-LINES > 0 AND WS-FP-BYTES > 0
        SET FingerprintTaken TO TRUE
    END-IF.

Reduce-Fingerprint-Sums.
    IF WS-FP-SUM-A >= WS-FP-MODULUS
        SUBTRACT WS-FP-MODULUS FROM WS-FP-SUM-A
    END-IF
    ADD WS-FP-SUM-A TO WS-FP-SUM-B
    IF WS-FP-SUM-B >= WS-FP-MODULUS
        SUBTRACT WS-FP-MODULUS FROM WS-FP-SUM-B
    END-IF.

Record-Duplicate-Document.
    *> The duplicate keeps its place in the document-score table -
    *> the restart fast-forward counts on one entry per document
    *> processed - flagged so no report scores it. The original it
    *> repeats is noted for the duplicates report; the original's
    *> case number is looked up when the case feed is written.
    IF WS-DOCSCORE-TOTAL < WS-DOCSCORE-MAX-ENTRIES
        ADD 1 TO WS-DOCSCORE-TOTAL
        MOVE FUNCTION TRIM(WS-CTL-PATH)
            TO WS-DOCSCORE-NAME (WS-DOCSCORE-TOTAL)
        MOVE 0 TO WS-DOCSCORE-HITS (WS-DOCSCORE-TOTAL)
        MOVE 0 TO WS-DOCSCORE-VALUE (WS-DOCSCORE-TOTAL)
        MOVE WS-CTL-DOC-ID TO WS-DOCSCORE-DOCID (WS-DOCSCORE-TOTAL)
        MOVE WS-CTL-SOURCE TO WS-DOCSCORE-SOURCE (WS-DOCSCORE-TOTAL)
        MOVE WS-CTL-DOCTYPE
            TO WS-DOCSCORE-DOCTYPE (WS-DOCSCORE-TOTAL)
        PERFORM VARYING WS-TK-N FROM 1 BY 1 UNTIL WS-TK-N > 3
            MOVE SPACES
                TO WS-DOCSCORE-TOPK-TEXT (WS-DOCSCORE-TOTAL, WS-TK-N)
            MOVE 0
                TO WS-DOCSCORE-TOPK-COUNT (WS-DOCSCORE-TOTAL, WS-TK-N)
        END-PERFORM
        MOVE 'Y' TO WS-DOCSCORE-DUP (WS-DOCSCORE-TOTAL)
    ELSE
        DISPLAY 'KeywordBatchDriver: document-score table is full ('
            WS-DOCSCORE-MAX-ENTRIES ' entries) - duplicate "'
            FUNCTION TRIM(WS-CTL-PATH)
            '" omitted from the score report'
    END-IF
    IF WS-DUP-TOTAL < WS-DUP-MAX-ENTRIES
        ADD 1 TO WS-DUP-TOTAL
        MOVE FUNCTION TRIM(WS-CTL-PATH) TO WS-DUP-NAME (WS-DUP-TOTAL)
        MOVE WS-CTL-DOC-ID TO WS-DUP-DOCID (WS-DUP-TOTAL)
        MOVE WS-CTL-SOURCE TO WS-DUP-SOURCE (WS-DUP-TOTAL)
        MOVE WS-FP-LINES TO WS-DUP-LINES (WS-DUP-TOTAL)
        MOVE WS-FP-BYTES TO WS-DUP-BYTES (WS-DUP-TOTAL)
        MOVE FP-FIRST-DOC-ID TO WS-DUP-ORIG-DOCID (WS-DUP-TOTAL)
        MOVE FP-FIRST-SOURCE TO WS-DUP-ORIG-SOURCE (WS-DUP-TOTAL)
        MOVE FP-FIRST-RUN-DATE TO WS-DUP-ORIG-DATE (WS-DUP-TOTAL)
        MOVE FP-FIRST-DOC-NAME TO WS-DUP-ORIG-NAME (WS-DUP-TOTAL)
        MOVE SPACES TO WS-DUP-ORIG-CASE (WS-DUP-TOTAL)
    ELSE
        DISPLAY 'KeywordBatchDriver: duplicate table is full ('
            WS-DUP-MAX-ENTRIES ' entries) - "'
            FUNCTION TRIM(WS-CTL-PATH)
            '" omitted from the duplicates report'
    END-IF
    DISPLAY 'KeywordBatchDriver: "' FUNCTION TRIM(WS-CTL-PATH)
        '" duplicates "' FUNCTION TRIM(FP-FIRST-DOC-NAME)
        '" first scanned ' FP-FIRST-RUN-DATE ' - not rescanned'.

Score-Document.
    MOVE 0 TO WS-DOC-SCORE
            TO WS-DOCSCORE-SOURCE (WS-DOCSCORE-TOTAL)
        MOVE WS-CTL-DOCTYPE
            TO WS-DOCSCORE-DOCTYPE (WS-DOCSCORE-TOTAL)
        MOVE 'N' TO WS-DOCSCORE-DUP (WS-DOCSCORE-TOTAL)
        PERFORM Select-Top-Keywords
    ELSE
        DISPLAY 'KeywordBatchDriver: document-score table is full ('
            DELIMITED BY SIZE
            INTO DocScoreRecord
        WRITE DocScoreRecord
        MOVE 0 TO WS-DS-RANK
        PERFORM VARYING WS-DS-I FROM 1 BY 1
                UNTIL WS-DS-I > WS-DOCSCORE-TOTAL
            IF NOT DocScoreIsDuplicate (WS-DS-I)
                ADD 1 TO WS-DS-RANK
                MOVE SPACES TO WS-REVIEW-FLAG
                IF WS-DOCSCORE-VALUE (WS-DS-I) >= EP-SCORE-THRESHOLD
                    MOVE 'REVIEW' TO WS-REVIEW-FLAG
                END-IF
                MOVE SPACES TO DocScoreRecord
                STRING WS-DS-RANK DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DOCSCORE-NAME (WS-DS-I))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DOCSCORE-DOCID (WS-DS-I))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-DOCSCORE-SOURCE (WS-DS-I) DELIMITED BY SPACE
                       ',' DELIMITED BY SIZE
                       WS-DOCSCORE-DOCTYPE (WS-DS-I) DELIMITED BY SPACE
                       ',' DELIMITED BY SIZE
                       WS-DOCSCORE-VALUE (WS-DS-I) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-DOCSCORE-HITS (WS-DS-I) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-REVIEW-FLAG DELIMITED BY SPACE
                       INTO DocScoreRecord
                WRITE DocScoreRecord
            END-IF
        END-PERFORM
    ELSE
        MOVE SPACES TO DocScoreRecord
               EP-SCORE-THRESHOLD DELIMITED BY SIZE
               INTO DocScoreRecord
        WRITE DocScoreRecord
        MOVE 0 TO WS-DS-RANK
        PERFORM VARYING WS-DS-I FROM 1 BY 1
                UNTIL WS-DS-I > WS-DOCSCORE-TOTAL
            IF NOT DocScoreIsDuplicate (WS-DS-I)
                ADD 1 TO WS-DS-RANK
                MOVE SPACES TO WS-REVIEW-FLAG
                IF WS-DOCSCORE-VALUE (WS-DS-I) >= EP-SCORE-THRESHOLD
                    MOVE '*REVIEW' TO WS-REVIEW-FLAG
                END-IF
                MOVE SPACES TO DocScoreRecord
                STRING 'RANK ' DELIMITED BY SIZE
                       WS-DS-RANK DELIMITED BY SIZE
                       ' : SCORE ' DELIMITED BY SIZE
                       WS-DOCSCORE-VALUE (WS-DS-I) DELIMITED BY SIZE
                       ' : HITS ' DELIMITED BY SIZE
                       WS-DOCSCORE-HITS (WS-DS-I) DELIMITED BY SIZE
                       ' : ID ' DELIMITED BY SIZE
                       *> TRIM, not DELIMITED BY SPACE - the ID is free
                       *> text off the control record and may contain
                       *> embedded spaces; the CSV shape keeps it whole,
                       *> so this shape must too.
                       FUNCTION TRIM(WS-DOCSCORE-DOCID (WS-DS-I))
                           DELIMITED BY SIZE
                       ' : SOURCE ' DELIMITED BY SIZE
                       WS-DOCSCORE-SOURCE (WS-DS-I) DELIMITED BY SPACE
                       ' : TYPE ' DELIMITED BY SIZE
                       WS-DOCSCORE-DOCTYPE (WS-DS-I) DELIMITED BY SPACE
                       ' : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DOCSCORE-NAME (WS-DS-I))
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-REVIEW-FLAG DELIMITED BY SPACE
                       INTO DocScoreRecord
                WRITE DocScoreRecord
            END-IF
        END-PERFORM
    END-IF
    CLOSE DocScoreFile.
    *> highest score first. The trailer's record count and hash
    *> totals (scores and hits summed over the DTL records) let the
    *> receiver - and KeywordReconcile - prove the feed is whole.
    *> Each DTL is also registered on CASE-DISPOSITION, where
    *> CaseDispositionLoad posts what case management decided.
    *> Documents skipped as duplicates get no DTL; a DUP record
    *> names the original and its case instead.
    OPEN OUTPUT CaseFeedFile
    MOVE 'HDR' TO WS-FEED-HDR-TAG
    MOVE EP-RUN-DATE TO WS-FEED-HDR-RUN-DATE
    MOVE 0 TO WS-FEED-RECORD-COUNT
    MOVE 0 TO WS-FEED-SCORE-HASH
    MOVE 0 TO WS-FEED-HITS-HASH
    PERFORM Open-Case-Disposition
    PERFORM VARYING WS-DS-I FROM 1 BY 1
            UNTIL WS-DS-I > WS-DOCSCORE-TOTAL
        IF WS-DOCSCORE-VALUE (WS-DS-I) >= EP-SCORE-THRESHOLD
           AND NOT DocScoreIsDuplicate (WS-DS-I)
            MOVE 'DTL' TO WS-FEED-DTL-TAG
            MOVE WS-DOCSCORE-NAME (WS-DS-I) TO WS-FEED-DTL-NAME
            MOVE WS-DOCSCORE-DOCID (WS-DS-I) TO WS-FEED-DTL-DOCID
            ADD 1 TO WS-FEED-RECORD-COUNT
            ADD WS-DOCSCORE-VALUE (WS-DS-I) TO WS-FEED-SCORE-HASH
            ADD WS-DOCSCORE-HITS (WS-DS-I) TO WS-FEED-HITS-HASH
            IF CaseDispositionOpen
               AND WS-DOCSCORE-DOCID (WS-DS-I) NOT = SPACES
                PERFORM Register-Case-Disposition
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING WS-DUP-I FROM 1 BY 1
            UNTIL WS-DUP-I > WS-DUP-TOTAL
        PERFORM Write-Duplicate-Feed-Record
    END-PERFORM
    IF CaseDispositionOpen
        CLOSE CaseDisposition
        MOVE 'N' TO WS-CD-OPEN-FLAG
    END-IF
    MOVE 'TRL' TO WS-FEED-TRL-TAG
    MOVE EP-RUN-DATE TO WS-FEED-TRL-RUN-DATE
    MOVE WS-FEED-RECORD-COUNT TO WS-FEED-TRL-COUNT
    WRITE CaseFeedRecord
    CLOSE CaseFeedFile.

Open-Case-Disposition.
    *> Same conventions as the history files: a missing file (status
    *> 35) is a first run - create it and carry on. An open failure
    *> costs the disposition tracking for the night, never the feed
    *> itself.
    MOVE 'N' TO WS-CD-OPEN-FLAG
    OPEN I-O CaseDisposition
    IF WS-CD-STATUS = '35'
        OPEN OUTPUT CaseDisposition
        CLOSE CaseDisposition
        OPEN I-O CaseDisposition
    END-IF
    IF WS-CD-STATUS = '00'
        SET CaseDispositionOpen TO TRUE
    ELSE
        DISPLAY 'KeywordBatchDriver: CASE-DISPOSITION open failed, '
            'status ' WS-CD-STATUS ' - feed not registered tonight'
    END-IF.

Register-Case-Disposition.
    *> One record per DTL, keyed the way case management answers -
    *> DOCID plus run date. A rerun of the same night refreshes the
    *> feed detail but must leave any disposition already posted
    *> against it alone, so an existing record is read and rewritten
    *> rather than replaced.
    MOVE WS-DOCSCORE-DOCID (WS-DS-I) TO CD-DOC-ID
    MOVE EP-RUN-DATE TO CD-RUN-DATE
    READ CaseDisposition
        INVALID KEY
            MOVE SPACES TO CD-CASE-DISP-RECORD
            MOVE WS-DOCSCORE-DOCID (WS-DS-I) TO CD-DOC-ID
            MOVE EP-RUN-DATE TO CD-RUN-DATE
            MOVE 0 TO CD-CLOSE-DATE
            MOVE 'N' TO CD-DOCHIST-FLAG
    END-READ
    MOVE WS-DOCSCORE-NAME (WS-DS-I) TO CD-DOC-NAME
    MOVE WS-DOCSCORE-VALUE (WS-DS-I) TO CD-SCORE
    MOVE WS-DOCSCORE-HITS (WS-DS-I) TO CD-HIT-COUNT
    PERFORM VARYING WS-TK-N FROM 1 BY 1 UNTIL WS-TK-N > 3
        MOVE WS-DOCSCORE-TOPK-TEXT (WS-DS-I, WS-TK-N)
            TO CD-TOPK-TEXT (WS-TK-N)
        MOVE WS-DOCSCORE-TOPK-COUNT (WS-DS-I, WS-TK-N)
            TO CD-TOPK-COUNT (WS-TK-N)
    END-PERFORM
    MOVE 'Y' TO CD-FEED-FLAG
    WRITE CD-CASE-DISP-RECORD
    IF WS-CD-STATUS = '22'
        REWRITE CD-CASE-DISP-RECORD
    END-IF
    IF WS-CD-STATUS NOT = '00'
        DISPLAY 'KeywordBatchDriver: CASE-DISPOSITION write failed, '
            'status ' WS-CD-STATUS ' for document "'
            FUNCTION TRIM(WS-DOCSCORE-NAME (WS-DS-I)) '"'
    END-IF.

Write-Duplicate-Feed-Record.
    *> The original's case is the one its DTL was registered under -
    *> DOCID plus the night it was first scanned. A bare-path
    *> original, or one under threshold, has no case to name.
    IF CaseDispositionOpen
       AND WS-DUP-ORIG-DOCID (WS-DUP-I) NOT = SPACES
        MOVE WS-DUP-ORIG-DOCID (WS-DUP-I) TO CD-DOC-ID
        MOVE WS-DUP-ORIG-DATE (WS-DUP-I) TO CD-RUN-DATE
        READ CaseDisposition
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CD-CASE-NUMBER TO WS-DUP-ORIG-CASE (WS-DUP-I)
        END-READ
    END-IF
    MOVE 'DUP' TO WS-FEED-DUP-TAG
    MOVE WS-DUP-NAME (WS-DUP-I) TO WS-FEED-DUP-NAME
    MOVE WS-DUP-DOCID (WS-DUP-I) TO WS-FEED-DUP-DOCID
    MOVE EP-RUN-DATE TO WS-FEED-DUP-RUN-DATE
    MOVE WS-DUP-ORIG-NAME (WS-DUP-I) TO WS-FEED-DUP-ORIG-NAME
    MOVE WS-DUP-ORIG-DOCID (WS-DUP-I) TO WS-FEED-DUP-ORIG-DOCID
    MOVE WS-DUP-ORIG-DATE (WS-DUP-I) TO WS-FEED-DUP-ORIG-RUN-DATE
    MOVE WS-DUP-ORIG-CASE (WS-DUP-I) TO WS-FEED-DUP-ORIG-CASE
    MOVE SPACES TO CaseFeedRecord
    MOVE WS-FEED-DUP-RECORD TO CaseFeedRecord
    WRITE CaseFeedRecord.

Write-Duplicate-Report.
    *> Tonight's exact repeats, each against the original it repeats
    *> and that original's case, then the share of each source
    *> system's documents that were repeats - the sources resending
    *> the same material are the ones to take up with the owners.
    *> batch-duplicates.txt lists the skipped paths for
    *> KeywordReconcile, which has no output to foot for them.
    OPEN OUTPUT DuplicateReportFile
    OPEN OUTPUT DuplicateListFile
    MOVE SPACES TO DuplicateReportRecord
    STRING 'DUPLICATE DOCUMENTS, RUN DATE ' DELIMITED BY SIZE
           EP-RUN-DATE DELIMITED BY SIZE
           INTO DuplicateReportRecord
    WRITE DuplicateReportRecord
    PERFORM VARYING WS-DUP-I FROM 1 BY 1
            UNTIL WS-DUP-I > WS-DUP-TOTAL
        MOVE SPACES TO DuplicateReportRecord
        STRING 'DUPLICATE ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DUP-NAME (WS-DUP-I))
                   DELIMITED BY SIZE
               ' : ID ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DUP-DOCID (WS-DUP-I))
                   DELIMITED BY SIZE
               ' : SOURCE ' DELIMITED BY SIZE
               WS-DUP-SOURCE (WS-DUP-I) DELIMITED BY SPACE
               ' : LINES ' DELIMITED BY SIZE
               WS-DUP-LINES (WS-DUP-I) DELIMITED BY SIZE
               ' : BYTES ' DELIMITED BY SIZE
               WS-DUP-BYTES (WS-DUP-I) DELIMITED BY SIZE
               INTO DuplicateReportRecord
        WRITE DuplicateReportRecord
        MOVE SPACES TO DuplicateReportRecord
        STRING '   ORIGINAL ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DUP-ORIG-NAME (WS-DUP-I))
                   DELIMITED BY SIZE
               ' : ID ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DUP-ORIG-DOCID (WS-DUP-I))
                   DELIMITED BY SIZE
               ' : SOURCE ' DELIMITED BY SIZE
               WS-DUP-ORIG-SOURCE (WS-DUP-I) DELIMITED BY SPACE
               ' : FIRST RUN ' DELIMITED BY SIZE
               WS-DUP-ORIG-DATE (WS-DUP-I) DELIMITED BY SIZE
               ' : CASE ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DUP-ORIG-CASE (WS-DUP-I))
                   DELIMITED BY SIZE
               INTO DuplicateReportRecord
        WRITE DuplicateReportRecord
        MOVE SPACES TO DuplicateListRecord
        MOVE WS-DUP-NAME (WS-DUP-I) TO DuplicateListRecord
        WRITE DuplicateListRecord
    END-PERFORM
    CLOSE DuplicateListFile

    MOVE 0 TO WS-DUPSRC-TOTAL
    MOVE 0 TO WS-DUP-NIGHT-REPEATS
    PERFORM VARYING WS-DS-I FROM 1 BY 1
            UNTIL WS-DS-I > WS-DOCSCORE-TOTAL
        PERFORM Count-Duplicate-Source
    END-PERFORM
    PERFORM VARYING WS-DUP-I FROM 1 BY 1
            UNTIL WS-DUP-I > WS-DUPSRC-TOTAL
        MOVE 0 TO WS-DUP-SHARE
        IF WS-DUPSRC-DOCS (WS-DUP-I) > 0
            COMPUTE WS-DUP-SHARE ROUNDED =
                WS-DUPSRC-REPEATS (WS-DUP-I) * 100
                / WS-DUPSRC-DOCS (WS-DUP-I)
        END-IF
        MOVE SPACES TO DuplicateReportRecord
        STRING 'SOURCE ' DELIMITED BY SIZE
               WS-DUPSRC-SOURCE (WS-DUP-I) DELIMITED BY SIZE
               ' : DOCUMENTS ' DELIMITED BY SIZE
               WS-DUPSRC-DOCS (WS-DUP-I) DELIMITED BY SIZE
               ' : REPEATS ' DELIMITED BY SIZE
               WS-DUPSRC-REPEATS (WS-DUP-I) DELIMITED BY SIZE
               ' : SHARE ' DELIMITED BY SIZE
               WS-DUP-SHARE DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO DuplicateReportRecord
        WRITE DuplicateReportRecord
    END-PERFORM
    MOVE 0 TO WS-DUP-SHARE
    IF WS-DOCSCORE-TOTAL > 0
        COMPUTE WS-DUP-SHARE ROUNDED =
            WS-DUP-NIGHT-REPEATS * 100 / WS-DOCSCORE-TOTAL
    END-IF
    MOVE SPACES TO DuplicateReportRecord
    STRING 'TOTAL DOCUMENTS ' DELIMITED BY SIZE
           WS-DOCSCORE-TOTAL DELIMITED BY SIZE
           ' : REPEATS ' DELIMITED BY SIZE
           WS-DUP-NIGHT-REPEATS DELIMITED BY SIZE
           ' : SHARE ' DELIMITED BY SIZE
           WS-DUP-SHARE DELIMITED BY SIZE
           '%' DELIMITED BY SIZE
           INTO DuplicateReportRecord
    WRITE DuplicateReportRecord
    CLOSE DuplicateReportFile.

Count-Duplicate-Source.
    *> Blank source is the night's bare-path control lines, counted
    *> together the way the summary's source section counts them.
    MOVE 0 TO WS-DUPSRC-FOUND-AT
    PERFORM VARYING WS-DUP-I FROM 1 BY 1
            UNTIL WS-DUP-I > WS-DUPSRC-TOTAL
               OR WS-DUPSRC-FOUND-AT > 0
        IF WS-DUPSRC-SOURCE (WS-DUP-I) = WS-DOCSCORE-SOURCE (WS-DS-I)
            MOVE WS-DUP-I TO WS-DUPSRC-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-DUPSRC-FOUND-AT = 0
        IF WS-DUPSRC-TOTAL < WS-DUPSRC-MAX-ENTRIES
            ADD 1 TO WS-DUPSRC-TOTAL
            MOVE WS-DUPSRC-TOTAL TO WS-DUPSRC-FOUND-AT
            MOVE WS-DOCSCORE-SOURCE (WS-DS-I)
                TO WS-DUPSRC-SOURCE (WS-DUPSRC-FOUND-AT)
            MOVE 0 TO WS-DUPSRC-DOCS (WS-DUPSRC-FOUND-AT)
            MOVE 0 TO WS-DUPSRC-REPEATS (WS-DUPSRC-FOUND-AT)
        END-IF
    END-IF
    IF DocScoreIsDuplicate (WS-DS-I)
        ADD 1 TO WS-DUP-NIGHT-REPEATS
    END-IF
    IF WS-DUPSRC-FOUND-AT > 0
        ADD 1 TO WS-DUPSRC-DOCS (WS-DUPSRC-FOUND-AT)
        IF DocScoreIsDuplicate (WS-DS-I)
            ADD 1 TO WS-DUPSRC-REPEATS (WS-DUPSRC-FOUND-AT)
        END-IF
    END-IF.

Sort-Document-Scores.
    *> Straight selection sort, highest score first. The table tops
    *> out at a few hundred entries a night, so a simple exchange
    ELSE
        PERFORM VARYING WS-DS-I FROM 1 BY 1
                UNTIL WS-DS-I > WS-DOCSCORE-TOTAL
            IF NOT DocScoreIsDuplicate (WS-DS-I)
                MOVE SPACES TO DH-DOC-HISTORY-RECORD
                MOVE WS-DOCSCORE-NAME (WS-DS-I) TO DH-DOC-NAME
                MOVE EP-RUN-DATE TO DH-RUN-DATE
                MOVE WS-DOCSCORE-VALUE (WS-DS-I) TO DH-SCORE
                MOVE WS-DOCSCORE-HITS (WS-DS-I) TO DH-HIT-COUNT
                IF WS-DOCSCORE-VALUE (WS-DS-I) >= EP-SCORE-THRESHOLD
                    MOVE 'Y' TO DH-REVIEW-FLAG
                ELSE
                    MOVE 'N' TO DH-REVIEW-FLAG
                END-IF
                WRITE DH-DOC-HISTORY-RECORD
                IF WS-DH-STATUS = '22'
                    REWRITE DH-DOC-HISTORY-RECORD
                END-IF
                IF WS-DH-STATUS NOT = '00'
                    DISPLAY 'KeywordBatchDriver: DOC-HISTORY write '
                        'failed, status ' WS-DH-STATUS ' for document "'
                        FUNCTION TRIM(WS-DOCSCORE-NAME (WS-DS-I)) '"'
                END-IF
            END-IF
        END-PERFORM
        CLOSE DocHistory
