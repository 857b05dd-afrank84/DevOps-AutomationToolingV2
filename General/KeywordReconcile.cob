*>   1. every document's .out counts foot to its .audit TOTAL HITS;
*>   2. the per-keyword sums across all .out files equal summary.txt;
*>   3. the grand total of all .audit trailers equals the TOTAL HITS
*>      KeywordBatchDriver recorded in batch-audit.txt;
*>   4. on a night run in partitions and merged, every partition on
*>      BATCHPART.DAT is merged under the night's run date, their
*>      control lines foot to batch-control.txt, and their documents,
*>      lines and hits foot to batch-audit.txt.
*> A control entry the driver skipped as an exact duplicate of a
*> document already scanned (listed in batch-duplicates.txt) has no
*> output of its own to foot; it is noted and passed over.
*> Both the plain and CSVFORMAT report shapes are understood - the
*> summary's first line says which was written.

    SELECT OPTIONAL CaseFeedFile ASSIGN TO 'case-feed.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    SELECT OPTIONAL DuplicateListFile
        ASSIGN TO 'batch-duplicates.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DUPL-STATUS.
    SELECT ReconReportFile ASSIGN TO 'reconcile.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BatchPartition ASSIGN TO 'BATCHPART.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BP-PARTITION-NO
        FILE STATUS IS WS-BP-STATUS.

DATA DIVISION.
FILE SECTION.
*> fixed DTL/TRL offsets below are read straight out of it.
01 CaseFeedRecord PIC X(328).

FD DuplicateListFile.
01 DuplicateListRecord PIC X(80).

FD ReconReportFile.
01 ReconReportRecord PIC X(132).

FD BatchPartition.
COPY "BATCHPRT.cpy".

WORKING-STORAGE SECTION.
01 WS-CTL-STATUS PIC XX VALUE '00'.
01 WS-SUM-STATUS PIC XX VALUE '00'.
01 WS-OUT-STATUS PIC XX VALUE '00'.
01 WS-AUD-STATUS PIC XX VALUE '00'.
01 WS-BAT-STATUS PIC XX VALUE '00'.
01 WS-DUPL-STATUS PIC XX VALUE '00'.

01 WS-CTL-EOF-FLAG PIC X VALUE 'N'.
    88 CtlEndOfFile VALUE 'Y'.
01 WS-BATCH-AUDIT-SEEN-FLAG PIC X VALUE 'N'.
    88 BatchAuditSeen VALUE 'Y'.

*> Paths KeywordBatchDriver skipped tonight as duplicates.
01 WS-DUPL-MAX-ENTRIES PIC 9(4) VALUE 500.
01 WS-DUPL-AREA.
    05 WS-DUPL-TOTAL PIC 9(4) VALUE 0.
    05 WS-DUPL-PATH PIC X(80) OCCURS 500 TIMES.
01 WS-DUPL-I PIC 9(4).
01 WS-DUPL-EOF-FLAG PIC X VALUE 'N'.
    88 DuplEndOfFile VALUE 'Y'.
01 WS-DUPL-FOUND-FLAG PIC X VALUE 'N'.
    88 DocumentWasDuplicate VALUE 'Y'.
01 WS-DUPLICATE-COUNT PIC 9(5) VALUE 0.

01 WS-DOCUMENT-COUNT PIC 9(5) VALUE 0.
01 WS-DISCREPANCY-COUNT PIC 9(5) VALUE 0.
01 WS-CONTROL-LINE-COUNT PIC 9(5) VALUE 0.

*> The rest of batch-audit.txt: the document and line totals beside
*> the hits, and - on a merged partitioned night - its second line,
*> the partition count and the run date every partition carried.
01 WS-BATCH-AUDIT-DOCS PIC 9(5) VALUE 0.
01 WS-BATCH-AUDIT-LINES PIC 9(7) VALUE 0.
01 WS-BATCH-AUDIT-PARTS PIC 9(2) VALUE 0.
01 WS-BATCH-AUDIT-RUN-DATE PIC 9(8) VALUE 0.
01 WS-PARTITIONED-FLAG PIC X VALUE 'N'.
    88 NightWasPartitioned VALUE 'Y'.

*> Partition footing state, summed over BATCHPART.DAT.
01 WS-BP-STATUS PIC XX VALUE '00'.
01 WS-BP-EOF-FLAG PIC X VALUE 'N'.
    88 BpEndOfFile VALUE 'Y'.
01 WS-BP-COUNT PIC 9(2) VALUE 0.
01 WS-BP-CONTROL-LINES PIC 9(7) VALUE 0.
01 WS-BP-DOCUMENTS PIC 9(7) VALUE 0.
01 WS-BP-LINES PIC 9(9) VALUE 0.
01 WS-BP-HITS PIC 9(9) VALUE 0.
01 WS-BP-DISCREPANCY-START PIC 9(5).

*> Case-feed cross-check state: the DTL records are re-footed and
*> proved against the TRL's own record count and hash totals, so the
    WRITE ReconReportRecord

    PERFORM Load-Summary
    PERFORM Load-Duplicate-List
    PERFORM Reconcile-Documents
    PERFORM Compare-Rollup
    PERFORM Compare-Batch-Audit
    IF NightWasPartitioned
        PERFORM Check-Partitions
    END-IF
    PERFORM Check-Case-Feed

    IF WS-DUPLICATE-COUNT > 0
        MOVE SPACES TO ReconReportRecord
        STRING 'DUPLICATES NOT SCANNED: ' DELIMITED BY SIZE
               WS-DUPLICATE-COUNT DELIMITED BY SIZE
               INTO ReconReportRecord
        WRITE ReconReportRecord
    END-IF
    MOVE SPACES TO ReconReportRecord
    IF WS-DISCREPANCY-COUNT = 0
        STRING 'IN BALANCE - ' DELIMITED BY SIZE
        END-IF
    END-IF.

Load-Duplicate-List.
    *> Absent on a night before duplicates were detected, or when
    *> none were - either way every control entry is footed.
    OPEN INPUT DuplicateListFile
    IF WS-DUPL-STATUS = '00' OR WS-DUPL-STATUS = '05'
        PERFORM UNTIL DuplEndOfFile
            READ DuplicateListFile
            AT END
                SET DuplEndOfFile TO TRUE
            NOT AT END
                IF DuplicateListRecord NOT = SPACES
                   AND WS-DUPL-TOTAL < WS-DUPL-MAX-ENTRIES
                    ADD 1 TO WS-DUPL-TOTAL
                    MOVE DuplicateListRecord
                        TO WS-DUPL-PATH (WS-DUPL-TOTAL)
                END-IF
            END-READ
        END-PERFORM
        CLOSE DuplicateListFile
    END-IF.

Reconcile-Documents.
    OPEN INPUT ControlFile
    IF WS-CTL-STATUS NOT = '00'
                SET CtlEndOfFile TO TRUE
            NOT AT END
                IF FUNCTION TRIM(ControlRecord) NOT = SPACES
                    ADD 1 TO WS-CONTROL-LINE-COUNT
                    PERFORM Reconcile-One-Document
                END-IF
            END-READ
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-DOCUMENT-COUNT
    *> A skipped duplicate may still have an .out from an earlier
    *> night under the same path - footing that against tonight's
    *> summary would throw the sign-off out for nothing.
    MOVE 'N' TO WS-DUPL-FOUND-FLAG
    PERFORM VARYING WS-DUPL-I FROM 1 BY 1
            UNTIL WS-DUPL-I > WS-DUPL-TOTAL OR DocumentWasDuplicate
        IF WS-DUPL-PATH (WS-DUPL-I) = WS-CTL-PATH
            SET DocumentWasDuplicate TO TRUE
        END-IF
    END-PERFORM
    IF DocumentWasDuplicate
        ADD 1 TO WS-DUPLICATE-COUNT
        MOVE SPACES TO ReconReportRecord
        STRING 'DUPLICATE - NOT SCANNED: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CTL-PATH) DELIMITED BY SIZE
               INTO ReconReportRecord
        WRITE ReconReportRecord
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-DOC-OUT-NAME
    STRING FUNCTION TRIM(WS-CTL-PATH) DELIMITED BY SIZE
           '.out' DELIMITED BY SIZE
                CONTINUE
            NOT AT END
                PERFORM Parse-Batch-Audit-Hits
                PERFORM Parse-Batch-Audit-Counts
                READ BatchAuditFile INTO BatchAuditRecord
                    AT END
                        CONTINUE
                    NOT AT END
                        PERFORM Parse-Batch-Audit-Partitions
                END-READ
        END-READ
        CLOSE BatchAuditFile
    END-IF
        SET BatchAuditSeen TO TRUE
    END-IF.

Parse-Batch-Audit-Counts.
    MOVE SPACES TO WS-PARSE-JUNK WS-PARSE-REST
    UNSTRING BatchAuditRecord DELIMITED BY 'DOCUMENTS: '
        INTO WS-PARSE-JUNK WS-PARSE-REST
    END-UNSTRING
    IF WS-PARSE-REST (1 : 5) IS NUMERIC
        MOVE WS-PARSE-REST (1 : 5) TO WS-BATCH-AUDIT-DOCS
    END-IF
    MOVE SPACES TO WS-PARSE-JUNK WS-PARSE-REST
    UNSTRING BatchAuditRecord DELIMITED BY 'TOTAL LINES: '
        INTO WS-PARSE-JUNK WS-PARSE-REST
    END-UNSTRING
    IF WS-PARSE-REST (1 : 7) IS NUMERIC
        MOVE WS-PARSE-REST (1 : 7) TO WS-BATCH-AUDIT-LINES
    END-IF.

Parse-Batch-Audit-Partitions.
    IF BatchAuditRecord (1 : 12) NOT = 'PARTITIONS: '
        EXIT PARAGRAPH
    END-IF
    SET NightWasPartitioned TO TRUE
    IF BatchAuditRecord (13 : 2) IS NUMERIC
        MOVE BatchAuditRecord (13 : 2) TO WS-BATCH-AUDIT-PARTS
    END-IF
    MOVE SPACES TO WS-PARSE-JUNK WS-PARSE-REST
    UNSTRING BatchAuditRecord DELIMITED BY 'RUN DATE: '
        INTO WS-PARSE-JUNK WS-PARSE-REST
    END-UNSTRING
    IF WS-PARSE-REST (1 : 8) IS NUMERIC
        MOVE WS-PARSE-REST (1 : 8) TO WS-BATCH-AUDIT-RUN-DATE
    END-IF.

Check-Partitions.
    *> The merge wrote one night's totals from the partitions'
    *> partials; foot them back to what the split handed out and what
    *> each partition recorded on finishing, so a partition merged
    *> twice, left out, or run for the wrong night cannot pass.
    MOVE WS-DISCREPANCY-COUNT TO WS-BP-DISCREPANCY-START
    OPEN INPUT BatchPartition
    IF WS-BP-STATUS NOT = '00'
        PERFORM Note-Discrepancy
        MOVE SPACES TO ReconReportRecord
        STRING 'PARTITIONED NIGHT BUT BATCH-PARTITION MISSING OR '
               DELIMITED BY SIZE
               'UNREADABLE, STATUS ' DELIMITED BY SIZE
               WS-BP-STATUS DELIMITED BY SIZE
               INTO ReconReportRecord
        WRITE ReconReportRecord
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL BpEndOfFile
        READ BatchPartition NEXT RECORD
        AT END
            SET BpEndOfFile TO TRUE
        NOT AT END
            PERFORM Check-One-Partition
        END-READ
    END-PERFORM
    CLOSE BatchPartition

    IF WS-BP-COUNT NOT = WS-BATCH-AUDIT-PARTS
        PERFORM Note-Discrepancy
        MOVE SPACES TO ReconReportRecord
        STRING 'PARTITIONS ON FILE: ' DELIMITED BY SIZE
               WS-BP-COUNT DELIMITED BY SIZE
               ' : BATCH AUDIT MERGED ' DELIMITED BY SIZE
               WS-BATCH-AUDIT-PARTS DELIMITED BY SIZE
               INTO ReconReportRecord
        WRITE ReconReportRecord
    END-IF
    IF WS-BP-CONTROL-LINES NOT = WS-CONTROL-LINE-COUNT
        PERFORM Note-Discrepancy
        MOVE SPACES TO ReconReportRecord
        STRING 'PARTITION CONTROL LINES FOOT TO ' DELIMITED BY SIZE
               WS-BP-CONTROL-LINES DELIMITED BY SIZE
               ' : CONTROL FILE HAS ' DELIMITED BY SIZE
               WS-CONTROL-LINE-COUNT DELIMITED BY SIZE
               INTO ReconReportRecord
        WRITE ReconReportRecord
    END-IF
    IF WS-BP-DOCUMENTS NOT = WS-BATCH-AUDIT-DOCS
       OR WS-BP-LINES NOT = WS-BATCH-AUDIT-LINES
       OR WS-BP-HITS NOT = WS-BATCH-AUDIT-HITS
        PERFORM Note-Discrepancy
        MOVE SPACES TO ReconReportRecord
        STRING 'PARTITIONS FOOT TO DOCUMENTS ' DELIMITED BY SIZE
               WS-BP-DOCUMENTS DELIMITED BY SIZE
               ' LINES ' DELIMITED BY SIZE
               WS-BP-LINES DELIMITED BY SIZE
               ' HITS ' DELIMITED BY SIZE
               WS-BP-HITS DELIMITED BY SIZE
               ' : BATCH AUDIT SAYS ' DELIMITED BY SIZE
               WS-BATCH-AUDIT-DOCS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BATCH-AUDIT-LINES DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BATCH-AUDIT-HITS DELIMITED BY SIZE
               INTO ReconReportRecord
        WRITE ReconReportRecord
    END-IF
    IF WS-DISCREPANCY-COUNT = WS-BP-DISCREPANCY-START
        MOVE SPACES TO ReconReportRecord
        STRING 'PARTITIONS IN BALANCE: ' DELIMITED BY SIZE
               WS-BP-COUNT DELIMITED BY SIZE
               ' MERGED FOR RUN DATE ' DELIMITED BY SIZE
               WS-BATCH-AUDIT-RUN-DATE DELIMITED BY SIZE
               INTO ReconReportRecord
        WRITE ReconReportRecord
    END-IF.

Check-One-Partition.
    ADD 1 TO WS-BP-COUNT
    ADD BP-CONTROL-LINES TO WS-BP-CONTROL-LINES
    ADD BP-DOCUMENTS TO WS-BP-DOCUMENTS
    ADD BP-LINES TO WS-BP-LINES
    ADD BP-HITS TO WS-BP-HITS
    IF NOT BP-Merged
        PERFORM Note-Discrepancy
        MOVE SPACES TO ReconReportRecord
        STRING 'PARTITION ' DELIMITED BY SIZE
               BP-PARTITION-NO DELIMITED BY SIZE
               ' NOT MERGED, STATUS ' DELIMITED BY SIZE
               BP-STATUS DELIMITED BY SIZE
               INTO ReconReportRecord
        WRITE ReconReportRecord
    END-IF
    IF BP-RUN-DATE NOT = WS-BATCH-AUDIT-RUN-DATE
        PERFORM Note-Discrepancy
        MOVE SPACES TO ReconReportRecord
        STRING 'PARTITION ' DELIMITED BY SIZE
               BP-PARTITION-NO DELIMITED BY SIZE
               ' RAN FOR ' DELIMITED BY SIZE
               BP-RUN-DATE DELIMITED BY SIZE
               ' : BATCH AUDIT RUN DATE ' DELIMITED BY SIZE
               WS-BATCH-AUDIT-RUN-DATE DELIMITED BY SIZE
               INTO ReconReportRecord
        WRITE ReconReportRecord
    END-IF.

Check-Case-Feed.
    *> The driver writes case-feed.txt every night (header and
    *> trailer even when nothing was flagged), so a missing or
