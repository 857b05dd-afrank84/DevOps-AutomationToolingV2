IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordBatchSplit.

*> Divides the night's batch-control.txt into partitions that run as
*> parallel KeywordBatchDriver jobs (PARTITIONED=Y in runopts.txt),
*> for nights whose volume one serial run can no longer finish.
*> Every non-blank control line goes to exactly one partition file,
*> batch-control.pNN.txt, unchanged - a malformed line included, so
*> the partition that gets it reports and skips it exactly as a
*> serial run would. BATCHPART.DAT is rebuilt with one READY record
*> per partition, and batch-split.rpt shows what went where and foots
*> the lines written back to the lines read.
*>
*> Parameters come from batch-partition.txt, one per line:
*>     line 1 - number of partitions, 1 to 20; default 4
*>     line 2 - SOURCE or SIZE; default SIZE
*> SIZE balances the partitions by document bytes: documents are
*> taken largest first, each onto the partition with the fewest
*> bytes so far. SOURCE keeps each source system's documents
*> together, placing whole sources the same way. Either way a
*> partition count above the documents (or sources) available is
*> cut back to it, so no partition runs empty.
*>
*> The split refuses to overwrite BATCHPART.DAT while a previous
*> night's partitions are still ready, running, or complete but not
*> yet merged - those need their own rerun or merge first, or the
*> file removed to abandon that night.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PartitionParmFile ASSIGN TO 'batch-partition.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRM-STATUS.
    SELECT ControlFile ASSIGN TO 'batch-control.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
    *> Each document is read through once to size it.
    SELECT SizeDocFile ASSIGN TO DYNAMIC WS-SZ-DOC-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SZD-STATUS.
    SELECT BatchPartition ASSIGN TO 'BATCHPART.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BP-PARTITION-NO
        FILE STATUS IS WS-BP-STATUS.
    SELECT PartControlFile ASSIGN TO DYNAMIC WS-PART-CONTROL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PCF-STATUS.
    SELECT SplitReportFile ASSIGN TO 'batch-split.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PartitionParmFile.
01 PartitionParmRecord PIC X(80).

FD ControlFile.
*> Same width as KeywordBatchDriver's control record.
01 ControlRecord PIC X(120).

FD SizeDocFile.
*> Same width as KeywordEngine's InputRecord.
01 SizeDocRecord PIC X(1024).

FD BatchPartition.
COPY "BATCHPRT.cpy".

FD PartControlFile.
01 PartControlRecord PIC X(120).

FD SplitReportFile.
01 SplitReportRecord PIC X(200).

WORKING-STORAGE SECTION.
01 WS-PRM-STATUS PIC XX VALUE '00'.
01 WS-CTL-STATUS PIC XX VALUE '00'.
01 WS-SZD-STATUS PIC XX VALUE '00'.
01 WS-BP-STATUS PIC XX VALUE '00'.
01 WS-PCF-STATUS PIC XX VALUE '00'.
01 WS-CTL-EOF-FLAG PIC X VALUE 'N'.
    88 CtlEndOfFile VALUE 'Y'.
01 WS-SZD-EOF-FLAG PIC X VALUE 'N'.
    88 SzDocEndOfFile VALUE 'Y'.
01 WS-BP-EOF-FLAG PIC X VALUE 'N'.
    88 BpEndOfFile VALUE 'Y'.

01 WS-PRM-LINE-1 PIC X(80).
01 WS-PRM-LINE-2 PIC X(80).
01 WS-PRM-X PIC X(4) JUSTIFIED RIGHT.
01 WS-PARTITIONS PIC 9(2) VALUE 4.
01 WS-PARTITIONS-ASKED PIC 9(2) VALUE 4.
01 WS-METHOD PIC X(6) VALUE 'SIZE'.
    88 SplitBySource VALUE 'SOURCE'.
    88 SplitBySize   VALUE 'SIZE'.

01 WS-TODAY-DATETIME PIC X(21).
01 WS-TODAY-DATETIME-FIELDS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-DATE PIC 9(8).
    05 FILLER PIC X(13).

*> Tonight's control lines, in control-file order, with the source
*> and size each is placed by and the partition it is given. Sized
*> to the driver's 500-document night.
01 WS-SPL-MAX-ENTRIES PIC 9(4) VALUE 500.
01 WS-SPL-AREA.
    05 WS-SPL-TOTAL PIC 9(4) VALUE 0.
    05 WS-SPL-ENTRY OCCURS 500 TIMES.
        10 WS-SPL-LINE      PIC X(120).
        10 WS-SPL-SOURCE    PIC X(8).
        10 WS-SPL-BYTES     PIC 9(11).
        10 WS-SPL-PARTITION PIC 9(2).
        10 WS-SPL-PLACED    PIC X.
01 WS-SPL-I PIC 9(4).
01 WS-SPL-BIG PIC 9(4).

*> Sources seen tonight, with their documents and bytes, for the
*> SOURCE method - placed whole, largest first.
01 WS-SRC-MAX-ENTRIES PIC 9(3) VALUE 50.
01 WS-SRC-AREA.
    05 WS-SRC-TOTAL PIC 9(3) VALUE 0.
    05 WS-SRC-ENTRY OCCURS 50 TIMES.
        10 WS-SRC-CODE      PIC X(8).
        10 WS-SRC-DOCS      PIC 9(5).
        10 WS-SRC-BYTES     PIC 9(13).
        10 WS-SRC-PARTITION PIC 9(2).
        10 WS-SRC-PLACED    PIC X.
01 WS-SRC-I PIC 9(3).
01 WS-SRC-BIG PIC 9(3).
01 WS-SRC-FOUND-AT PIC 9(3).

*> Running load per partition while placing, then what was written.
01 WS-PART-AREA.
    05 WS-PART-ENTRY OCCURS 20 TIMES.
        10 WS-PART-LINES PIC 9(5).
        10 WS-PART-BYTES PIC 9(13).
01 WS-PT-I PIC 9(2).
01 WS-PT-LIGHT PIC 9(2).

*> The control line split the way KeywordBatchDriver splits it - only
*> the source and path are needed here.
01 WS-CTL-SOURCE PIC X(8).
01 WS-CTL-PATH PIC X(80).
01 WS-CTL-FIELD-1 PIC X(20).
01 WS-CTL-FIELD-3 PIC X(8).
01 WS-CTL-FIELD-4 PIC X(80).
01 WS-CTL-COMMAS PIC 9(3).
01 WS-CTL-BAD-FLAG PIC X.
    88 ControlRecordBad VALUE 'Y'.

01 WS-SZ-DOC-NAME PIC X(90).
01 WS-SZ-LINE-LEN PIC 9(4).
01 WS-PART-CONTROL-NAME PIC X(40).
01 WS-SOURCE-TEXT PIC X(8).

01 WS-LINES-READ PIC 9(5) VALUE 0.
01 WS-LINES-WRITTEN PIC 9(5) VALUE 0.
01 WS-UNREADABLE-COUNT PIC 9(5) VALUE 0.
01 WS-WRITE-ERROR-COUNT PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Split-Main.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    PERFORM Read-Split-Parameters
    PERFORM Check-Previous-Night

    OPEN INPUT ControlFile
    IF WS-CTL-STATUS NOT = '00'
        DISPLAY 'KeywordBatchSplit: batch-control.txt missing or '
            'unreadable, status ' WS-CTL-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL CtlEndOfFile
        READ ControlFile
        AT END
            SET CtlEndOfFile TO TRUE
        NOT AT END
            IF FUNCTION TRIM(ControlRecord) NOT = SPACES
                ADD 1 TO WS-LINES-READ
                PERFORM Take-Control-Line
            END-IF
        END-READ
    END-PERFORM
    CLOSE ControlFile
    IF WS-SPL-TOTAL = 0
        DISPLAY 'KeywordBatchSplit: batch-control.txt names no '
            'documents - nothing to split'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-PARTITIONS TO WS-PARTITIONS-ASKED
    PERFORM VARYING WS-PT-I FROM 1 BY 1 UNTIL WS-PT-I > 20
        MOVE 0 TO WS-PART-LINES (WS-PT-I) WS-PART-BYTES (WS-PT-I)
    END-PERFORM
    IF SplitBySource
        PERFORM Place-By-Source
    ELSE
        PERFORM Place-By-Size
    END-IF

    PERFORM Write-Partition-Files
    PERFORM Write-Partition-Records
    PERFORM Write-Split-Report
    IF WS-WRITE-ERROR-COUNT > 0 OR WS-LINES-WRITTEN NOT = WS-LINES-READ
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

Read-Split-Parameters.
    MOVE SPACES TO WS-PRM-LINE-1 WS-PRM-LINE-2
    OPEN INPUT PartitionParmFile
    IF WS-PRM-STATUS = '00'
        READ PartitionParmFile INTO WS-PRM-LINE-1
            AT END
                MOVE SPACES TO WS-PRM-LINE-1
        END-READ
        IF WS-PRM-STATUS = '00'
            READ PartitionParmFile INTO WS-PRM-LINE-2
                AT END
                    MOVE SPACES TO WS-PRM-LINE-2
            END-READ
        END-IF
        CLOSE PartitionParmFile
    END-IF
    *> Length first - the 4-byte JUSTIFIED field truncates on the
    *> left.
    MOVE 0 TO WS-PARTITIONS
    IF FUNCTION TRIM(WS-PRM-LINE-1) NOT = SPACES
       AND FUNCTION LENGTH(FUNCTION TRIM(WS-PRM-LINE-1)) <= 4
        MOVE FUNCTION TRIM(WS-PRM-LINE-1) TO WS-PRM-X
        INSPECT WS-PRM-X REPLACING LEADING SPACE BY ZERO
        IF WS-PRM-X IS NUMERIC
           AND WS-PRM-X >= '0001' AND WS-PRM-X <= '0020'
            MOVE WS-PRM-X TO WS-PARTITIONS
        END-IF
    END-IF
    IF WS-PARTITIONS = 0
        MOVE 4 TO WS-PARTITIONS
        DISPLAY 'KeywordBatchSplit: batch-partition.txt partition '
            'count missing or not 1 to 20 - splitting 4 ways'
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-LINE-2))
        TO WS-METHOD
    IF NOT SplitBySource AND NOT SplitBySize
        MOVE 'SIZE' TO WS-METHOD
        DISPLAY 'KeywordBatchSplit: batch-partition.txt method '
            'missing or not SOURCE/SIZE - balancing by SIZE'
    END-IF.

Check-Previous-Night.
    *> Rebuilding the file over a night that has not been merged
    *> would orphan that night's partials - refuse instead.
    OPEN INPUT BatchPartition
    IF WS-BP-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL BpEndOfFile
        READ BatchPartition NEXT RECORD
        AT END
            SET BpEndOfFile TO TRUE
        NOT AT END
            IF NOT BP-Merged
                DISPLAY 'KeywordBatchSplit: partition '
                    BP-PARTITION-NO ' of the night split '
                    BP-SPLIT-DATE ' is not merged (status '
                    BP-STATUS ') - rerun or merge it, or remove '
                    'BATCHPART.DAT to abandon that night'
                MOVE 8 TO RETURN-CODE
            END-IF
        END-READ
    END-PERFORM
    CLOSE BatchPartition
    IF RETURN-CODE NOT = 0
        STOP RUN
    END-IF.

Take-Control-Line.
    IF WS-SPL-TOTAL >= WS-SPL-MAX-ENTRIES
        *> Dropping a line would lose a document from the night; a
        *> night this size has to be cut down before it is split.
        DISPLAY 'KeywordBatchSplit: more than ' WS-SPL-MAX-ENTRIES
            ' control lines - nothing split'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-SPL-TOTAL
    MOVE ControlRecord TO WS-SPL-LINE (WS-SPL-TOTAL)
    MOVE 0 TO WS-SPL-BYTES (WS-SPL-TOTAL)
    MOVE 0 TO WS-SPL-PARTITION (WS-SPL-TOTAL)
    MOVE 'N' TO WS-SPL-PLACED (WS-SPL-TOTAL)
    PERFORM Parse-Control-Record
    MOVE WS-CTL-SOURCE TO WS-SPL-SOURCE (WS-SPL-TOTAL)
    IF NOT ControlRecordBad
        PERFORM Size-Document
    END-IF
    IF SplitBySource
        PERFORM Add-To-Source
    END-IF.

Parse-Control-Record.
    *> The rules KeywordBatchDriver parses by: no commas is a bare
    *> path; exactly three is DOCID,SOURCE,DOCTYPE,PATH; anything
    *> else is malformed and is passed through for the driver to
    *> report.
    MOVE 'N' TO WS-CTL-BAD-FLAG
    MOVE SPACES TO WS-CTL-SOURCE WS-CTL-PATH WS-CTL-FIELD-1
                   WS-CTL-FIELD-3 WS-CTL-FIELD-4
    MOVE 0 TO WS-CTL-COMMAS
    INSPECT ControlRecord TALLYING WS-CTL-COMMAS FOR ALL ','
    EVALUATE WS-CTL-COMMAS
        WHEN 0
            MOVE FUNCTION TRIM(ControlRecord) TO WS-CTL-PATH
        WHEN 3
            UNSTRING ControlRecord DELIMITED BY ','
                INTO WS-CTL-FIELD-1 WS-CTL-SOURCE WS-CTL-FIELD-3
                     WS-CTL-FIELD-4
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTL-SOURCE))
                TO WS-CTL-SOURCE
            MOVE FUNCTION TRIM(WS-CTL-FIELD-4) TO WS-CTL-PATH
        WHEN OTHER
            SET ControlRecordBad TO TRUE
    END-EVALUATE
    IF NOT ControlRecordBad AND WS-CTL-PATH = SPACES
        SET ControlRecordBad TO TRUE
    END-IF.

Size-Document.
    *> Bytes to each line's last non-blank byte, the length the
    *> engine scans. A document that cannot be opened weighs nothing
    *> - the engine will skip it too.
    MOVE FUNCTION TRIM(WS-CTL-PATH) TO WS-SZ-DOC-NAME
    OPEN INPUT SizeDocFile
    IF WS-SZD-STATUS NOT = '00'
        ADD 1 TO WS-UNREADABLE-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-SZD-EOF-FLAG
    PERFORM UNTIL SzDocEndOfFile
        READ SizeDocFile
            AT END
                SET SzDocEndOfFile TO TRUE
            NOT AT END
                IF SizeDocRecord NOT = SPACES
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(
                        SizeDocRecord TRAILING)) TO WS-SZ-LINE-LEN
                    ADD WS-SZ-LINE-LEN TO WS-SPL-BYTES (WS-SPL-TOTAL)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SizeDocFile.

Add-To-Source.
    MOVE 0 TO WS-SRC-FOUND-AT
    PERFORM VARYING WS-SRC-I FROM 1 BY 1
            UNTIL WS-SRC-I > WS-SRC-TOTAL OR WS-SRC-FOUND-AT > 0
        IF WS-SRC-CODE (WS-SRC-I) = WS-CTL-SOURCE
            MOVE WS-SRC-I TO WS-SRC-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-SRC-FOUND-AT = 0
        IF WS-SRC-TOTAL >= WS-SRC-MAX-ENTRIES
            DISPLAY 'KeywordBatchSplit: more than '
                WS-SRC-MAX-ENTRIES ' source systems - nothing split'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-SRC-TOTAL
        MOVE WS-SRC-TOTAL TO WS-SRC-FOUND-AT
        MOVE WS-CTL-SOURCE TO WS-SRC-CODE (WS-SRC-FOUND-AT)
        MOVE 0 TO WS-SRC-DOCS (WS-SRC-FOUND-AT)
                  WS-SRC-BYTES (WS-SRC-FOUND-AT)
                  WS-SRC-PARTITION (WS-SRC-FOUND-AT)
        MOVE 'N' TO WS-SRC-PLACED (WS-SRC-FOUND-AT)
    END-IF
    ADD 1 TO WS-SRC-DOCS (WS-SRC-FOUND-AT)
    ADD WS-SPL-BYTES (WS-SPL-TOTAL) TO WS-SRC-BYTES (WS-SRC-FOUND-AT).

Place-By-Size.
    *> Largest unplaced document first, onto the lightest partition.
    IF WS-PARTITIONS > WS-SPL-TOTAL
        MOVE WS-SPL-TOTAL TO WS-PARTITIONS
    END-IF
    PERFORM WS-SPL-TOTAL TIMES
        MOVE 0 TO WS-SPL-BIG
        PERFORM VARYING WS-SPL-I FROM 1 BY 1
                UNTIL WS-SPL-I > WS-SPL-TOTAL
            IF WS-SPL-PLACED (WS-SPL-I) = 'N'
                IF WS-SPL-BIG = 0
                    MOVE WS-SPL-I TO WS-SPL-BIG
                ELSE
                IF WS-SPL-BYTES (WS-SPL-I) > WS-SPL-BYTES (WS-SPL-BIG)
                    MOVE WS-SPL-I TO WS-SPL-BIG
                END-IF
                END-IF
            END-IF
        END-PERFORM
        PERFORM Find-Lightest-Partition
        MOVE WS-PT-LIGHT TO WS-SPL-PARTITION (WS-SPL-BIG)
        MOVE 'Y' TO WS-SPL-PLACED (WS-SPL-BIG)
        ADD WS-SPL-BYTES (WS-SPL-BIG) TO WS-PART-BYTES (WS-PT-LIGHT)
    END-PERFORM.

Place-By-Source.
    *> Largest unplaced source first, onto the lightest partition;
    *> then every document follows its source.
    IF WS-PARTITIONS > WS-SRC-TOTAL
        MOVE WS-SRC-TOTAL TO WS-PARTITIONS
    END-IF
    PERFORM WS-SRC-TOTAL TIMES
        MOVE 0 TO WS-SRC-BIG
        PERFORM VARYING WS-SRC-I FROM 1 BY 1
                UNTIL WS-SRC-I > WS-SRC-TOTAL
            IF WS-SRC-PLACED (WS-SRC-I) = 'N'
                IF WS-SRC-BIG = 0
                    MOVE WS-SRC-I TO WS-SRC-BIG
                ELSE
                IF WS-SRC-BYTES (WS-SRC-I) > WS-SRC-BYTES (WS-SRC-BIG)
                    MOVE WS-SRC-I TO WS-SRC-BIG
                END-IF
                END-IF
            END-IF
        END-PERFORM
        PERFORM Find-Lightest-Partition
        MOVE WS-PT-LIGHT TO WS-SRC-PARTITION (WS-SRC-BIG)
        MOVE 'Y' TO WS-SRC-PLACED (WS-SRC-BIG)
        ADD WS-SRC-BYTES (WS-SRC-BIG) TO WS-PART-BYTES (WS-PT-LIGHT)
    END-PERFORM
    PERFORM VARYING WS-SPL-I FROM 1 BY 1 UNTIL WS-SPL-I > WS-SPL-TOTAL
        PERFORM VARYING WS-SRC-I FROM 1 BY 1
                UNTIL WS-SRC-I > WS-SRC-TOTAL
            IF WS-SRC-CODE (WS-SRC-I) = WS-SPL-SOURCE (WS-SPL-I)
                MOVE WS-SRC-PARTITION (WS-SRC-I)
                    TO WS-SPL-PARTITION (WS-SPL-I)
            END-IF
        END-PERFORM
    END-PERFORM.

Find-Lightest-Partition.
    *> Ties go to the lower partition number.
    MOVE 1 TO WS-PT-LIGHT
    PERFORM VARYING WS-PT-I FROM 2 BY 1 UNTIL WS-PT-I > WS-PARTITIONS
        IF WS-PART-BYTES (WS-PT-I) < WS-PART-BYTES (WS-PT-LIGHT)
            MOVE WS-PT-I TO WS-PT-LIGHT
        END-IF
    END-PERFORM.

Write-Partition-Files.
    *> One pass per partition, each writing its own lines in their
    *> control-file order.
    PERFORM VARYING WS-PT-I FROM 1 BY 1 UNTIL WS-PT-I > WS-PARTITIONS
        MOVE SPACES TO WS-PART-CONTROL-NAME
        STRING 'batch-control.p' DELIMITED BY SIZE
               WS-PT-I DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-PART-CONTROL-NAME
        OPEN OUTPUT PartControlFile
        IF WS-PCF-STATUS NOT = '00'
            ADD 1 TO WS-WRITE-ERROR-COUNT
            DISPLAY 'KeywordBatchSplit: '
                FUNCTION TRIM(WS-PART-CONTROL-NAME)
                ' open failed, status ' WS-PCF-STATUS
        ELSE
            PERFORM VARYING WS-SPL-I FROM 1 BY 1
                    UNTIL WS-SPL-I > WS-SPL-TOTAL
                IF WS-SPL-PARTITION (WS-SPL-I) = WS-PT-I
                    MOVE WS-SPL-LINE (WS-SPL-I) TO PartControlRecord
                    WRITE PartControlRecord
                    IF WS-PCF-STATUS = '00'
                        ADD 1 TO WS-PART-LINES (WS-PT-I)
                        ADD 1 TO WS-LINES-WRITTEN
                    ELSE
                        ADD 1 TO WS-WRITE-ERROR-COUNT
                    END-IF
                END-IF
            END-PERFORM
            CLOSE PartControlFile
        END-IF
    END-PERFORM.

Write-Partition-Records.
    *> Partitions are only made READY when every line reached its
    *> file - a short partition must never be run as if whole.
    IF WS-WRITE-ERROR-COUNT > 0 OR WS-LINES-WRITTEN NOT = WS-LINES-READ
        DISPLAY 'KeywordBatchSplit: partition files incomplete - '
            'BATCHPART.DAT not rebuilt'
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT BatchPartition
    IF WS-BP-STATUS NOT = '00'
        ADD 1 TO WS-WRITE-ERROR-COUNT
        DISPLAY 'KeywordBatchSplit: BATCH-PARTITION open failed, '
            'status ' WS-BP-STATUS
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-PT-I FROM 1 BY 1 UNTIL WS-PT-I > WS-PARTITIONS
        MOVE SPACES TO BP-PARTITION-RECORD
        MOVE WS-PT-I TO BP-PARTITION-NO
        MOVE 'S' TO BP-STATUS
        MOVE WS-METHOD TO BP-METHOD
        MOVE WS-TODAY-DATE TO BP-SPLIT-DATE
        MOVE WS-PART-LINES (WS-PT-I) TO BP-CONTROL-LINES
        MOVE WS-PART-BYTES (WS-PT-I) TO BP-SPLIT-BYTES
        MOVE 0 TO BP-RUN-DATE BP-DOCUMENTS BP-LINES BP-HITS
        WRITE BP-PARTITION-RECORD
        IF WS-BP-STATUS NOT = '00'
            ADD 1 TO WS-WRITE-ERROR-COUNT
            DISPLAY 'KeywordBatchSplit: BATCH-PARTITION write '
                'failed, status ' WS-BP-STATUS ' for partition '
                WS-PT-I
        END-IF
    END-PERFORM
    CLOSE BatchPartition.

Write-Split-Report.
    OPEN OUTPUT SplitReportFile
    MOVE SPACES TO SplitReportRecord
    STRING 'BATCH SPLIT ' DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
           ' - METHOD ' DELIMITED BY SIZE
           WS-METHOD DELIMITED BY SPACE
           ' : PARTITIONS ' DELIMITED BY SIZE
           WS-PARTITIONS DELIMITED BY SIZE
           ' (ASKED ' DELIMITED BY SIZE
           WS-PARTITIONS-ASKED DELIMITED BY SIZE
           ')' DELIMITED BY SIZE
           INTO SplitReportRecord
    WRITE SplitReportRecord
    PERFORM VARYING WS-PT-I FROM 1 BY 1 UNTIL WS-PT-I > WS-PARTITIONS
        MOVE SPACES TO SplitReportRecord
        STRING 'PARTITION ' DELIMITED BY SIZE
               WS-PT-I DELIMITED BY SIZE
               ' : batch-control.p' DELIMITED BY SIZE
               WS-PT-I DELIMITED BY SIZE
               '.txt : CONTROL LINES ' DELIMITED BY SIZE
               WS-PART-LINES (WS-PT-I) DELIMITED BY SIZE
               ' : BYTES ' DELIMITED BY SIZE
               WS-PART-BYTES (WS-PT-I) DELIMITED BY SIZE
               INTO SplitReportRecord
        WRITE SplitReportRecord
        IF SplitBySource
            PERFORM VARYING WS-SRC-I FROM 1 BY 1
                    UNTIL WS-SRC-I > WS-SRC-TOTAL
                IF WS-SRC-PARTITION (WS-SRC-I) = WS-PT-I
                    MOVE WS-SRC-CODE (WS-SRC-I) TO WS-SOURCE-TEXT
                    IF WS-SOURCE-TEXT = SPACES
                        MOVE '(NONE)' TO WS-SOURCE-TEXT
                    END-IF
                    MOVE SPACES TO SplitReportRecord
                    STRING '   SOURCE ' DELIMITED BY SIZE
                           WS-SOURCE-TEXT DELIMITED BY SIZE
                           ' : DOCUMENTS ' DELIMITED BY SIZE
                           WS-SRC-DOCS (WS-SRC-I) DELIMITED BY SIZE
                           ' : BYTES ' DELIMITED BY SIZE
                           WS-SRC-BYTES (WS-SRC-I) DELIMITED BY SIZE
                           INTO SplitReportRecord
                    WRITE SplitReportRecord
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    MOVE SPACES TO SplitReportRecord
    STRING 'CONTROL LINES READ: ' DELIMITED BY SIZE
           WS-LINES-READ DELIMITED BY SIZE
           '  WRITTEN: ' DELIMITED BY SIZE
           WS-LINES-WRITTEN DELIMITED BY SIZE
           '  DOCUMENTS NOT READABLE FOR SIZING: ' DELIMITED BY SIZE
           WS-UNREADABLE-COUNT DELIMITED BY SIZE
           INTO SplitReportRecord
    WRITE SplitReportRecord
    MOVE SPACES TO SplitReportRecord
    IF WS-WRITE-ERROR-COUNT = 0 AND WS-LINES-WRITTEN = WS-LINES-READ
        STRING 'COUNTS FOOT - PARTITIONS READY TO RUN'
            DELIMITED BY SIZE
            INTO SplitReportRecord
    ELSE
        STRING 'COUNTS DO NOT FOOT - PARTITIONS NOT MADE READY ('
                   DELIMITED BY SIZE
               WS-WRITE-ERROR-COUNT DELIMITED BY SIZE
               ' ERROR(S))' DELIMITED BY SIZE
               INTO SplitReportRecord
    END-IF
    WRITE SplitReportRecord
    CLOSE SplitReportFile.
