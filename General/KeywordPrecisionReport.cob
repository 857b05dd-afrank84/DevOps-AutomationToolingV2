IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordPrecisionReport.

*> Reads the CASE-DISPOSITION master and reports, for each keyword
*> and each category, how often the flagged documents it helped put
*> in front of legal were confirmed versus closed as false
*> positives - so the keyword owners can see which KEYWORD-MASTER
*> weights are producing noise. A document is credited to the top
*> contributors its DTL carried (up to three keywords), and to each
*> distinct category among them once. Precision is confirmed over
*> closed (confirmed plus false positive); documents still open or
*> PENDING are counted but do not move it.
*>
*> A second section lists every fed document with no disposition,
*> or still PENDING, older than the aging limit - the cases sitting
*> unanswered. The limit is read from disposition-aging.txt (days on
*> the first line), a parameter file like history-retention.txt;
*> missing or unreadable falls back to 30 days, said so on the
*> report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AgingFile ASSIGN TO 'disposition-aging.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGE-STATUS.
    SELECT CaseDisposition ASSIGN TO 'CASEDISP.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CD-KEY
        FILE STATUS IS WS-CD-STATUS.
    *> Read-only lookup of each credited keyword's category and
    *> current weight.
    SELECT KeywordMaster ASSIGN TO 'KEYWORDS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KM-KEYWORD-TEXT
        FILE STATUS IS WS-KM-STATUS.
    SELECT PrecisionReportFile ASSIGN TO 'precision.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AgingFile.
01 AgingRecord PIC X(80).

FD CaseDisposition.
COPY "CASEDISP.cpy".

FD KeywordMaster.
COPY "KWMASTER.cpy".

FD PrecisionReportFile.
*> Sized for a full 60-byte keyword plus the category, weight, and
*> count columns around it.
01 PrecisionReportRecord PIC X(200).

WORKING-STORAGE SECTION.
01 WS-AGE-STATUS PIC XX VALUE '00'.
01 WS-CD-STATUS PIC XX VALUE '00'.
01 WS-KM-STATUS PIC XX VALUE '00'.
01 WS-CD-EOF-FLAG PIC X VALUE 'N'.
    88 DispEndOfFile VALUE 'Y'.
01 WS-KM-PRESENT-FLAG PIC X VALUE 'N'.
    88 KeywordMasterPresent VALUE 'Y'.

01 WS-AGE-X PIC X(4) JUSTIFIED RIGHT.
01 WS-AGE-DAYS PIC 9(4) VALUE 0.
01 WS-AGE-DEFAULTED-FLAG PIC X VALUE 'N'.
    88 AgeDefaulted VALUE 'Y'.

01 WS-TODAY-DATETIME PIC X(21).
01 WS-TODAY-DATETIME-FIELDS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-DATE PIC 9(8).
    05 FILLER PIC X(13).
01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
01 WS-DATE-INTEGER PIC 9(8).
01 WS-DAYS-OPEN PIC 9(5).

*> One entry per distinct top-contributor keyword seen across the
*> master, in first-seen order, with the document counts credited
*> to it. Sized to the keyword table's 500 - every credited keyword
*> was on the master when its document was scored.
01 WS-PRKW-MAX-ENTRIES PIC 9(4) VALUE 500.
01 WS-PRKW-AREA.
    05 WS-PRKW-TOTAL PIC 9(4) VALUE 0.
    05 WS-PRKW-ENTRY OCCURS 500 TIMES.
        10 WS-PRKW-TEXT      PIC X(60).
        10 WS-PRKW-CATEGORY  PIC X(8).
        10 WS-PRKW-WEIGHT    PIC 9(3).
        10 WS-PRKW-ON-MASTER PIC X.
        10 WS-PRKW-FLAGGED   PIC 9(7).
        10 WS-PRKW-CONFIRMED PIC 9(7).
        10 WS-PRKW-FALSEPOS  PIC 9(7).
        10 WS-PRKW-OPEN      PIC 9(7).
01 WS-PRKW-DROPPED PIC 9(5) VALUE 0.

*> The category twin, built in ascending code sequence.
01 WS-PRCAT-MAX-ENTRIES PIC 9(3) VALUE 50.
01 WS-PRCAT-AREA.
    05 WS-PRCAT-TOTAL PIC 9(3) VALUE 0.
    05 WS-PRCAT-ENTRY OCCURS 50 TIMES.
        10 WS-PRCAT-CODE      PIC X(8).
        10 WS-PRCAT-FLAGGED   PIC 9(7).
        10 WS-PRCAT-CONFIRMED PIC 9(7).
        10 WS-PRCAT-FALSEPOS  PIC 9(7).
        10 WS-PRCAT-OPEN      PIC 9(7).
01 WS-PRCAT-DROPPED PIC 9(5) VALUE 0.

*> Categories already credited for the document in hand, so a
*> document whose top three share a category counts there once.
01 WS-DOCCAT-AREA.
    05 WS-DOCCAT-TOTAL PIC 9 VALUE 0.
    05 WS-DOCCAT-CODE OCCURS 3 TIMES PIC X(8).

01 WS-PR-I PIC 9(4).
01 WS-PR-J PIC 9(4).
01 WS-PR-FOUND-AT PIC 9(4).
01 WS-TK-N PIC 9.
01 WS-DC-I PIC 9.
01 WS-DOCCAT-SEEN-FLAG PIC X.
    88 DocCategorySeen VALUE 'Y'.
01 WS-IN-CATEGORY PIC X(8).

01 WS-DOCS-READ      PIC 9(7) VALUE 0.
01 WS-DOCS-CONFIRMED PIC 9(7) VALUE 0.
01 WS-DOCS-FALSEPOS  PIC 9(7) VALUE 0.
01 WS-DOCS-PENDING   PIC 9(7) VALUE 0.
01 WS-DOCS-NO-DISP   PIC 9(7) VALUE 0.
01 WS-DOCS-NOT-FED   PIC 9(7) VALUE 0.
01 WS-DOCS-NO-DOCHIST PIC 9(7) VALUE 0.
01 WS-AGED-COUNT     PIC 9(7) VALUE 0.

*> Inputs to Format-Precision: confirmed and false-positive counts
*> in, printable percentage (or N/A) and noise marker out.
01 WS-PCT-CONFIRMED PIC 9(7).
01 WS-PCT-FALSEPOS  PIC 9(7).
01 WS-PCT-VALUE PIC 9(3).
01 WS-PCT-TEXT PIC X(4).
01 WS-NOISE-FLAG PIC X(6).
01 WS-DISP-TEXT PIC X(9).

PROCEDURE DIVISION.
Precision-Main.
    PERFORM Read-Aging-Limit
    PERFORM Compute-Cutoff-Date
    OPEN INPUT CaseDisposition
    IF WS-CD-STATUS NOT = '00'
        DISPLAY 'KeywordPrecisionReport: CASE-DISPOSITION open '
            'failed, status ' WS-CD-STATUS
        *> Say so on the report too, so yesterday's figures are not
        *> left standing under today's run.
        OPEN OUTPUT PrecisionReportFile
        MOVE SPACES TO PrecisionReportRecord
        STRING 'NO PRECISION REPORT - CASE-DISPOSITION MISSING OR '
                   DELIMITED BY SIZE
               'UNREADABLE, STATUS ' DELIMITED BY SIZE
               WS-CD-STATUS DELIMITED BY SIZE
               INTO PrecisionReportRecord
        WRITE PrecisionReportRecord
        CLOSE PrecisionReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT KeywordMaster
    IF WS-KM-STATUS = '00'
        SET KeywordMasterPresent TO TRUE
    ELSE
        DISPLAY 'KeywordPrecisionReport: KEYWORD-MASTER open failed, '
            'status ' WS-KM-STATUS ' - categories and weights not shown'
    END-IF
    OPEN OUTPUT PrecisionReportFile

    MOVE SPACES TO PrecisionReportRecord
    STRING 'KEYWORD PRECISION REPORT - CASE DISPOSITIONS AS OF '
               DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
           INTO PrecisionReportRecord
    WRITE PrecisionReportRecord

    PERFORM UNTIL DispEndOfFile
        READ CaseDisposition NEXT RECORD
        AT END
            SET DispEndOfFile TO TRUE
        NOT AT END
            IF WS-CD-STATUS NOT = '00'
                DISPLAY 'KeywordPrecisionReport: CASE-DISPOSITION '
                    'read error, status ' WS-CD-STATUS
            ELSE
                PERFORM Tally-One-Disposition
            END-IF
        END-READ
    END-PERFORM
    CLOSE CaseDisposition
    IF KeywordMasterPresent
        CLOSE KeywordMaster
    END-IF

    PERFORM Write-Totals-Section
    PERFORM Write-Keyword-Section
    PERFORM Write-Category-Section
    PERFORM Write-Aging-Section

    CLOSE PrecisionReportFile
    STOP RUN.

Read-Aging-Limit.
    OPEN INPUT AgingFile
    IF WS-AGE-STATUS NOT = '00'
        SET AgeDefaulted TO TRUE
    ELSE
        READ AgingFile INTO AgingRecord
            AT END
                MOVE SPACES TO AgingRecord
        END-READ
        CLOSE AgingFile
        *> Length first - the 4-byte JUSTIFIED field truncates on the
        *> left, so "10000" would otherwise arrive as "0000".
        IF FUNCTION LENGTH(FUNCTION TRIM(AgingRecord)) > 4
            SET AgeDefaulted TO TRUE
        ELSE
            MOVE FUNCTION TRIM(AgingRecord) TO WS-AGE-X
            INSPECT WS-AGE-X REPLACING LEADING SPACE BY ZERO
            IF WS-AGE-X IS NUMERIC AND WS-AGE-X NOT = '0000'
                MOVE WS-AGE-X TO WS-AGE-DAYS
            ELSE
                SET AgeDefaulted TO TRUE
            END-IF
        END-IF
    END-IF
    IF AgeDefaulted
        MOVE 30 TO WS-AGE-DAYS
        DISPLAY 'KeywordPrecisionReport: disposition-aging.txt '
            'missing or not a positive day count - aging at 30 days'
    END-IF.

Compute-Cutoff-Date.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-AGE-DAYS
    COMPUTE WS-CUTOFF-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

Tally-One-Disposition.
    ADD 1 TO WS-DOCS-READ
    EVALUATE TRUE
        WHEN CD-Confirmed
            ADD 1 TO WS-DOCS-CONFIRMED
        WHEN CD-FalsePositive
            ADD 1 TO WS-DOCS-FALSEPOS
        WHEN CD-Pending
            ADD 1 TO WS-DOCS-PENDING
        WHEN OTHER
            ADD 1 TO WS-DOCS-NO-DISP
    END-EVALUATE
    IF NOT CD-RegisteredByFeed
        ADD 1 TO WS-DOCS-NOT-FED
    END-IF
    IF CD-RegisteredByFeed AND NOT CD-OnDocHistory
        ADD 1 TO WS-DOCS-NO-DOCHIST
    END-IF
    MOVE 0 TO WS-DOCCAT-TOTAL
    PERFORM VARYING WS-TK-N FROM 1 BY 1 UNTIL WS-TK-N > 3
        IF CD-TOPK-TEXT (WS-TK-N) NOT = SPACES
            PERFORM Credit-Keyword
            PERFORM Credit-Category
        END-IF
    END-PERFORM.

Credit-Keyword.
    MOVE 0 TO WS-PR-FOUND-AT
    PERFORM VARYING WS-PR-I FROM 1 BY 1
            UNTIL WS-PR-I > WS-PRKW-TOTAL OR WS-PR-FOUND-AT > 0
        IF WS-PRKW-TEXT (WS-PR-I) = CD-TOPK-TEXT (WS-TK-N)
            MOVE WS-PR-I TO WS-PR-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-PR-FOUND-AT = 0
        IF WS-PRKW-TOTAL < WS-PRKW-MAX-ENTRIES
            ADD 1 TO WS-PRKW-TOTAL
            MOVE WS-PRKW-TOTAL TO WS-PR-FOUND-AT
            PERFORM New-Keyword-Entry
        ELSE
            ADD 1 TO WS-PRKW-DROPPED
        END-IF
    END-IF
    MOVE SPACES TO WS-IN-CATEGORY
    IF WS-PR-FOUND-AT > 0
        MOVE WS-PRKW-CATEGORY (WS-PR-FOUND-AT) TO WS-IN-CATEGORY
        ADD 1 TO WS-PRKW-FLAGGED (WS-PR-FOUND-AT)
        EVALUATE TRUE
            WHEN CD-Confirmed
                ADD 1 TO WS-PRKW-CONFIRMED (WS-PR-FOUND-AT)
            WHEN CD-FalsePositive
                ADD 1 TO WS-PRKW-FALSEPOS (WS-PR-FOUND-AT)
            WHEN OTHER
                ADD 1 TO WS-PRKW-OPEN (WS-PR-FOUND-AT)
        END-EVALUATE
    END-IF.

New-Keyword-Entry.
    *> Category and weight are today's master values - the weight
    *> the owner would be changing. A keyword since deleted from the
    *> master still reports, under NOT ON MASTER.
    MOVE CD-TOPK-TEXT (WS-TK-N) TO WS-PRKW-TEXT (WS-PR-FOUND-AT)
    MOVE SPACES TO WS-PRKW-CATEGORY (WS-PR-FOUND-AT)
    MOVE 0 TO WS-PRKW-WEIGHT (WS-PR-FOUND-AT)
    MOVE 'N' TO WS-PRKW-ON-MASTER (WS-PR-FOUND-AT)
    MOVE 0 TO WS-PRKW-FLAGGED (WS-PR-FOUND-AT)
              WS-PRKW-CONFIRMED (WS-PR-FOUND-AT)
              WS-PRKW-FALSEPOS (WS-PR-FOUND-AT)
              WS-PRKW-OPEN (WS-PR-FOUND-AT)
    IF KeywordMasterPresent
        MOVE CD-TOPK-TEXT (WS-TK-N) TO KM-KEYWORD-TEXT
        READ KeywordMaster
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-PRKW-ON-MASTER (WS-PR-FOUND-AT)
                MOVE KM-CATEGORY-CODE
                    TO WS-PRKW-CATEGORY (WS-PR-FOUND-AT)
                IF WS-PRKW-CATEGORY (WS-PR-FOUND-AT) = SPACES
                    MOVE 'GENERAL'
                        TO WS-PRKW-CATEGORY (WS-PR-FOUND-AT)
                END-IF
                IF KM-WEIGHT IS NUMERIC
                    MOVE KM-WEIGHT TO WS-PRKW-WEIGHT (WS-PR-FOUND-AT)
                ELSE
                    MOVE 1 TO WS-PRKW-WEIGHT (WS-PR-FOUND-AT)
                END-IF
        END-READ
    END-IF.

Credit-Category.
    *> WS-IN-CATEGORY was left by Credit-Keyword. A keyword no longer
    *> on the master has no category to credit.
    IF WS-IN-CATEGORY NOT = SPACES
        MOVE 'N' TO WS-DOCCAT-SEEN-FLAG
        PERFORM VARYING WS-DC-I FROM 1 BY 1
                UNTIL WS-DC-I > WS-DOCCAT-TOTAL
            IF WS-DOCCAT-CODE (WS-DC-I) = WS-IN-CATEGORY
                SET DocCategorySeen TO TRUE
            END-IF
        END-PERFORM
        IF NOT DocCategorySeen
            ADD 1 TO WS-DOCCAT-TOTAL
            MOVE WS-IN-CATEGORY TO WS-DOCCAT-CODE (WS-DOCCAT-TOTAL)
            PERFORM Find-Or-Insert-Category
            IF WS-PR-FOUND-AT > 0
                ADD 1 TO WS-PRCAT-FLAGGED (WS-PR-FOUND-AT)
                EVALUATE TRUE
                    WHEN CD-Confirmed
                        ADD 1 TO WS-PRCAT-CONFIRMED (WS-PR-FOUND-AT)
                    WHEN CD-FalsePositive
                        ADD 1 TO WS-PRCAT-FALSEPOS (WS-PR-FOUND-AT)
                    WHEN OTHER
                        ADD 1 TO WS-PRCAT-OPEN (WS-PR-FOUND-AT)
                END-EVALUATE
            END-IF
        END-IF
    END-IF.

Find-Or-Insert-Category.
    *> Insertion into ascending code sequence, the same shape as the
    *> batch summary's category list.
    MOVE 0 TO WS-PR-FOUND-AT
    PERFORM VARYING WS-PR-I FROM 1 BY 1
            UNTIL WS-PR-I > WS-PRCAT-TOTAL OR WS-PR-FOUND-AT > 0
        IF WS-PRCAT-CODE (WS-PR-I) = WS-IN-CATEGORY
            MOVE WS-PR-I TO WS-PR-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-PR-FOUND-AT = 0
        IF WS-PRCAT-TOTAL >= WS-PRCAT-MAX-ENTRIES
            ADD 1 TO WS-PRCAT-DROPPED
        ELSE
            MOVE WS-PRCAT-TOTAL TO WS-PR-I
            ADD 1 TO WS-PRCAT-TOTAL
            PERFORM UNTIL WS-PR-I < 1
                IF WS-PRCAT-CODE (WS-PR-I) < WS-IN-CATEGORY
                    EXIT PERFORM
                END-IF
                COMPUTE WS-PR-J = WS-PR-I + 1
                MOVE WS-PRCAT-ENTRY (WS-PR-I)
                    TO WS-PRCAT-ENTRY (WS-PR-J)
                SUBTRACT 1 FROM WS-PR-I
            END-PERFORM
            COMPUTE WS-PR-FOUND-AT = WS-PR-I + 1
            MOVE WS-IN-CATEGORY TO WS-PRCAT-CODE (WS-PR-FOUND-AT)
            MOVE 0 TO WS-PRCAT-FLAGGED (WS-PR-FOUND-AT)
                      WS-PRCAT-CONFIRMED (WS-PR-FOUND-AT)
                      WS-PRCAT-FALSEPOS (WS-PR-FOUND-AT)
                      WS-PRCAT-OPEN (WS-PR-FOUND-AT)
        END-IF
    END-IF.

Format-Precision.
    *> Confirmed over closed, whole percent. A keyword or category
    *> with more false positives than confirmations is marked NOISE -
    *> the weight the owner should look at first.
    MOVE SPACES TO WS-NOISE-FLAG
    IF WS-PCT-CONFIRMED + WS-PCT-FALSEPOS = 0
        MOVE 'N/A' TO WS-PCT-TEXT
    ELSE
        COMPUTE WS-PCT-VALUE = WS-PCT-CONFIRMED * 100
            / (WS-PCT-CONFIRMED + WS-PCT-FALSEPOS)
        MOVE SPACES TO WS-PCT-TEXT
        STRING WS-PCT-VALUE DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO WS-PCT-TEXT
        IF WS-PCT-FALSEPOS > WS-PCT-CONFIRMED
            MOVE '*NOISE' TO WS-NOISE-FLAG
        END-IF
    END-IF.

Write-Totals-Section.
    MOVE SPACES TO PrecisionReportRecord
    STRING 'DOCUMENTS ON FILE: ' DELIMITED BY SIZE
           WS-DOCS-READ DELIMITED BY SIZE
           '  CONFIRMED: ' DELIMITED BY SIZE
           WS-DOCS-CONFIRMED DELIMITED BY SIZE
           '  FALSE-POS: ' DELIMITED BY SIZE
           WS-DOCS-FALSEPOS DELIMITED BY SIZE
           '  PENDING: ' DELIMITED BY SIZE
           WS-DOCS-PENDING DELIMITED BY SIZE
           '  NO DISPOSITION: ' DELIMITED BY SIZE
           WS-DOCS-NO-DISP DELIMITED BY SIZE
           INTO PrecisionReportRecord
    WRITE PrecisionReportRecord
    MOVE SPACES TO PrecisionReportRecord
    STRING 'NOT ON CASE FEED: ' DELIMITED BY SIZE
           WS-DOCS-NOT-FED DELIMITED BY SIZE
           '  NOT MATCHED TO DOC-HISTORY: ' DELIMITED BY SIZE
           WS-DOCS-NO-DOCHIST DELIMITED BY SIZE
           INTO PrecisionReportRecord
    WRITE PrecisionReportRecord
    IF WS-PRKW-DROPPED > 0 OR WS-PRCAT-DROPPED > 0
        MOVE SPACES TO PrecisionReportRecord
        STRING 'CREDITS NOT TABULATED (TABLE FULL) - KEYWORD: '
                   DELIMITED BY SIZE
               WS-PRKW-DROPPED DELIMITED BY SIZE
               '  CATEGORY: ' DELIMITED BY SIZE
               WS-PRCAT-DROPPED DELIMITED BY SIZE
               INTO PrecisionReportRecord
        WRITE PrecisionReportRecord
    END-IF.

Write-Keyword-Section.
    MOVE SPACES TO PrecisionReportRecord
    WRITE PrecisionReportRecord
    MOVE SPACES TO PrecisionReportRecord
    STRING 'PRECISION BY KEYWORD (TOP CONTRIBUTORS ON THE CASE FEED)'
        DELIMITED BY SIZE
        INTO PrecisionReportRecord
    WRITE PrecisionReportRecord
    IF WS-PRKW-TOTAL = 0
        MOVE SPACES TO PrecisionReportRecord
        STRING 'NO FLAGGED DOCUMENTS WITH CONTRIBUTING KEYWORDS ON FILE'
            DELIMITED BY SIZE
            INTO PrecisionReportRecord
        WRITE PrecisionReportRecord
    END-IF
    PERFORM VARYING WS-PR-I FROM 1 BY 1 UNTIL WS-PR-I > WS-PRKW-TOTAL
        MOVE WS-PRKW-CONFIRMED (WS-PR-I) TO WS-PCT-CONFIRMED
        MOVE WS-PRKW-FALSEPOS (WS-PR-I) TO WS-PCT-FALSEPOS
        PERFORM Format-Precision
        MOVE SPACES TO PrecisionReportRecord
        IF WS-PRKW-ON-MASTER (WS-PR-I) = 'Y'
            STRING FUNCTION TRIM(WS-PRKW-TEXT (WS-PR-I))
                       DELIMITED BY SIZE
                   ' : CATEGORY ' DELIMITED BY SIZE
                   WS-PRKW-CATEGORY (WS-PR-I) DELIMITED BY SPACE
                   ' : WEIGHT ' DELIMITED BY SIZE
                   WS-PRKW-WEIGHT (WS-PR-I) DELIMITED BY SIZE
                   ' : FLAGGED ' DELIMITED BY SIZE
                   WS-PRKW-FLAGGED (WS-PR-I) DELIMITED BY SIZE
                   ' : CONFIRMED ' DELIMITED BY SIZE
                   WS-PRKW-CONFIRMED (WS-PR-I) DELIMITED BY SIZE
                   ' : FALSE-POS ' DELIMITED BY SIZE
                   WS-PRKW-FALSEPOS (WS-PR-I) DELIMITED BY SIZE
                   ' : OPEN ' DELIMITED BY SIZE
                   WS-PRKW-OPEN (WS-PR-I) DELIMITED BY SIZE
                   ' : PRECISION ' DELIMITED BY SIZE
                   WS-PCT-TEXT DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-NOISE-FLAG DELIMITED BY SPACE
                   INTO PrecisionReportRecord
        ELSE
            STRING FUNCTION TRIM(WS-PRKW-TEXT (WS-PR-I))
                       DELIMITED BY SIZE
                   ' : NOT ON MASTER' DELIMITED BY SIZE
                   ' : FLAGGED ' DELIMITED BY SIZE
                   WS-PRKW-FLAGGED (WS-PR-I) DELIMITED BY SIZE
                   ' : CONFIRMED ' DELIMITED BY SIZE
                   WS-PRKW-CONFIRMED (WS-PR-I) DELIMITED BY SIZE
                   ' : FALSE-POS ' DELIMITED BY SIZE
                   WS-PRKW-FALSEPOS (WS-PR-I) DELIMITED BY SIZE
                   ' : OPEN ' DELIMITED BY SIZE
                   WS-PRKW-OPEN (WS-PR-I) DELIMITED BY SIZE
                   ' : PRECISION ' DELIMITED BY SIZE
                   WS-PCT-TEXT DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-NOISE-FLAG DELIMITED BY SPACE
                   INTO PrecisionReportRecord
        END-IF
        WRITE PrecisionReportRecord
    END-PERFORM.

Write-Category-Section.
    MOVE SPACES TO PrecisionReportRecord
    WRITE PrecisionReportRecord
    MOVE SPACES TO PrecisionReportRecord
    STRING 'PRECISION BY CATEGORY' DELIMITED BY SIZE
        INTO PrecisionReportRecord
    WRITE PrecisionReportRecord
    PERFORM VARYING WS-PR-I FROM 1 BY 1 UNTIL WS-PR-I > WS-PRCAT-TOTAL
        MOVE WS-PRCAT-CONFIRMED (WS-PR-I) TO WS-PCT-CONFIRMED
        MOVE WS-PRCAT-FALSEPOS (WS-PR-I) TO WS-PCT-FALSEPOS
        PERFORM Format-Precision
        MOVE SPACES TO PrecisionReportRecord
        STRING 'CATEGORY ' DELIMITED BY SIZE
               WS-PRCAT-CODE (WS-PR-I) DELIMITED BY SPACE
               ' : FLAGGED ' DELIMITED BY SIZE
               WS-PRCAT-FLAGGED (WS-PR-I) DELIMITED BY SIZE
               ' : CONFIRMED ' DELIMITED BY SIZE
               WS-PRCAT-CONFIRMED (WS-PR-I) DELIMITED BY SIZE
               ' : FALSE-POS ' DELIMITED BY SIZE
               WS-PRCAT-FALSEPOS (WS-PR-I) DELIMITED BY SIZE
               ' : OPEN ' DELIMITED BY SIZE
               WS-PRCAT-OPEN (WS-PR-I) DELIMITED BY SIZE
               ' : PRECISION ' DELIMITED BY SIZE
               WS-PCT-TEXT DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-NOISE-FLAG DELIMITED BY SPACE
               INTO PrecisionReportRecord
        WRITE PrecisionReportRecord
    END-PERFORM.

Write-Aging-Section.
    *> Second pass over the master: everything still unanswered (no
    *> disposition, or PENDING) whose run date is before the cutoff.
    MOVE SPACES TO PrecisionReportRecord
    WRITE PrecisionReportRecord
    MOVE SPACES TO PrecisionReportRecord
    STRING 'FLAGGED DOCUMENTS WITH NO FINAL DISPOSITION AFTER '
               DELIMITED BY SIZE
           WS-AGE-DAYS DELIMITED BY SIZE
           ' DAY(S) (RUN BEFORE ' DELIMITED BY SIZE
           WS-CUTOFF-DATE DELIMITED BY SIZE
           ')' DELIMITED BY SIZE
           INTO PrecisionReportRecord
    WRITE PrecisionReportRecord
    IF AgeDefaulted
        MOVE SPACES TO PrecisionReportRecord
        STRING 'AGING LIMIT DEFAULTED - DISPOSITION-AGING.TXT MISSING '
               'OR INVALID' DELIMITED BY SIZE
               INTO PrecisionReportRecord
        WRITE PrecisionReportRecord
    END-IF
    MOVE 'N' TO WS-CD-EOF-FLAG
    OPEN INPUT CaseDisposition
    IF WS-CD-STATUS NOT = '00'
        DISPLAY 'KeywordPrecisionReport: CASE-DISPOSITION reopen '
            'failed, status ' WS-CD-STATUS
    ELSE
        PERFORM UNTIL DispEndOfFile
            READ CaseDisposition NEXT RECORD
            AT END
                SET DispEndOfFile TO TRUE
            NOT AT END
                IF WS-CD-STATUS = '00'
                   AND NOT CD-Closed
                   AND CD-RUN-DATE < WS-CUTOFF-DATE
                    PERFORM Write-Aged-Line
                END-IF
            END-READ
        END-PERFORM
        CLOSE CaseDisposition
    END-IF
    MOVE SPACES TO PrecisionReportRecord
    STRING 'AGED DOCUMENTS: ' DELIMITED BY SIZE
           WS-AGED-COUNT DELIMITED BY SIZE
           INTO PrecisionReportRecord
    WRITE PrecisionReportRecord.

Write-Aged-Line.
    ADD 1 TO WS-AGED-COUNT
    COMPUTE WS-DAYS-OPEN =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
        - FUNCTION INTEGER-OF-DATE(CD-RUN-DATE)
    IF CD-Pending
        MOVE 'PENDING' TO WS-DISP-TEXT
    ELSE
        MOVE 'NONE' TO WS-DISP-TEXT
    END-IF
    MOVE SPACES TO PrecisionReportRecord
    STRING 'ID ' DELIMITED BY SIZE
           FUNCTION TRIM(CD-DOC-ID) DELIMITED BY SIZE
           ' : RUN ' DELIMITED BY SIZE
           CD-RUN-DATE DELIMITED BY SIZE
           ' : DAYS ' DELIMITED BY SIZE
           WS-DAYS-OPEN DELIMITED BY SIZE
           ' : SCORE ' DELIMITED BY SIZE
           CD-SCORE DELIMITED BY SIZE
           ' : DISPOSITION ' DELIMITED BY SIZE
           WS-DISP-TEXT DELIMITED BY SPACE
           ' : CASE ' DELIMITED BY SIZE
           CD-CASE-NUMBER DELIMITED BY SPACE
           ' : ' DELIMITED BY SIZE
           FUNCTION TRIM(CD-DOC-NAME) DELIMITED BY SIZE
           INTO PrecisionReportRecord
    WRITE PrecisionReportRecord.
