IDENTIFICATION DIVISION.
PROGRAM-ID. CaseDispositionLoad.

*> Inbound half of the case-management interface. case-feed.txt
*> tells case management which documents the night flagged; this
*> program loads what case management sends back - whether legal
*> confirmed each one or closed it as a false positive - onto the
*> CASE-DISPOSITION master (CASEDISP.DAT) the batch registered each
*> DTL on, and matches every disposition back to the document's
*> DOC-HISTORY record for the same run date. KeywordPrecisionReport
*> reads the result.
*>
*> Disposition record layout (comma-delimited, case-disposition.txt):
*>     DOCID,RUNDATE,CASENUMBER,DISPOSITION,CLOSEDATE
*> DOCID and RUNDATE are echoed from the DTL the case was opened on
*> and together name the master record. CASENUMBER is the case
*> system's own reference (16). DISPOSITION is CONFIRMED, FALSE-POS,
*> or PENDING. CLOSEDATE is YYYYMMDD, blank while the case is open;
*> it may not fall before the run date the document was flagged on.
*> The case system is the authority - a later file may move a case
*> from PENDING to closed or reopen it, and the latest load wins.
*> A disposition for a DOCID/run date the feed never registered is
*> still recorded (and listed) so nothing the case system says is
*> lost, but it carries no top contributors to credit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DispositionFile ASSIGN TO 'case-disposition.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISP-STATUS.
    SELECT CaseDisposition ASSIGN TO 'CASEDISP.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CD-KEY
        FILE STATUS IS WS-CD-STATUS.
    *> Read-only: the match back to the document's scoring history.
    SELECT DocHistory ASSIGN TO 'DOCHIST.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DH-KEY
        FILE STATUS IS WS-DH-STATUS.
    SELECT DispLoadReportFile ASSIGN TO 'disposition-load.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DispositionFile.
01 DispositionRecord PIC X(100).

FD CaseDisposition.
COPY "CASEDISP.cpy".

FD DocHistory.
COPY "DOCHIST.cpy".

FD DispLoadReportFile.
*> Wide enough for a reason plus the full 100-byte input record.
01 DispLoadReportRecord PIC X(200).

WORKING-STORAGE SECTION.
01 WS-DISP-STATUS PIC XX VALUE '00'.
01 WS-CD-STATUS PIC XX VALUE '00'.
01 WS-DH-STATUS PIC XX VALUE '00'.
01 WS-DISP-EOF-FLAG PIC X VALUE 'N'.
    88 DispEndOfFile VALUE 'Y'.
01 WS-DOCHIST-PRESENT-FLAG PIC X VALUE 'N'.
    88 DocHistoryPresent VALUE 'Y'.

01 WS-DISP-FIELD-1 PIC X(30).
01 WS-DISP-FIELD-2 PIC X(20).
01 WS-DISP-FIELD-3 PIC X(30).
01 WS-DISP-FIELD-4 PIC X(20).
01 WS-DISP-FIELD-5 PIC X(20).

01 WS-DISP-DOC-ID     PIC X(20).
01 WS-DISP-RUN-DATE   PIC 9(8).
01 WS-DISP-CASE-NUMBER PIC X(16).
01 WS-DISP-CODE       PIC X(9).
    88 DispCodeValid  VALUE 'CONFIRMED' 'FALSE-POS' 'PENDING'.
    88 DispCodeClosed VALUE 'CONFIRMED' 'FALSE-POS'.
01 WS-DISP-CLOSE-DATE PIC 9(8).
01 WS-DISP-DATE-X     PIC X(8).
01 WS-DISP-OK-FLAG    PIC X.
    88 DispositionOk  VALUE 'Y'.

01 WS-ERROR-REASON PIC X(50).

01 WS-READ-COUNT      PIC 9(5) VALUE 0.
01 WS-POSTED-COUNT    PIC 9(5) VALUE 0.
01 WS-UNFED-COUNT     PIC 9(5) VALUE 0.
01 WS-MATCHED-COUNT   PIC 9(5) VALUE 0.
01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
01 WS-ERROR-COUNT     PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
DispLoad-Main.
    OPEN OUTPUT DispLoadReportFile
    OPEN INPUT DispositionFile
    IF WS-DISP-STATUS NOT = '00'
        DISPLAY 'CaseDispositionLoad: case-disposition.txt missing or '
            'unreadable, status ' WS-DISP-STATUS
        MOVE SPACES TO DispLoadReportRecord
        STRING 'DISPOSITION FILE MISSING OR UNREADABLE, STATUS '
               DELIMITED BY SIZE
               WS-DISP-STATUS DELIMITED BY SIZE
               INTO DispLoadReportRecord
        WRITE DispLoadReportRecord
        CLOSE DispLoadReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM Open-Case-Disposition
    PERFORM Open-Doc-History

    MOVE SPACES TO DispLoadReportRecord
    STRING 'CASE-DISPOSITION LOAD' DELIMITED BY SIZE
        INTO DispLoadReportRecord
    WRITE DispLoadReportRecord

    PERFORM UNTIL DispEndOfFile
        READ DispositionFile
            AT END
                SET DispEndOfFile TO TRUE
            NOT AT END
                IF FUNCTION TRIM(DispositionRecord) NOT = SPACES
                    ADD 1 TO WS-READ-COUNT
                    PERFORM Process-Disposition
                END-IF
        END-READ
    END-PERFORM

    PERFORM Write-Load-Report-Trailer

    CLOSE DispositionFile
    CLOSE CaseDisposition
    IF DocHistoryPresent
        CLOSE DocHistory
    END-IF
    CLOSE DispLoadReportFile
    STOP RUN.

Open-Case-Disposition.
    *> The batch normally creates the master with its first feed,
    *> but a disposition file can arrive at a shop whose master was
    *> never built - create it empty (status 35) and carry on.
    OPEN I-O CaseDisposition
    IF WS-CD-STATUS = '35'
        OPEN OUTPUT CaseDisposition
        CLOSE CaseDisposition
        OPEN I-O CaseDisposition
    END-IF
    IF WS-CD-STATUS NOT = '00'
        DISPLAY 'CaseDispositionLoad: CASE-DISPOSITION open failed, '
            'status ' WS-CD-STATUS
        CLOSE DispositionFile
        CLOSE DispLoadReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

Open-Doc-History.
    *> No DOC-HISTORY yet is not an error - every disposition is then
    *> simply reported unmatched.
    OPEN INPUT DocHistory
    IF WS-DH-STATUS = '00'
        SET DocHistoryPresent TO TRUE
    ELSE
        IF WS-DH-STATUS NOT = '35'
            DISPLAY 'CaseDispositionLoad: DOC-HISTORY open failed, '
                'status ' WS-DH-STATUS
                ' - dispositions not matched this run'
        END-IF
    END-IF.

Process-Disposition.
    MOVE SPACES TO WS-DISP-FIELD-1 WS-DISP-FIELD-2 WS-DISP-FIELD-3
                   WS-DISP-FIELD-4 WS-DISP-FIELD-5
    UNSTRING DispositionRecord DELIMITED BY ','
        INTO WS-DISP-FIELD-1 WS-DISP-FIELD-2 WS-DISP-FIELD-3
             WS-DISP-FIELD-4 WS-DISP-FIELD-5
    END-UNSTRING
    PERFORM Edit-Disposition
    IF NOT DispositionOk
        ADD 1 TO WS-ERROR-COUNT
        PERFORM Write-Error-Line
    ELSE
        PERFORM Post-Disposition
    END-IF.

Edit-Disposition.
    *> Same length-before-MOVE discipline as the maintenance edits:
    *> a nine-digit date typo must fail here, not truncate into a
    *> different valid date.
    MOVE 'Y' TO WS-DISP-OK-FLAG
    MOVE SPACES TO WS-ERROR-REASON
    MOVE 0 TO WS-DISP-RUN-DATE WS-DISP-CLOSE-DATE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-DISP-FIELD-1)) > 20
        MOVE 'N' TO WS-DISP-OK-FLAG
        MOVE 'DOCID LONGER THAN 20' TO WS-ERROR-REASON
    END-IF
    MOVE FUNCTION TRIM(WS-DISP-FIELD-1) TO WS-DISP-DOC-ID
    IF DispositionOk AND WS-DISP-DOC-ID = SPACES
        MOVE 'N' TO WS-DISP-OK-FLAG
        MOVE 'BLANK DOCID' TO WS-ERROR-REASON
    END-IF
    IF DispositionOk
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-DISP-FIELD-2)) NOT = 8
            MOVE 'N' TO WS-DISP-OK-FLAG
        ELSE
            MOVE FUNCTION TRIM(WS-DISP-FIELD-2) TO WS-DISP-DATE-X
            IF WS-DISP-DATE-X IS NUMERIC
                MOVE WS-DISP-DATE-X TO WS-DISP-RUN-DATE
            ELSE
                MOVE 'N' TO WS-DISP-OK-FLAG
            END-IF
        END-IF
        IF NOT DispositionOk
            MOVE 'BAD RUN DATE' TO WS-ERROR-REASON
        END-IF
    END-IF
    IF DispositionOk
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-DISP-FIELD-3)) > 16
            MOVE 'N' TO WS-DISP-OK-FLAG
            MOVE 'CASE NUMBER LONGER THAN 16' TO WS-ERROR-REASON
        ELSE
            MOVE FUNCTION TRIM(WS-DISP-FIELD-3) TO WS-DISP-CASE-NUMBER
        END-IF
    END-IF
    IF DispositionOk
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DISP-FIELD-4))
            TO WS-DISP-CODE
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-DISP-FIELD-4)) > 9
           OR NOT DispCodeValid
            MOVE 'N' TO WS-DISP-OK-FLAG
            MOVE 'UNKNOWN DISPOSITION CODE' TO WS-ERROR-REASON
        END-IF
    END-IF
    IF DispositionOk
       AND FUNCTION TRIM(WS-DISP-FIELD-5) NOT = SPACES
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-DISP-FIELD-5)) NOT = 8
            MOVE 'N' TO WS-DISP-OK-FLAG
        ELSE
            MOVE FUNCTION TRIM(WS-DISP-FIELD-5) TO WS-DISP-DATE-X
            IF WS-DISP-DATE-X IS NUMERIC
                MOVE WS-DISP-DATE-X TO WS-DISP-CLOSE-DATE
            ELSE
                MOVE 'N' TO WS-DISP-OK-FLAG
            END-IF
        END-IF
        IF NOT DispositionOk
            MOVE 'BAD CLOSE DATE' TO WS-ERROR-REASON
        ELSE
            IF WS-DISP-CLOSE-DATE < WS-DISP-RUN-DATE
                MOVE 'N' TO WS-DISP-OK-FLAG
                MOVE 'CLOSE DATE BEFORE RUN DATE' TO WS-ERROR-REASON
            END-IF
        END-IF
    END-IF
    IF DispositionOk
       AND NOT DispCodeClosed
       AND WS-DISP-CLOSE-DATE > 0
        *> A pending case has not closed - a close date on one is a
        *> case-system slip, not something to carry onto the master.
        MOVE 'N' TO WS-DISP-OK-FLAG
        MOVE 'CLOSE DATE ON A PENDING CASE' TO WS-ERROR-REASON
    END-IF.

Post-Disposition.
    MOVE WS-DISP-DOC-ID TO CD-DOC-ID
    MOVE WS-DISP-RUN-DATE TO CD-RUN-DATE
    READ CaseDisposition
        INVALID KEY
            *> Never registered by the feed - keep the answer anyway,
            *> flagged, with no feed detail behind it.
            MOVE SPACES TO CD-CASE-DISP-RECORD
            MOVE WS-DISP-DOC-ID TO CD-DOC-ID
            MOVE WS-DISP-RUN-DATE TO CD-RUN-DATE
            MOVE 0 TO CD-SCORE CD-HIT-COUNT
            MOVE 0 TO CD-TOPK-COUNT (1) CD-TOPK-COUNT (2)
                      CD-TOPK-COUNT (3)
            MOVE 'N' TO CD-FEED-FLAG
    END-READ
    MOVE WS-DISP-CASE-NUMBER TO CD-CASE-NUMBER
    MOVE WS-DISP-CODE TO CD-DISP-CODE
    MOVE WS-DISP-CLOSE-DATE TO CD-CLOSE-DATE
    PERFORM Match-Doc-History
    IF CD-RegisteredByFeed
        REWRITE CD-CASE-DISP-RECORD
    ELSE
        WRITE CD-CASE-DISP-RECORD
        IF WS-CD-STATUS = '22'
            REWRITE CD-CASE-DISP-RECORD
        END-IF
    END-IF
    IF WS-CD-STATUS NOT = '00'
        ADD 1 TO WS-ERROR-COUNT
        MOVE SPACES TO WS-ERROR-REASON
        STRING 'CASE-DISPOSITION WRITE FAILED, STATUS '
               DELIMITED BY SIZE
               WS-CD-STATUS DELIMITED BY SIZE
               INTO WS-ERROR-REASON
        PERFORM Write-Error-Line
    ELSE
        ADD 1 TO WS-POSTED-COUNT
        IF NOT CD-RegisteredByFeed
            ADD 1 TO WS-UNFED-COUNT
            MOVE SPACES TO DispLoadReportRecord
            STRING 'NOT ON CASE FEED - RECORDED WITHOUT KEYWORDS: '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISP-DOC-ID) DELIMITED BY SIZE
                   ' RUN ' DELIMITED BY SIZE
                   WS-DISP-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DISP-CODE DELIMITED BY SPACE
                   INTO DispLoadReportRecord
            WRITE DispLoadReportRecord
        END-IF
        IF CD-OnDocHistory
            ADD 1 TO WS-MATCHED-COUNT
        ELSE
            ADD 1 TO WS-UNMATCHED-COUNT
            IF CD-RegisteredByFeed
                MOVE SPACES TO DispLoadReportRecord
                STRING 'NO DOC-HISTORY RECORD FOR ' DELIMITED BY SIZE
                       FUNCTION TRIM(CD-DOC-NAME) DELIMITED BY SIZE
                       ' RUN ' DELIMITED BY SIZE
                       CD-RUN-DATE DELIMITED BY SIZE
                       ' (DOCID ' DELIMITED BY SIZE
                       FUNCTION TRIM(CD-DOC-ID) DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO DispLoadReportRecord
                WRITE DispLoadReportRecord
            END-IF
        END-IF
    END-IF.

Match-Doc-History.
    *> DOC-HISTORY is keyed on document name plus run date, so only a
    *> record the feed registered - the one that knows the name - can
    *> be matched.
    MOVE 'N' TO CD-DOCHIST-FLAG
    IF DocHistoryPresent AND CD-DOC-NAME NOT = SPACES
        MOVE CD-DOC-NAME TO DH-DOC-NAME
        MOVE CD-RUN-DATE TO DH-RUN-DATE
        READ DocHistory
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO CD-DOCHIST-FLAG
        END-READ
    END-IF.

Write-Error-Line.
    MOVE SPACES TO DispLoadReportRecord
    STRING 'ERROR: ' DELIMITED BY SIZE
           WS-ERROR-REASON DELIMITED BY SIZE
           '  DISPOSITION: ' DELIMITED BY SIZE
           DispositionRecord DELIMITED BY SIZE
           INTO DispLoadReportRecord
    WRITE DispLoadReportRecord.

Write-Load-Report-Trailer.
    MOVE SPACES TO DispLoadReportRecord
    STRING 'READ: ' DELIMITED BY SIZE
           WS-READ-COUNT DELIMITED BY SIZE
           '  POSTED: ' DELIMITED BY SIZE
           WS-POSTED-COUNT DELIMITED BY SIZE
           '  NOT ON FEED: ' DELIMITED BY SIZE
           WS-UNFED-COUNT DELIMITED BY SIZE
           '  ERRORS: ' DELIMITED BY SIZE
           WS-ERROR-COUNT DELIMITED BY SIZE
           INTO DispLoadReportRecord
    WRITE DispLoadReportRecord
    MOVE SPACES TO DispLoadReportRecord
    STRING 'DOC-HISTORY MATCHED: ' DELIMITED BY SIZE
           WS-MATCHED-COUNT DELIMITED BY SIZE
           '  UNMATCHED: ' DELIMITED BY SIZE
           WS-UNMATCHED-COUNT DELIMITED BY SIZE
           INTO DispLoadReportRecord
    WRITE DispLoadReportRecord.
