IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordChangeApprove.

*> Checker half of the dual-control process for KEYWORD-MASTER.
*> Posts the checker's decision on items waiting on the
*> KEYWORD-PENDING queue (KWPEND.DAT) that KeywordChangeSubmit
*> filled; KeywordMasterLoad applies only the items approved here.
*> The checker must be a different user from the maker - an item
*> "approved" by its own submitter is refused and stays pending.
*>
*> Decision record layout (comma-delimited, keyword-approve.txt):
*>     CHANGEID,APPROVER,DECISION,NOTE
*> CHANGEID is the 18-digit ID keyword-submit.rpt and the pending
*> listing (KeywordPendingList) show. APPROVER is the checker's user
*> ID (8). DECISION is A (approve) or R (reject). NOTE is optional
*> free text (60), kept on the item with the decision.
*>
*> Before any decision is posted, every item still undecided after
*> the expiry period is expired: marked X and listed on
*> keyword-expired.rpt, the exception report. Expiring first means a
*> change nobody looked at in time cannot be waved through late - it
*> has to be submitted again. The period is read from
*> pending-expiry.txt (days on the first line, the convention
*> history-retention.txt set); missing or unusable, it is 14 days.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DecisionFile ASSIGN TO 'keyword-approve.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEC-STATUS.
    SELECT ExpiryFile ASSIGN TO 'pending-expiry.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXP-STATUS.
    SELECT PendingFile ASSIGN TO 'KWPEND.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KP-KEY
        FILE STATUS IS WS-KP-STATUS.
    SELECT ApproveReportFile ASSIGN TO 'keyword-approve.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ExpiredReportFile ASSIGN TO 'keyword-expired.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DecisionFile.
01 DecisionRecord PIC X(120).

FD ExpiryFile.
01 ExpiryRecord PIC X(80).

FD PendingFile.
COPY "KWPEND.cpy".

FD ApproveReportFile.
*> Wide enough for a reason plus the full 120-byte decision record,
*> or a decided item's transaction.
01 ApproveReportRecord PIC X(260).

FD ExpiredReportFile.
01 ExpiredReportRecord PIC X(300).

WORKING-STORAGE SECTION.
01 WS-DEC-STATUS PIC XX VALUE '00'.
01 WS-EXP-STATUS PIC XX VALUE '00'.
01 WS-KP-STATUS PIC XX VALUE '00'.
01 WS-DEC-EOF-FLAG PIC X VALUE 'N'.
    88 DecEndOfFile VALUE 'Y'.
01 WS-KP-EOF-FLAG PIC X VALUE 'N'.
    88 PendEndOfFile VALUE 'Y'.

01 WS-DEC-FIELD-1 PIC X(30).
01 WS-DEC-FIELD-2 PIC X(20).
01 WS-DEC-FIELD-3 PIC X(20).
01 WS-DEC-FIELD-4 PIC X(80).

01 WS-DEC-CHANGE-ID PIC X(18).
01 WS-DEC-APPROVER PIC X(8).
01 WS-DEC-CODE PIC X.
    88 DecApprove VALUE 'A'.
    88 DecReject  VALUE 'R'.
01 WS-DEC-VERB PIC X(8).
01 WS-DEC-OK-FLAG PIC X.
    88 DecisionOk VALUE 'Y'.
01 WS-ERROR-REASON PIC X(50).

*> JUSTIFIED RIGHT plus REPLACING LEADING SPACE BY ZERO turns a
*> hand-keyed "14" into "0014" before the NUMERIC test, the same
*> idiom the other parameter edits use.
01 WS-EXPIRY-X PIC X(4) JUSTIFIED RIGHT.
01 WS-EXPIRY-DAYS PIC 9(4) VALUE 0.
01 WS-EXPIRY-DEFAULT-FLAG PIC X VALUE 'N'.
    88 ExpiryDefaulted VALUE 'Y'.

01 WS-TODAY-DATETIME PIC X(21).
01 WS-TODAY-DATETIME-FIELDS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-DATE PIC 9(8).
    05 FILLER PIC X(13).
01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
01 WS-DATE-INTEGER PIC 9(8).
01 WS-AGE-DAYS PIC 9(5).

01 WS-READ-COUNT     PIC 9(5) VALUE 0.
01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.
01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
01 WS-ERROR-COUNT    PIC 9(5) VALUE 0.
01 WS-EXPIRED-COUNT  PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Approve-Main.
    PERFORM Open-Pending-File
    OPEN OUTPUT ApproveReportFile
    OPEN OUTPUT ExpiredReportFile
    PERFORM Read-Expiry-Period
    PERFORM Compute-Cutoff-Date
    PERFORM Expire-Stale-Items

    MOVE SPACES TO ApproveReportRecord
    STRING 'KEYWORD CHANGE APPROVAL' DELIMITED BY SIZE
        INTO ApproveReportRecord
    WRITE ApproveReportRecord

    *> No decision file is a run made only to expire stale items.
    OPEN INPUT DecisionFile
    IF WS-DEC-STATUS = '00' OR WS-DEC-STATUS = '05'
        PERFORM UNTIL DecEndOfFile
            READ DecisionFile
                AT END
                    SET DecEndOfFile TO TRUE
                NOT AT END
                    IF FUNCTION TRIM(DecisionRecord) NOT = SPACES
                        ADD 1 TO WS-READ-COUNT
                        PERFORM Process-Decision
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DecisionFile
    END-IF

    MOVE SPACES TO ApproveReportRecord
    STRING 'READ: ' DELIMITED BY SIZE
           WS-READ-COUNT DELIMITED BY SIZE
           '  APPROVED: ' DELIMITED BY SIZE
           WS-APPROVED-COUNT DELIMITED BY SIZE
           '  REJECTED: ' DELIMITED BY SIZE
           WS-REJECTED-COUNT DELIMITED BY SIZE
           '  ERRORS: ' DELIMITED BY SIZE
           WS-ERROR-COUNT DELIMITED BY SIZE
           '  EXPIRED: ' DELIMITED BY SIZE
           WS-EXPIRED-COUNT DELIMITED BY SIZE
           INTO ApproveReportRecord
    WRITE ApproveReportRecord

    CLOSE PendingFile
    CLOSE ApproveReportFile
    CLOSE ExpiredReportFile
    STOP RUN.

Open-Pending-File.
    OPEN I-O PendingFile
    IF WS-KP-STATUS NOT = '00'
        DISPLAY 'KeywordChangeApprove: KEYWORD-PENDING open failed, '
            'status ' WS-KP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

Read-Expiry-Period.
    OPEN INPUT ExpiryFile
    IF WS-EXP-STATUS NOT = '00'
        SET ExpiryDefaulted TO TRUE
    ELSE
        READ ExpiryFile INTO ExpiryRecord
            AT END
                MOVE SPACES TO ExpiryRecord
        END-READ
        CLOSE ExpiryFile
        *> Length first - the 4-byte JUSTIFIED field truncates on the
        *> left, so "10000" would otherwise arrive as "0000".
        IF FUNCTION LENGTH(FUNCTION TRIM(ExpiryRecord)) > 4
            SET ExpiryDefaulted TO TRUE
        ELSE
            MOVE FUNCTION TRIM(ExpiryRecord) TO WS-EXPIRY-X
            INSPECT WS-EXPIRY-X REPLACING LEADING SPACE BY ZERO
            IF WS-EXPIRY-X IS NUMERIC AND WS-EXPIRY-X NOT = '0000'
                MOVE WS-EXPIRY-X TO WS-EXPIRY-DAYS
            ELSE
                SET ExpiryDefaulted TO TRUE
            END-IF
        END-IF
    END-IF
    IF ExpiryDefaulted
        MOVE 14 TO WS-EXPIRY-DAYS
        DISPLAY 'KeywordChangeApprove: pending-expiry.txt missing or '
            'not a positive day count - expiring at 14 days'
    END-IF.

Compute-Cutoff-Date.
    *> An item submitted before the cutoff has waited longer than
    *> the expiry period.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-EXPIRY-DAYS
    COMPUTE WS-CUTOFF-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).

Expire-Stale-Items.
    MOVE SPACES TO ExpiredReportRecord
    STRING 'EXPIRED KEYWORD CHANGES - UNDECIDED AFTER '
               DELIMITED BY SIZE
           WS-EXPIRY-DAYS DELIMITED BY SIZE
           ' DAY(S), CUTOFF ' DELIMITED BY SIZE
           WS-CUTOFF-DATE DELIMITED BY SIZE
           INTO ExpiredReportRecord
    WRITE ExpiredReportRecord
    MOVE 'N' TO WS-KP-EOF-FLAG
    PERFORM UNTIL PendEndOfFile
        READ PendingFile NEXT RECORD
            AT END
                SET PendEndOfFile TO TRUE
            NOT AT END
                IF KP-Pending AND KP-SUBMIT-DATE < WS-CUTOFF-DATE
                    PERFORM Expire-One-Item
                END-IF
        END-READ
    END-PERFORM
    MOVE SPACES TO ExpiredReportRecord
    STRING 'ITEMS EXPIRED: ' DELIMITED BY SIZE
           WS-EXPIRED-COUNT DELIMITED BY SIZE
           INTO ExpiredReportRecord
    WRITE ExpiredReportRecord.

Expire-One-Item.
    COMPUTE WS-AGE-DAYS =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
        - FUNCTION INTEGER-OF-DATE(KP-SUBMIT-DATE)
    MOVE 'X' TO KP-STATUS
    MOVE WS-TODAY-DATETIME (1 : 14) TO KP-DECISION-STAMP
    MOVE 'EXPIRED UNDECIDED' TO KP-DECISION-NOTE
    REWRITE KP-PENDING-RECORD
    IF WS-KP-STATUS NOT = '00'
        DISPLAY 'KeywordChangeApprove: KEYWORD-PENDING rewrite '
            'failed, status ' WS-KP-STATUS ' for change ' KP-KEY
        MOVE 8 TO RETURN-CODE
    ELSE
        ADD 1 TO WS-EXPIRED-COUNT
        MOVE SPACES TO ExpiredReportRecord
        STRING 'EXPIRED ' DELIMITED BY SIZE
               KP-KEY DELIMITED BY SIZE
               ' : SUBMITTER ' DELIMITED BY SIZE
               KP-SUBMITTER-ID DELIMITED BY SIZE
               ' : DAYS ' DELIMITED BY SIZE
               WS-AGE-DAYS DELIMITED BY SIZE
               ' : REASON ' DELIMITED BY SIZE
               FUNCTION TRIM(KP-REASON) DELIMITED BY SIZE
               INTO ExpiredReportRecord
        WRITE ExpiredReportRecord
        MOVE SPACES TO ExpiredReportRecord
        STRING '   TRANSACTION: ' DELIMITED BY SIZE
               FUNCTION TRIM(KP-TRANSACTION) DELIMITED BY SIZE
               INTO ExpiredReportRecord
        WRITE ExpiredReportRecord
    END-IF.

Process-Decision.
    PERFORM Edit-Decision
    IF NOT DecisionOk
        ADD 1 TO WS-ERROR-COUNT
        PERFORM Write-Error-Line
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DEC-CHANGE-ID TO KP-KEY
    READ PendingFile
        INVALID KEY
            ADD 1 TO WS-ERROR-COUNT
            MOVE 'CHANGE ID NOT ON KEYWORD-PENDING' TO WS-ERROR-REASON
            PERFORM Write-Error-Line
            EXIT PARAGRAPH
    END-READ
    *> The two-person rule itself: the maker can never be the
    *> checker, whichever way the decision goes.
    IF KP-SUBMITTER-ID = WS-DEC-APPROVER
        ADD 1 TO WS-ERROR-COUNT
        MOVE 'APPROVER IS THE SUBMITTER' TO WS-ERROR-REASON
        PERFORM Write-Error-Line
        EXIT PARAGRAPH
    END-IF
    IF NOT KP-Pending
        ADD 1 TO WS-ERROR-COUNT
        MOVE SPACES TO WS-ERROR-REASON
        STRING 'ALREADY DECIDED, STATUS ' DELIMITED BY SIZE
               KP-STATUS DELIMITED BY SIZE
               INTO WS-ERROR-REASON
        PERFORM Write-Error-Line
        EXIT PARAGRAPH
    END-IF
    MOVE WS-DEC-CODE TO KP-STATUS
    MOVE WS-DEC-APPROVER TO KP-APPROVER-ID
    MOVE WS-TODAY-DATETIME (1 : 14) TO KP-DECISION-STAMP
    MOVE FUNCTION TRIM(WS-DEC-FIELD-4) TO KP-DECISION-NOTE
    REWRITE KP-PENDING-RECORD
    IF WS-KP-STATUS NOT = '00'
        ADD 1 TO WS-ERROR-COUNT
        MOVE SPACES TO WS-ERROR-REASON
        STRING 'REWRITE FAILED, STATUS ' DELIMITED BY SIZE
               WS-KP-STATUS DELIMITED BY SIZE
               INTO WS-ERROR-REASON
        PERFORM Write-Error-Line
        EXIT PARAGRAPH
    END-IF
    IF DecApprove
        ADD 1 TO WS-APPROVED-COUNT
        MOVE 'APPROVED' TO WS-DEC-VERB
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        MOVE 'REJECTED' TO WS-DEC-VERB
    END-IF
    MOVE SPACES TO ApproveReportRecord
    STRING WS-DEC-VERB DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           KP-KEY DELIMITED BY SIZE
           ' : SUBMITTER ' DELIMITED BY SIZE
           KP-SUBMITTER-ID DELIMITED BY SIZE
           ' : APPROVER ' DELIMITED BY SIZE
           KP-APPROVER-ID DELIMITED BY SIZE
           ' : ' DELIMITED BY SIZE
           FUNCTION TRIM(KP-TRANSACTION) DELIMITED BY SIZE
           INTO ApproveReportRecord
    WRITE ApproveReportRecord.

Edit-Decision.
    MOVE 'N' TO WS-DEC-OK-FLAG
    MOVE SPACES TO WS-DEC-FIELD-1 WS-DEC-FIELD-2 WS-DEC-FIELD-3
                   WS-DEC-FIELD-4
    UNSTRING DecisionRecord DELIMITED BY ','
        INTO WS-DEC-FIELD-1 WS-DEC-FIELD-2 WS-DEC-FIELD-3
             WS-DEC-FIELD-4
    END-UNSTRING
    MOVE FUNCTION TRIM(WS-DEC-FIELD-1) TO WS-DEC-CHANGE-ID
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEC-FIELD-2))
        TO WS-DEC-APPROVER
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEC-FIELD-3))
        TO WS-DEC-CODE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-DEC-FIELD-1)) NOT = 18
       OR WS-DEC-CHANGE-ID IS NOT NUMERIC
        MOVE 'CHANGE ID NOT 18 DIGITS' TO WS-ERROR-REASON
    ELSE
    IF FUNCTION TRIM(WS-DEC-FIELD-2) = SPACES
        MOVE 'APPROVER ID MISSING' TO WS-ERROR-REASON
    ELSE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-DEC-FIELD-2)) > 8
        MOVE 'APPROVER ID LONGER THAN 8' TO WS-ERROR-REASON
    ELSE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-DEC-FIELD-3)) NOT = 1
       OR (NOT DecApprove AND NOT DecReject)
        MOVE 'DECISION NOT A OR R' TO WS-ERROR-REASON
    ELSE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-DEC-FIELD-4)) > 60
        MOVE 'NOTE LONGER THAN 60' TO WS-ERROR-REASON
    ELSE
        MOVE 'Y' TO WS-DEC-OK-FLAG
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

Write-Error-Line.
    MOVE SPACES TO ApproveReportRecord
    STRING 'ERROR: ' DELIMITED BY SIZE
           WS-ERROR-REASON DELIMITED BY SIZE
           '  DECISION: ' DELIMITED BY SIZE
           DecisionRecord DELIMITED BY SIZE
           INTO ApproveReportRecord
    WRITE ApproveReportRecord.
