IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordPendingList.

*> Review listing of the KEYWORD-PENDING queue (KWPEND.DAT): every
*> keyword change still open - awaiting a checker's decision, or
*> approved and waiting for KeywordMasterLoad - with its change ID,
*> submitter, reason, age, and the transaction itself, written to
*> keyword-pending.rpt. Read-only against the queue; decisions are
*> posted by KeywordChangeApprove.
*>
*> The same open transactions are written, in submission order, to
*> keyword-maint.txt, the transaction file KeywordWhatIf trials. Run
*> this, then KeywordWhatIf, and the checker has the listing and the
*> impact of exactly those changes side by side before deciding.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PendingFile ASSIGN TO 'KWPEND.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KP-KEY
        FILE STATUS IS WS-KP-STATUS.
    SELECT PendingReportFile ASSIGN TO 'keyword-pending.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TrialTransFile ASSIGN TO 'keyword-maint.txt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PendingFile.
COPY "KWPEND.cpy".

FD PendingReportFile.
01 PendingReportRecord PIC X(240).

FD TrialTransFile.
*> Same width KeywordWhatIf and KeywordMasterLoad take a transaction
*> at.
01 TrialTransRecord PIC X(180).

WORKING-STORAGE SECTION.
01 WS-KP-STATUS PIC XX VALUE '00'.
01 WS-KP-EOF-FLAG PIC X VALUE 'N'.
    88 PendEndOfFile VALUE 'Y'.

01 WS-TODAY-DATETIME PIC X(21).
01 WS-TODAY-DATETIME-FIELDS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-DATE PIC 9(8).
    05 FILLER PIC X(13).
01 WS-AGE-DAYS PIC 9(5).
01 WS-LIST-STATE PIC X(8).

01 WS-PENDING-COUNT  PIC 9(5) VALUE 0.
01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
PendList-Main.
    OPEN INPUT PendingFile
    IF WS-KP-STATUS NOT = '00'
        DISPLAY 'KeywordPendingList: KEYWORD-PENDING open failed, '
            'status ' WS-KP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT PendingReportFile
    OPEN OUTPUT TrialTransFile
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME

    MOVE SPACES TO PendingReportRecord
    STRING 'KEYWORD CHANGES PENDING AS OF ' DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
           INTO PendingReportRecord
    WRITE PendingReportRecord

    PERFORM UNTIL PendEndOfFile
        READ PendingFile NEXT RECORD
            AT END
                SET PendEndOfFile TO TRUE
            NOT AT END
                IF KP-Open
                    PERFORM List-One-Item
                END-IF
        END-READ
    END-PERFORM

    MOVE SPACES TO PendingReportRecord
    STRING 'AWAITING DECISION: ' DELIMITED BY SIZE
           WS-PENDING-COUNT DELIMITED BY SIZE
           '  APPROVED, NOT YET LOADED: ' DELIMITED BY SIZE
           WS-APPROVED-COUNT DELIMITED BY SIZE
           INTO PendingReportRecord
    WRITE PendingReportRecord

    CLOSE PendingFile
    CLOSE PendingReportFile
    CLOSE TrialTransFile
    STOP RUN.

List-One-Item.
    IF KP-Pending
        ADD 1 TO WS-PENDING-COUNT
        MOVE 'PENDING' TO WS-LIST-STATE
    ELSE
        ADD 1 TO WS-APPROVED-COUNT
        MOVE 'APPROVED' TO WS-LIST-STATE
    END-IF
    MOVE 0 TO WS-AGE-DAYS
    IF KP-SUBMIT-DATE IS NUMERIC AND KP-SUBMIT-DATE > 0
        COMPUTE WS-AGE-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
            - FUNCTION INTEGER-OF-DATE(KP-SUBMIT-DATE)
    END-IF
    MOVE SPACES TO PendingReportRecord
    STRING WS-LIST-STATE DELIMITED BY SPACE
           ' ' DELIMITED BY SIZE
           KP-KEY DELIMITED BY SIZE
           ' : SUBMITTED ' DELIMITED BY SIZE
           KP-SUBMIT-DATE DELIMITED BY SIZE
           ' : DAYS ' DELIMITED BY SIZE
           WS-AGE-DAYS DELIMITED BY SIZE
           ' : SUBMITTER ' DELIMITED BY SIZE
           KP-SUBMITTER-ID DELIMITED BY SIZE
           ' : APPROVER ' DELIMITED BY SIZE
           KP-APPROVER-ID DELIMITED BY SIZE
           ' : REASON ' DELIMITED BY SIZE
           FUNCTION TRIM(KP-REASON) DELIMITED BY SIZE
           INTO PendingReportRecord
    WRITE PendingReportRecord
    MOVE SPACES TO PendingReportRecord
    STRING '   TRANSACTION: ' DELIMITED BY SIZE
           FUNCTION TRIM(KP-TRANSACTION) DELIMITED BY SIZE
           INTO PendingReportRecord
    WRITE PendingReportRecord
    MOVE KP-TRANSACTION TO TrialTransRecord
    WRITE TrialTransRecord.
