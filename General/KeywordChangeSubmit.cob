IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordChangeSubmit.

*> Maker half of the dual-control process for KEYWORD-MASTER. A
*> keyword-maint transaction used to go straight from a file anyone
*> could edit onto the master; now each one is submitted here, under
*> the submitting user's ID and a reason, onto the KEYWORD-PENDING
*> queue (KWPEND.DAT). Nothing on the master changes until a second,
*> different user approves the item through KeywordChangeApprove and
*> KeywordMasterLoad applies it.
*>
*> Submission record layout (comma-delimited, keyword-submit.txt):
*>     SUBMITTER,REASON,ACTION,KEYWORD,CASEFOLD,CATEGORY,TYPE,
*>     WEIGHT,STARTDATE,ENDDATE,SYNONYM,REDACT
*> SUBMITTER is the maker's user ID (8). REASON is free text (60)
*> and may not itself contain a comma. Everything after the second
*> comma is an ordinary keyword-maint transaction, in exactly the
*> layout KeywordMasterLoad documents, and is queued as keyed. Only
*> the outline is checked here - an action code and a keyword - so
*> the maker hears at once about an unusable line; the full edits
*> (weight, dates, category) are applied when the item is loaded,
*> and on trial by KeywordWhatIf.
*>
*> Each accepted item is given a change ID - the submission date and
*> time plus a sequence within the run - which keyword-submit.rpt
*> lists for the checker to quote.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SubmitFile ASSIGN TO 'keyword-submit.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUB-STATUS.
    SELECT PendingFile ASSIGN TO 'KWPEND.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KP-KEY
        FILE STATUS IS WS-KP-STATUS.
    SELECT SubmitReportFile ASSIGN TO 'keyword-submit.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SubmitFile.
*> A full 180-byte transaction plus an 8-byte user ID and a 60-byte
*> reason and their commas.
01 SubmitRecord PIC X(260).

FD PendingFile.
COPY "KWPEND.cpy".

FD SubmitReportFile.
*> Wide enough for a reason plus the full 260-byte input record.
01 SubmitReportRecord PIC X(340).

WORKING-STORAGE SECTION.
01 WS-SUB-STATUS PIC XX VALUE '00'.
01 WS-KP-STATUS PIC XX VALUE '00'.
01 WS-SUB-EOF-FLAG PIC X VALUE 'N'.
    88 SubEndOfFile VALUE 'Y'.

01 WS-SUB-FIELD-1 PIC X(20).
01 WS-SUB-FIELD-2 PIC X(80).
01 WS-SUB-POINTER PIC 9(3).
01 WS-SUB-TRANSACTION PIC X(180).
01 WS-SUB-ACTION PIC X(20).
01 WS-SUB-KEYWORD PIC X(80).

01 WS-SUB-OK-FLAG PIC X.
    88 SubmissionOk VALUE 'Y'.
01 WS-ERROR-REASON PIC X(40).

01 WS-RUN-DATETIME PIC X(21).
01 WS-SUB-SEQ PIC 9(4) VALUE 0.

01 WS-READ-COUNT   PIC 9(5) VALUE 0.
01 WS-QUEUED-COUNT PIC 9(5) VALUE 0.
01 WS-ERROR-COUNT  PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Submit-Main.
    OPEN OUTPUT SubmitReportFile
    OPEN INPUT SubmitFile
    IF WS-SUB-STATUS NOT = '00'
        DISPLAY 'KeywordChangeSubmit: keyword-submit.txt missing or '
            'unreadable, status ' WS-SUB-STATUS
        MOVE SPACES TO SubmitReportRecord
        STRING 'SUBMISSION FILE MISSING OR UNREADABLE, STATUS '
               DELIMITED BY SIZE
               WS-SUB-STATUS DELIMITED BY SIZE
               INTO SubmitReportRecord
        WRITE SubmitReportRecord
        CLOSE SubmitReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM Open-Pending-File

    *> One timestamp for the whole run; the sequence keeps the keys
    *> apart and in the order the lines were keyed.
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME

    MOVE SPACES TO SubmitReportRecord
    STRING 'KEYWORD CHANGE SUBMISSION' DELIMITED BY SIZE
        INTO SubmitReportRecord
    WRITE SubmitReportRecord

    PERFORM UNTIL SubEndOfFile
        READ SubmitFile
            AT END
                SET SubEndOfFile TO TRUE
            NOT AT END
                IF FUNCTION TRIM(SubmitRecord) NOT = SPACES
                    ADD 1 TO WS-READ-COUNT
                    PERFORM Process-Submission
                END-IF
        END-READ
    END-PERFORM

    MOVE SPACES TO SubmitReportRecord
    STRING 'READ: ' DELIMITED BY SIZE
           WS-READ-COUNT DELIMITED BY SIZE
           '  QUEUED FOR APPROVAL: ' DELIMITED BY SIZE
           WS-QUEUED-COUNT DELIMITED BY SIZE
           '  ERRORS: ' DELIMITED BY SIZE
           WS-ERROR-COUNT DELIMITED BY SIZE
           INTO SubmitReportRecord
    WRITE SubmitReportRecord

    CLOSE SubmitFile
    CLOSE PendingFile
    CLOSE SubmitReportFile
    STOP RUN.

Open-Pending-File.
    *> The first submission at a shop creates the queue - the same
    *> status-35 convention as the other masters.
    OPEN I-O PendingFile
    IF WS-KP-STATUS = '35'
        OPEN OUTPUT PendingFile
        CLOSE PendingFile
        OPEN I-O PendingFile
    END-IF
    IF WS-KP-STATUS NOT = '00'
        DISPLAY 'KeywordChangeSubmit: KEYWORD-PENDING open failed, '
            'status ' WS-KP-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

Process-Submission.
    PERFORM Edit-Submission
    IF NOT SubmissionOk
        ADD 1 TO WS-ERROR-COUNT
        PERFORM Write-Error-Line
    ELSE
        PERFORM Queue-Submission
    END-IF.

Edit-Submission.
    *> The first two commas split off the user ID and the reason; the
    *> rest of the line, whatever commas it holds, is the transaction.
    MOVE 'N' TO WS-SUB-OK-FLAG
    MOVE SPACES TO WS-SUB-FIELD-1 WS-SUB-FIELD-2 WS-SUB-TRANSACTION
                   WS-SUB-ACTION WS-SUB-KEYWORD
    MOVE 1 TO WS-SUB-POINTER
    UNSTRING SubmitRecord DELIMITED BY ','
        INTO WS-SUB-FIELD-1 WS-SUB-FIELD-2
        WITH POINTER WS-SUB-POINTER
    END-UNSTRING
    IF WS-SUB-POINTER <= 260
        MOVE SubmitRecord (WS-SUB-POINTER : ) TO WS-SUB-TRANSACTION
    END-IF
    UNSTRING WS-SUB-TRANSACTION DELIMITED BY ','
        INTO WS-SUB-ACTION WS-SUB-KEYWORD
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUB-ACTION))
        TO WS-SUB-ACTION
    IF FUNCTION TRIM(WS-SUB-FIELD-1) = SPACES
        MOVE 'SUBMITTER ID MISSING' TO WS-ERROR-REASON
    ELSE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-SUB-FIELD-1)) > 8
        MOVE 'SUBMITTER ID LONGER THAN 8' TO WS-ERROR-REASON
    ELSE
    IF FUNCTION TRIM(WS-SUB-FIELD-2) = SPACES
        MOVE 'REASON MISSING' TO WS-ERROR-REASON
    ELSE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-SUB-FIELD-2)) > 60
        MOVE 'REASON LONGER THAN 60' TO WS-ERROR-REASON
    ELSE
    IF WS-SUB-ACTION NOT = 'A' AND WS-SUB-ACTION NOT = 'C'
       AND WS-SUB-ACTION NOT = 'D'
        MOVE 'UNKNOWN ACTION CODE' TO WS-ERROR-REASON
    ELSE
    IF FUNCTION TRIM(WS-SUB-KEYWORD) = SPACES
        MOVE 'BLANK KEYWORD' TO WS-ERROR-REASON
    ELSE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-SUB-KEYWORD)) > 60
        MOVE 'KEYWORD LONGER THAN 60' TO WS-ERROR-REASON
    ELSE
        MOVE 'Y' TO WS-SUB-OK-FLAG
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

Queue-Submission.
    MOVE SPACES TO KP-PENDING-RECORD
    MOVE WS-RUN-DATETIME (1 : 14) TO KP-SUBMIT-STAMP
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUB-FIELD-1))
        TO KP-SUBMITTER-ID
    MOVE FUNCTION TRIM(WS-SUB-FIELD-2) TO KP-REASON
    MOVE FUNCTION TRIM(WS-SUB-TRANSACTION) TO KP-TRANSACTION
    MOVE 'P' TO KP-STATUS
    *> A second submission run inside the same second would reuse
    *> the timestamp - step the sequence past any key already taken
    *> rather than refuse the line.
    MOVE '22' TO WS-KP-STATUS
    PERFORM UNTIL WS-KP-STATUS NOT = '22' OR WS-SUB-SEQ >= 9999
        ADD 1 TO WS-SUB-SEQ
        MOVE WS-SUB-SEQ TO KP-SUBMIT-SEQ
        WRITE KP-PENDING-RECORD
    END-PERFORM
    IF WS-KP-STATUS = '00'
        ADD 1 TO WS-QUEUED-COUNT
        MOVE SPACES TO SubmitReportRecord
        STRING 'QUEUED ' DELIMITED BY SIZE
               KP-KEY DELIMITED BY SIZE
               ' : SUBMITTER ' DELIMITED BY SIZE
               KP-SUBMITTER-ID DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               FUNCTION TRIM(KP-TRANSACTION) DELIMITED BY SIZE
               INTO SubmitReportRecord
        WRITE SubmitReportRecord
    ELSE
        ADD 1 TO WS-ERROR-COUNT
        MOVE SPACES TO WS-ERROR-REASON
        STRING 'QUEUE WRITE FAILED, STATUS ' DELIMITED BY SIZE
               WS-KP-STATUS DELIMITED BY SIZE
               INTO WS-ERROR-REASON
        PERFORM Write-Error-Line
    END-IF.

Write-Error-Line.
    MOVE SPACES TO SubmitReportRecord
    STRING 'ERROR: ' DELIMITED BY SIZE
           WS-ERROR-REASON DELIMITED BY SIZE
           '  SUBMISSION: ' DELIMITED BY SIZE
           SubmitRecord DELIMITED BY SIZE
           INTO SubmitReportRecord
    WRITE SubmitReportRecord.
