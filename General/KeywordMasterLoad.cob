*> (KEYWORDS.DAT). KeywordCounter and KeywordBatchDriver only ever
*> OPEN it INPUT, so this is the only program that adds, changes, or
*> removes a keyword record - the nightly-editable replacement for
*> hand-editing the old flat keywords.txt. Driven by transactions
*> (one per change) so keyword upkeep stays a reviewable, re-runnable
*> batch step instead of an ad hoc file edit.
*>
*> Transaction record layout (comma-delimited, KP-TRANSACTION):
*>     ACTION,KEYWORD,CASEFOLD,CATEGORY,TYPE,WEIGHT,STARTDATE,
*>     ENDDATE,SYNONYM,REDACT
*> ACTION is A (add), C (change the CASEFOLD flag, category, type,
*> weight, effective dates, synonym group, and redact flag on an
*> existing keyword), or D (delete). CASEFOLD is Y or N and is
*> ignored on D.
*> CATEGORY is the reporting category code (8 characters); blank
*> defaults to GENERAL so every record subtotals somewhere. TYPE is
*> K (single keyword) or P (multi-word phrase, matched as one unit);
*> the range open (always active). SYNONYM is the canonical term
*> this keyword is an alias of (the reports roll every alias's
*> counts up under it); blank means the keyword reports under its
*> own text. REDACT is Y when the keyword is a sensitive term to be
*> masked out of the redacted copy of a document over the review
*> score threshold; N or blank (including a transaction keyed
*> before the field existed) means no, and anything else is
*> rejected rather than guessed at. The keyword and synonym fields
*> may themselves contain spaces ("past due balance") - only
*> commas delimit.
*>
*> Transactions reach this program only through the dual-control
*> queue, KEYWORD-PENDING (KWPEND.DAT): submitted by one user with a
*> reason (KeywordChangeSubmit), approved by a different user
*> (KeywordChangeApprove). Only approved items are applied, in
*> submission order; each is then marked loaded, or refused if the
*> edits below reject it, so it is never applied twice. The journal
*> record of every applied change carries the submitter's and the
*> approver's IDs and the change ID it came from. Items still
*> awaiting a decision are left alone and counted on the report.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PendingFile ASSIGN TO 'KWPEND.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS KP-KEY
        FILE STATUS IS WS-KP-STATUS.
    SELECT KeywordMaster ASSIGN TO 'KEYWORDS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC

DATA DIVISION.
FILE SECTION.
FD PendingFile.
COPY "KWPEND.cpy".

FD KeywordMaster.
COPY "KWMASTER.cpy".

FD LoadReportFile.
*> Wide enough for an error line to echo a full 180-byte transaction
*> after the reason text and the change ID.
01 LoadReportRecord PIC X(300).

FD JournalFile.
COPY "KWJRNL.cpy".

WORKING-STORAGE SECTION.
*> The approved item's transaction, taken off KP-TRANSACTION. Sized
*> for the full transaction format - a 60-byte keyword plus a
*> 60-byte synonym term plus every other field and its comma runs to
*> 158 bytes.
01 KeywordTransRecord PIC X(180).

01 WS-TRAN-EOF-FLAG   PIC X VALUE 'N'.
    88 TranEndOfFile  VALUE 'Y'.
01 WS-KP-STATUS PIC XX VALUE '00'.
01 WS-ERRORS-BEFORE PIC 9(5).
01 WS-PEND-APPLIED-COUNT PIC 9(5) VALUE 0.
01 WS-PEND-REFUSED-COUNT PIC 9(5) VALUE 0.
01 WS-PEND-WAITING-COUNT PIC 9(5) VALUE 0.
01 WS-KM-STATUS PIC XX VALUE '00'.
01 WS-CAT-STATUS PIC XX VALUE '00'.
01 WS-CATMASTER-PRESENT-FLAG PIC X VALUE 'N'.
01 WS-TRAN-FIELD-7 PIC X(20).
01 WS-TRAN-FIELD-8 PIC X(20).
01 WS-TRAN-FIELD-9 PIC X(60).
01 WS-TRAN-FIELD-10 PIC X(20).

01 WS-TRAN-ACTION   PIC X.
    88 TranAdd      VALUE 'A'.
01 WS-TRAN-START-DATE PIC 9(8).
01 WS-TRAN-END-DATE   PIC 9(8).
01 WS-TRAN-SYNONYM    PIC X(60).
01 WS-TRAN-REDACT     PIC X.
01 WS-TRAN-REDACT-OK-FLAG PIC X.
    88 TranRedactOk VALUE 'Y'.
01 WS-TRAN-DATE-X PIC X(8).
01 WS-TRAN-DATES-OK-FLAG PIC X.
    88 TranDatesOk VALUE 'Y'.

PROCEDURE DIVISION.
Load-Main.
    PERFORM Open-Pending-File
    PERFORM Open-Keyword-Master
    PERFORM Open-Category-Master
    OPEN OUTPUT LoadReportFile
    OPEN EXTEND JournalFile

    PERFORM UNTIL TranEndOfFile
        READ PendingFile NEXT RECORD
            AT END
                SET TranEndOfFile TO TRUE
            NOT AT END
                PERFORM Process-Pending-Item
        END-READ
    END-PERFORM

    PERFORM Write-Load-Report-Trailer

    CLOSE PendingFile
    CLOSE KeywordMaster
    IF CategoryMasterPresent
        CLOSE CategoryMaster
    CLOSE JournalFile
    STOP RUN.

Open-Pending-File.
    *> No queue at all means nothing has ever been submitted - there
    *> is nothing approved to apply, which is not the same as an
    *> empty maintenance run being fine to skip silently.
    OPEN I-O PendingFile
    IF WS-KP-STATUS NOT = '00'
        DISPLAY 'KeywordMasterLoad: KEYWORD-PENDING open failed, '
            'status ' WS-KP-STATUS ' - nothing applied'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

Process-Pending-Item.
    *> Anything not approved is left exactly as it is - pending items
    *> wait for their checker, and decided ones are history.
    IF KP-Pending
        ADD 1 TO WS-PEND-WAITING-COUNT
    END-IF
    IF NOT KP-Approved
        EXIT PARAGRAPH
    END-IF
    MOVE KP-TRANSACTION TO KeywordTransRecord
    MOVE WS-ERROR-COUNT TO WS-ERRORS-BEFORE
    IF FUNCTION TRIM(KeywordTransRecord) = SPACES
        ADD 1 TO WS-ERROR-COUNT
        MOVE 'BLANK TRANSACTION' TO WS-ERROR-REASON
        PERFORM Write-Error-Line
    ELSE
        PERFORM Process-Transaction
    END-IF
    IF WS-ERROR-COUNT = WS-ERRORS-BEFORE
        MOVE 'L' TO KP-STATUS
        ADD 1 TO WS-PEND-APPLIED-COUNT
    ELSE
        MOVE 'F' TO KP-STATUS
        ADD 1 TO WS-PEND-REFUSED-COUNT
    END-IF
    MOVE FUNCTION CURRENT-DATE TO WS-LOAD-DATETIME
    MOVE WS-LOAD-DATETIME (1 : 14) TO KP-APPLIED-STAMP
    REWRITE KP-PENDING-RECORD
    IF WS-KP-STATUS NOT = '00'
        DISPLAY 'KeywordMasterLoad: KEYWORD-PENDING rewrite failed, '
            'status ' WS-KP-STATUS ' for change ' KP-KEY
            ' - mark it by hand before the next load'
    END-IF.

Open-Keyword-Master.
    *> KEYWORD-MASTER may not exist yet the first time this runs
    *> against a new shop, so a missing file (status 35) is not an
    MOVE SPACES TO WS-TRAN-FIELD-1 WS-TRAN-FIELD-2 WS-TRAN-FIELD-3
                   WS-TRAN-FIELD-4 WS-TRAN-FIELD-5 WS-TRAN-FIELD-6
                   WS-TRAN-FIELD-7 WS-TRAN-FIELD-8 WS-TRAN-FIELD-9
                   WS-TRAN-FIELD-10
    UNSTRING KeywordTransRecord DELIMITED BY ','
        INTO WS-TRAN-FIELD-1 WS-TRAN-FIELD-2 WS-TRAN-FIELD-3
             WS-TRAN-FIELD-4 WS-TRAN-FIELD-5 WS-TRAN-FIELD-6
             WS-TRAN-FIELD-7 WS-TRAN-FIELD-8 WS-TRAN-FIELD-9
             WS-TRAN-FIELD-10
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRAN-FIELD-1))
        TO WS-TRAN-ACTION
    PERFORM Check-Category-Known
    PERFORM Edit-Weight-Field
    PERFORM Edit-Date-Fields
    PERFORM Edit-Redact-Field

    EVALUATE TRUE
        WHEN TranAdd
        MOVE 'N' TO WS-TRAN-DATES-OK-FLAG
    END-IF.

Edit-Redact-Field.
    *> Strict, unlike CASEFOLD: a mistyped flag quietly read as N
    *> would leave a sensitive term in plain sight on the redacted
    *> copy, so only Y, N, or blank gets through.
    MOVE 'Y' TO WS-TRAN-REDACT-OK-FLAG
    MOVE 'N' TO WS-TRAN-REDACT
    IF FUNCTION TRIM(WS-TRAN-FIELD-10) NOT = SPACES
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRAN-FIELD-10)) = 'Y'
            MOVE 'Y' TO WS-TRAN-REDACT
        ELSE
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRAN-FIELD-10))
               NOT = 'N'
            MOVE 'N' TO WS-TRAN-REDACT-OK-FLAG
        END-IF
        END-IF
    END-IF.

Derive-Entry-Type.
    *> The entry type wasn't stated on the transaction: an embedded
    *> space (the keyword is already TRIM'd, so any space inside its
        ADD 1 TO WS-ERROR-COUNT
        MOVE 'CATEGORY NOT ON CATEGORY-MASTER' TO WS-ERROR-REASON
        PERFORM Write-Error-Line
    ELSE
    IF NOT TranRedactOk
        ADD 1 TO WS-ERROR-COUNT
        MOVE 'REDACT FLAG NOT Y OR N' TO WS-ERROR-REASON
        PERFORM Write-Error-Line
    ELSE
        MOVE SPACES TO KM-KEYWORD-RECORD
        MOVE WS-TRAN-KEYWORD TO KM-KEYWORD-TEXT
        MOVE WS-TRAN-START-DATE TO KM-START-DATE
        MOVE WS-TRAN-END-DATE TO KM-END-DATE
        MOVE WS-TRAN-SYNONYM TO KM-SYNONYM-GROUP
        MOVE WS-TRAN-REDACT TO KM-REDACT-FLAG
        WRITE KM-KEYWORD-RECORD
        IF WS-KM-STATUS = '00'
            ADD 1 TO WS-ADD-COUNT
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

Change-Keyword.
        ADD 1 TO WS-ERROR-COUNT
        MOVE 'CATEGORY NOT ON CATEGORY-MASTER' TO WS-ERROR-REASON
        PERFORM Write-Error-Line
    ELSE
    IF NOT TranRedactOk
        ADD 1 TO WS-ERROR-COUNT
        MOVE 'REDACT FLAG NOT Y OR N' TO WS-ERROR-REASON
        PERFORM Write-Error-Line
    ELSE
        MOVE WS-TRAN-KEYWORD TO KM-KEYWORD-TEXT
        READ KeywordMaster
                MOVE WS-TRAN-START-DATE TO KM-START-DATE
                MOVE WS-TRAN-END-DATE TO KM-END-DATE
                MOVE WS-TRAN-SYNONYM TO KM-SYNONYM-GROUP
                MOVE WS-TRAN-REDACT TO KM-REDACT-FLAG
                REWRITE KM-KEYWORD-RECORD
                IF WS-KM-STATUS = '00'
                    ADD 1 TO WS-CHANGE-COUNT
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

Delete-Keyword.
    ELSE
        MOVE KM-KEYWORD-RECORD TO KJ-AFTER-IMAGE
    END-IF
    MOVE KP-SUBMITTER-ID TO KJ-SUBMITTER-ID
    MOVE KP-APPROVER-ID TO KJ-APPROVER-ID
    MOVE KP-KEY TO KJ-CHANGE-ID
    WRITE KJ-JOURNAL-RECORD.

Write-Error-Line.
    STRING 'ERROR: ' DELIMITED BY SIZE
           WS-ERROR-REASON DELIMITED BY SIZE
           WS-KM-STATUS DELIMITED BY SIZE
           '  CHANGE ID: ' DELIMITED BY SIZE
           KP-KEY DELIMITED BY SIZE
           '  TRANSACTION: ' DELIMITED BY SIZE
           KeywordTransRecord DELIMITED BY SIZE
           INTO LoadReportRecord
           '  ERRORS: ' DELIMITED BY SIZE
           WS-ERROR-COUNT DELIMITED BY SIZE
           INTO LoadReportRecord
    WRITE LoadReportRecord
    MOVE SPACES TO LoadReportRecord
    STRING 'APPROVED ITEMS APPLIED: ' DELIMITED BY SIZE
           WS-PEND-APPLIED-COUNT DELIMITED BY SIZE
           '  REFUSED: ' DELIMITED BY SIZE
           WS-PEND-REFUSED-COUNT DELIMITED BY SIZE
           '  STILL AWAITING APPROVAL: ' DELIMITED BY SIZE
           WS-PEND-WAITING-COUNT DELIMITED BY SIZE
           INTO LoadReportRecord
    WRITE LoadReportRecord.
