*> shape KeywordMasterLoad uses for the keyword master.
*>
*> Transaction record layout (comma-delimited, CategoryTransFile):
*>     ACTION,CODE,DESCRIPTION,OWNER,THRESHOLD,REDACT
*> ACTION is A (add), C (change), or D (delete). A change restates
*> the whole record, the same convention KeywordMasterLoad's change
*> follows: DESCRIPTION must be present (on C as on A - a category
*> carries. DESCRIPTION (40) and OWNER (20) are free text and may
*> contain spaces - only commas delimit. THRESHOLD is the 1-9999999
*> night-total hit count at which the category is flagged for its
*> owner on summary.txt; blank or zero means no threshold. REDACT
*> is Y when every keyword in the category is a sensitive term to
*> be masked out of the redacted copy of a document over the review
*> score threshold; N or blank means no, and anything else is
*> rejected.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-TRAN-FIELD-3 PIC X(40).
01 WS-TRAN-FIELD-4 PIC X(20).
01 WS-TRAN-FIELD-5 PIC X(20).
01 WS-TRAN-FIELD-6 PIC X(20).

01 WS-TRAN-ACTION   PIC X.
    88 TranAdd      VALUE 'A'.
01 WS-TRAN-THRESHOLD   PIC 9(7).
01 WS-TRAN-THRESHOLD-OK-FLAG PIC X.
    88 TranThresholdOk VALUE 'Y'.
01 WS-TRAN-REDACT   PIC X.
01 WS-TRAN-REDACT-OK-FLAG PIC X.
    88 TranRedactOk VALUE 'Y'.

01 WS-ADD-COUNT    PIC 9(5) VALUE 0.
01 WS-CHANGE-COUNT PIC 9(5) VALUE 0.

Process-Transaction.
    MOVE SPACES TO WS-TRAN-FIELD-1 WS-TRAN-FIELD-2 WS-TRAN-FIELD-3
                   WS-TRAN-FIELD-4 WS-TRAN-FIELD-5 WS-TRAN-FIELD-6
    UNSTRING CategoryTransRecord DELIMITED BY ','
        INTO WS-TRAN-FIELD-1 WS-TRAN-FIELD-2 WS-TRAN-FIELD-3
             WS-TRAN-FIELD-4 WS-TRAN-FIELD-5 WS-TRAN-FIELD-6
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRAN-FIELD-1))
        TO WS-TRAN-ACTION
    MOVE FUNCTION TRIM(WS-TRAN-FIELD-3) TO WS-TRAN-DESCRIPTION
    MOVE FUNCTION TRIM(WS-TRAN-FIELD-4) TO WS-TRAN-OWNER
    PERFORM Edit-Threshold-Field
    PERFORM Edit-Redact-Field

    EVALUATE TRUE
        WHEN TranAdd
        END-IF
    END-IF.

Edit-Redact-Field.
    *> Y, N, or blank only - the same strict edit KeywordMasterLoad
    *> applies to a keyword's own flag, since a mistyped Y read as N
    *> would leave a whole category unmasked.
    MOVE 'Y' TO WS-TRAN-REDACT-OK-FLAG
    MOVE 'N' TO WS-TRAN-REDACT
    IF FUNCTION TRIM(WS-TRAN-FIELD-6) NOT = SPACES
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRAN-FIELD-6)) = 'Y'
            MOVE 'Y' TO WS-TRAN-REDACT
        ELSE
        IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TRAN-FIELD-6))
               NOT = 'N'
            MOVE 'N' TO WS-TRAN-REDACT-OK-FLAG
        END-IF
        END-IF
    END-IF.

Add-Category.
    IF WS-TRAN-CODE = SPACES
        ADD 1 TO WS-ERROR-COUNT
        ADD 1 TO WS-ERROR-COUNT
        MOVE 'THRESHOLD NOT NUMERIC' TO WS-ERROR-REASON
        PERFORM Write-Error-Line
    ELSE
    IF NOT TranRedactOk
        ADD 1 TO WS-ERROR-COUNT
        MOVE 'REDACT FLAG NOT Y OR N' TO WS-ERROR-REASON
        PERFORM Write-Error-Line
    ELSE
        MOVE SPACES TO CM-CATEGORY-RECORD
        MOVE WS-TRAN-CODE TO CM-CATEGORY-CODE
        MOVE WS-TRAN-DESCRIPTION TO CM-DESCRIPTION
        MOVE WS-TRAN-OWNER TO CM-OWNER-DEPT
        MOVE WS-TRAN-THRESHOLD TO CM-HIT-THRESHOLD
        MOVE WS-TRAN-REDACT TO CM-REDACT-FLAG
        WRITE CM-CATEGORY-RECORD
        IF WS-CM-STATUS = '00'
            ADD 1 TO WS-ADD-COUNT
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

Change-Category.
        ADD 1 TO WS-ERROR-COUNT
        MOVE 'THRESHOLD NOT NUMERIC' TO WS-ERROR-REASON
        PERFORM Write-Error-Line
    ELSE
    IF NOT TranRedactOk
        ADD 1 TO WS-ERROR-COUNT
        MOVE 'REDACT FLAG NOT Y OR N' TO WS-ERROR-REASON
        PERFORM Write-Error-Line
    ELSE
        MOVE WS-TRAN-CODE TO CM-CATEGORY-CODE
        READ CategoryMaster
                MOVE WS-TRAN-DESCRIPTION TO CM-DESCRIPTION
                MOVE WS-TRAN-OWNER TO CM-OWNER-DEPT
                MOVE WS-TRAN-THRESHOLD TO CM-HIT-THRESHOLD
                MOVE WS-TRAN-REDACT TO CM-REDACT-FLAG
                REWRITE CM-CATEGORY-RECORD
                IF WS-CM-STATUS = '00'
                    ADD 1 TO WS-CHANGE-COUNT
        END-READ
    END-IF
    END-IF
    END-IF
    END-IF.

Delete-Category.
