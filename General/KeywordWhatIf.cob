*> matches half of every boilerplate section, a weight change that
*> flags forty documents) before the real load runs.
*>
*> Inputs: keyword-maint.txt (the open changes on the KEYWORD-PENDING
*> queue, written there by KeywordPendingList - the very
*> transactions the real load will consume once approved; same
*> layout, see KeywordMasterLoad) and
*> whatif-docs.txt (one sample document path per line). Output:
*> whatif.rpt. Transactions are edited with the same rules the real
*> load applies - weight, dates, category against the
01 WS-TRAN-FIELD-7 PIC X(20).
01 WS-TRAN-FIELD-8 PIC X(20).
01 WS-TRAN-FIELD-9 PIC X(60).
01 WS-TRAN-FIELD-10 PIC X(20).

01 WS-TRAN-ACTION   PIC X.
    88 TranAdd      VALUE 'A'.
01 WS-TRAN-DATES-OK-FLAG PIC X.
    88 TranDatesOk VALUE 'Y'.
01 WS-TRAN-SYNONYM PIC X(60).
01 WS-TRAN-REDACT  PIC X.
01 WS-TRAN-REDACT-OK-FLAG PIC X.
    88 TranRedactOk VALUE 'Y'.
01 WS-TRAN-CATEGORY-OK-FLAG PIC X.
    88 TranCategoryOk VALUE 'Y'.
01 WS-TRAN-KEYWORD-LEN PIC 9(2).
              ==WS-KEYWORD-WEIGHT==     BY ==WS-TRIAL-WEIGHT==
              ==WS-KEYWORD-COUNT==      BY ==WS-TRIAL-COUNT==
              ==WS-KEYWORD-SYNGROUP==   BY ==WS-TRIAL-SYNGROUP==
              ==WS-KEYWORD-REDACT==     BY ==WS-TRIAL-REDACT==
              ==KeywordRedact==         BY ==TrialRedact==
              ==KeywordCaseFold==       BY ==TrialCaseFold==
              ==WS-KEYWORD==            BY ==WS-TRIAL-ENTRY==
              ==IDX==                   BY ==TIDX==.
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
    *> Same strict Y/N/blank edit as KeywordMasterLoad. The flag has
    *> no effect on counts, but a transaction the load would refuse
    *> must be refused here too.
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
    MOVE 'K' TO WS-TRAN-TYPE
    IF WS-TRAN-KEYWORD NOT = SPACES
    IF NOT TranCategoryOk
        MOVE 'CATEGORY NOT ON CATEGORY-MASTER' TO WS-ERROR-REASON
        PERFORM Write-Reject-Line
    ELSE
    IF NOT TranRedactOk
        MOVE 'REDACT FLAG NOT Y OR N' TO WS-ERROR-REASON
        PERFORM Write-Reject-Line
    ELSE
        PERFORM Find-Trial-Entry
        IF WS-TRIAL-FOUND-AT > 0
                MOVE WS-TRAN-WEIGHT TO WS-TRIAL-WEIGHT (TIDX)
                MOVE 0 TO WS-TRIAL-COUNT (TIDX)
                MOVE WS-TRAN-SYNONYM TO WS-TRIAL-SYNGROUP (TIDX)
                MOVE WS-TRAN-REDACT TO WS-TRIAL-REDACT (TIDX)
                ADD 1 TO WS-APPLIED-COUNT
            END-IF
            END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

Apply-Change.
    IF NOT TranCategoryOk
        MOVE 'CATEGORY NOT ON CATEGORY-MASTER' TO WS-ERROR-REASON
        PERFORM Write-Reject-Line
    ELSE
    IF NOT TranRedactOk
        MOVE 'REDACT FLAG NOT Y OR N' TO WS-ERROR-REASON
        PERFORM Write-Reject-Line
    ELSE
        PERFORM Find-Trial-Entry
        IF WS-TRIAL-FOUND-AT = 0
            MOVE WS-TRAN-TYPE TO WS-TRIAL-TYPE (TIDX)
            MOVE WS-TRAN-WEIGHT TO WS-TRIAL-WEIGHT (TIDX)
            MOVE WS-TRAN-SYNONYM TO WS-TRIAL-SYNGROUP (TIDX)
            MOVE WS-TRAN-REDACT TO WS-TRIAL-REDACT (TIDX)
            ADD 1 TO WS-APPLIED-COUNT
            PERFORM Check-Trial-Active
            IF NOT TrialEntryActive
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

Apply-Delete.
