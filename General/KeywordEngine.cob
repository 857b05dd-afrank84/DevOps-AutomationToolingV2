Engine-Main.
    MOVE 0 TO EP-TOTAL-LINES-READ
    MOVE 0 TO EP-TOTAL-HITS
    MOVE 0 TO EP-TOTAL-BYTES-READ
    MOVE 0 TO WS-SUPPRESSED-COUNT
    PERFORM Reset-Keyword-Counts
    PERFORM Build-Keyword-Index
    IF FUNCTION TRIM(WS-LINE) = SPACES
        MOVE 0 TO WS-LINE-LEN
    END-IF
    ADD WS-LINE-LEN TO EP-TOTAL-BYTES-READ
    MOVE 0 TO WS-LINEHIT-TOTAL
    IF WS-ACTIVE-PROFILE > 0
        IF WS-LINE-NUMBER <=
