*> hand-keyed "250" into "000000250" before the NUMERIC test, so
*> runopts.txt doesn't need zero-filled thresholds.
01 WS-THRESHOLD-X PIC X(9) JUSTIFIED RIGHT.
01 WS-RERUNPART-X PIC X(2) JUSTIFIED RIGHT.

01 WS-EXCL-EOF-FLAG PIC X VALUE 'N'.
    88 ExclEndOfFile VALUE 'Y'.
    PERFORM Read-CoOccurrences
    INITIALIZE WS-CATMASTER-AREA
    PERFORM Read-Category-Master
    PERFORM Resolve-Category-Redact
    INITIALIZE WS-PROFILE-AREA
    PERFORM Read-Scan-Profiles
    PERFORM Validate-Keyword-List
        WHEN 'RESUME'
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPT-VALUE))
                TO EP-OPT-RESUME
        WHEN 'PARTITIONED'
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPT-VALUE))
                TO EP-OPT-PARTITIONED
        WHEN 'RERUNPART'
            PERFORM Parse-Rerun-Partition
        WHEN 'SCORETHRESHOLD'
            PERFORM Parse-Score-Threshold
        WHEN 'RUNDATE'
        END-IF
    END-IF.

Parse-Rerun-Partition.
    *> A partition number, 1-99. Anything else is ignored with a
    *> message rather than guessed at - the wrong number would put
    *> this job on another job's partition.
    MOVE 0 TO EP-RERUN-PARTITION
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-OPT-VALUE)) > 2
        DISPLAY 'KeywordSetup: RERUNPART value "'
            FUNCTION TRIM(WS-OPT-VALUE)
            '" is not a partition number - ignored'
    ELSE
        MOVE FUNCTION TRIM(WS-OPT-VALUE) TO WS-RERUNPART-X
        INSPECT WS-RERUNPART-X REPLACING LEADING SPACE BY ZERO
        IF WS-RERUNPART-X IS NUMERIC
            MOVE WS-RERUNPART-X TO EP-RERUN-PARTITION
        ELSE
            DISPLAY 'KeywordSetup: RERUNPART value "'
                FUNCTION TRIM(WS-OPT-VALUE)
                '" is not a partition number - ignored'
        END-IF
    END-IF.

Parse-Run-Date.
    *> Normally the run date is simply today, but a rerun of a prior
    *> night has to load the keywords that were active THAT night -
                    *> Blank (including pre-synonym records) means
                    *> the keyword reports under its own text.
                    MOVE KM-SYNONYM-GROUP TO WS-KEYWORD-SYNGROUP (IDX)
                    *> Blank on pre-redaction records means no; a
                    *> flagged category is folded in once the
                    *> category master is loaded.
                    IF KM-Redact
                        MOVE 'Y' TO WS-KEYWORD-REDACT (IDX)
                    ELSE
                        MOVE 'N' TO WS-KEYWORD-REDACT (IDX)
                    END-IF
                ELSE
                    ADD 1 TO WS-OVERFLOW-COUNT
                    DISPLAY 'KeywordSetup: KEYWORD-MASTER entry '
                        MOVE CM-CATEGORY-CODE TO WS-CATM-CODE (CMIDX)
                        MOVE CM-DESCRIPTION TO WS-CATM-DESC (CMIDX)
                        MOVE CM-OWNER-DEPT TO WS-CATM-OWNER (CMIDX)
                        IF CM-Redact
                            MOVE 'Y' TO WS-CATM-REDACT (CMIDX)
                        ELSE
                            MOVE 'N' TO WS-CATM-REDACT (CMIDX)
                        END-IF
                        IF CM-HIT-THRESHOLD IS NUMERIC
                            MOVE CM-HIT-THRESHOLD
                                TO WS-CATM-THRESHOLD (CMIDX)
    END-IF
    END-IF.

Resolve-Category-Redact.
    *> A category flagged for redaction flags every keyword in it, so
    *> the batch driver only ever has to test the keyword's own flag.
    PERFORM VARYING CMIDX FROM 1 BY 1
            UNTIL CMIDX > WS-CATM-TOTAL
        IF WS-CATM-REDACT (CMIDX) = 'Y'
            PERFORM VARYING IDX FROM 1 BY 1
                    UNTIL IDX > WS-KEYWORD-COUNT-TOTAL
                IF WS-KEYWORD-CATEGORY (IDX) = WS-CATM-CODE (CMIDX)
                    MOVE 'Y' TO WS-KEYWORD-REDACT (IDX)
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

Read-Scan-Profiles.
    OPEN INPUT ScanProfileFile
    PERFORM UNTIL ProfEndOfFile
