IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordTimingReport.

*> Reads the DOC-TIMING file KeywordBatchDriver writes one record to
*> per engine call, and reports on timing.rpt:
*>     - each recent night: documents, lines, engine seconds, and the
*>       clock times the first document started and the last ended;
*>     - throughput (lines per second) by source system and document
*>       type across those nights;
*>     - the slowest individual documents across those nights;
*>     - a forecast for tonight: every document on batch-control.txt
*>       is line-counted, each source/type's lines are costed at that
*>       pairing's historical rate (the overall rate where the pairing
*>       has no history), and the total is laid from the planned
*>       start to a projected finish. A finish past the window end
*>       prints an ALERT and returns RETURN-CODE 4, so operations can
*>       split the run before it starts instead of after it overruns.
*>
*> Parameters come from batch-window.txt, one per line, the same
*> convention as history-retention.txt:
*>     line 1 - window end, HHMM (24-hour clock); default 0600
*>     line 2 - nights of history to look back over; default 7
*>     line 3 - planned start, HHMM; blank means now
*> A window end at or before the start is taken as the next morning.
*> A missing or unusable value falls back to its default, said so on
*> the report.
*>
*> Only engine time is on file - the fingerprint read before each
*> engine call and the end-of-night reports are not - so the forecast
*> is of scanning time, which is where the window goes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WindowFile ASSIGN TO 'batch-window.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WIN-STATUS.
    SELECT DocTiming ASSIGN TO 'DOCTIME.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DT-KEY
        FILE STATUS IS WS-DT-STATUS.
    SELECT ControlFile ASSIGN TO 'batch-control.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
    *> Each of tonight's documents is read through once to count its
    *> lines for the forecast.
    SELECT ForecastDocFile ASSIGN TO DYNAMIC WS-FC-DOC-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FCD-STATUS.
    SELECT TimingReportFile ASSIGN TO 'timing.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD WindowFile.
01 WindowRecord PIC X(80).

FD DocTiming.
COPY "DOCTIME.cpy".

FD ControlFile.
*> Same width as KeywordBatchDriver's control record.
01 ControlRecord PIC X(120).

FD ForecastDocFile.
*> Same width as KeywordEngine's InputRecord.
01 ForecastDocRecord PIC X(1024).

FD TimingReportFile.
*> Sized for a full 80-byte document name plus the date, source,
*> type, seconds, lines, and rate columns around it.
01 TimingReportRecord PIC X(200).

WORKING-STORAGE SECTION.
01 WS-WIN-STATUS PIC XX VALUE '00'.
01 WS-DT-STATUS PIC XX VALUE '00'.
01 WS-CTL-STATUS PIC XX VALUE '00'.
01 WS-FCD-STATUS PIC XX VALUE '00'.
01 WS-DT-EOF-FLAG PIC X VALUE 'N'.
    88 TimingEndOfFile VALUE 'Y'.
01 WS-CTL-EOF-FLAG PIC X VALUE 'N'.
    88 CtlEndOfFile VALUE 'Y'.
01 WS-FCD-EOF-FLAG PIC X VALUE 'N'.
    88 FcDocEndOfFile VALUE 'Y'.
01 WS-DT-PRESENT-FLAG PIC X VALUE 'N'.
    88 TimingFilePresent VALUE 'Y'.

*> The three parameter lines as read, and the edit of one of them.
*> JUSTIFIED RIGHT plus REPLACING LEADING SPACE BY ZERO turns a keyed
*> "600" into "0600" before the NUMERIC test, the same idiom the
*> other parameter edits use.
01 WS-WIN-LINE-1 PIC X(80).
01 WS-WIN-LINE-2 PIC X(80).
01 WS-WIN-LINE-3 PIC X(80).
01 WS-PARM-TEXT PIC X(80).
01 WS-PARM-X PIC X(4) JUSTIFIED RIGHT.
01 WS-PARM-HHMM PIC 9(4).
01 WS-PARM-HHMM-FIELDS REDEFINES WS-PARM-HHMM.
    05 WS-PARM-HH PIC 9(2).
    05 WS-PARM-MM PIC 9(2).
01 WS-PARM-OK-FLAG PIC X.
    88 ParameterOk VALUE 'Y'.

01 WS-WINDOW-END PIC 9(4) VALUE 600.
01 WS-WINDOW-END-FIELDS REDEFINES WS-WINDOW-END.
    05 WS-WINDOW-END-HH PIC 9(2).
    05 WS-WINDOW-END-MM PIC 9(2).
01 WS-PLANNED-START PIC 9(4) VALUE 0.
01 WS-PLANNED-START-FIELDS REDEFINES WS-PLANNED-START.
    05 WS-PLANNED-START-HH PIC 9(2).
    05 WS-PLANNED-START-MM PIC 9(2).
01 WS-LOOKBACK-NIGHTS PIC 9(4) VALUE 7.
01 WS-WINDOW-DEFAULTED-FLAG PIC X VALUE 'N'.
    88 WindowDefaulted VALUE 'Y'.
01 WS-LOOKBACK-DEFAULTED-FLAG PIC X VALUE 'N'.
    88 LookbackDefaulted VALUE 'Y'.
01 WS-START-FROM-CLOCK-FLAG PIC X VALUE 'N'.
    88 StartFromClock VALUE 'Y'.

01 WS-TODAY-DATETIME PIC X(21).
01 WS-TODAY-DATETIME-FIELDS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-DATE PIC 9(8).
    05 WS-TODAY-HH   PIC 9(2).
    05 WS-TODAY-MM   PIC 9(2).
    05 FILLER        PIC X(9).
01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
01 WS-DATE-INTEGER PIC 9(8).

*> The night being broken on while DOC-TIMING is read - the file's
*> key hands each night's documents over together, in order.
01 WS-NIGHT-DATE PIC 9(8) VALUE 0.
01 WS-NIGHT-ON-HAND-FLAG PIC X VALUE 'N'.
    88 NightOnHand VALUE 'Y'.
01 WS-NIGHT-DOCS PIC 9(5).
01 WS-NIGHT-LINES PIC 9(9).
01 WS-NIGHT-SECONDS PIC 9(9)V99.
01 WS-NIGHT-FIRST-START PIC X(16).
01 WS-NIGHT-LAST-END PIC X(16).
01 WS-NIGHT-LAST-END-FIELDS REDEFINES WS-NIGHT-LAST-END.
    05 WS-NIGHT-LAST-END-DATE PIC 9(8).
    05 FILLER PIC X(8).
01 WS-NIGHTS-READ PIC 9(5) VALUE 0.

*> One entry per source-system/document-type pairing seen in the
*> lookback, with its history totals, and - filled in by the forecast
*> - tonight's documents and lines for the same pairing and their
*> projected seconds. A pairing on tonight's control file with no
*> history is added with zero history and costed at the overall rate.
01 WS-TP-MAX-ENTRIES PIC 9(3) VALUE 50.
01 WS-TP-AREA.
    05 WS-TP-TOTAL PIC 9(3) VALUE 0.
    05 WS-TP-ENTRY OCCURS 50 TIMES.
        10 WS-TP-SOURCE     PIC X(8).
        10 WS-TP-DOCTYPE    PIC X(8).
        10 WS-TP-DOCS       PIC 9(7).
        10 WS-TP-LINES      PIC 9(11).
        10 WS-TP-BYTES      PIC 9(13).
        10 WS-TP-SECONDS    PIC 9(9)V99.
        10 WS-TP-FC-DOCS    PIC 9(5).
        10 WS-TP-FC-LINES   PIC 9(11).
        10 WS-TP-FC-SECONDS PIC 9(9)V99.
01 WS-TP-I PIC 9(3).
01 WS-TP-FOUND-AT PIC 9(3).
01 WS-TP-DROPPED PIC 9(7) VALUE 0.
01 WS-IN-SOURCE PIC X(8).
01 WS-IN-DOCTYPE PIC X(8).

01 WS-ALL-DOCS PIC 9(7) VALUE 0.
01 WS-ALL-LINES PIC 9(11) VALUE 0.
01 WS-ALL-BYTES PIC 9(13) VALUE 0.
01 WS-ALL-SECONDS PIC 9(9)V99 VALUE 0.

*> The slowest documents across the lookback, slowest first.
01 WS-SLOW-MAX-ENTRIES PIC 9(2) VALUE 20.
01 WS-SLOW-AREA.
    05 WS-SLOW-TOTAL PIC 9(2) VALUE 0.
    05 WS-SLOW-ENTRY OCCURS 20 TIMES.
        10 WS-SLOW-RUN-DATE PIC 9(8).
        10 WS-SLOW-NAME     PIC X(80).
        10 WS-SLOW-SOURCE   PIC X(8).
        10 WS-SLOW-DOCTYPE  PIC X(8).
        10 WS-SLOW-SECONDS  PIC 9(7)V99.
        10 WS-SLOW-LINES    PIC 9(7).
        10 WS-SLOW-KEYWORDS PIC 9(4).
01 WS-SLOW-HOLD PIC X(124).
01 WS-SL-I PIC 9(2).

*> Printable forms: whole seconds, a lines-per-second rate (N/A for
*> no measurable time), a clock time, and a pairing's labels.
01 WS-SECS-OUT PIC 9(7).
01 WS-RATE-LINES PIC 9(11).
01 WS-RATE-SECONDS PIC 9(9)V99.
01 WS-RATE-VALUE PIC 9(7).
01 WS-RATE-TEXT PIC X(7).
01 WS-CLK-SECS PIC 9(9).
01 WS-CLK-DAYS PIC 9(3).
01 WS-CLK-REM PIC 9(5).
01 WS-CLK-HH PIC 9(2).
01 WS-CLK-MM PIC 9(2).
01 WS-CLK-SS PIC 9(2).
01 WS-CLK-TEXT PIC X(8).
01 WS-SOURCE-TEXT PIC X(8).
01 WS-DOCTYPE-TEXT PIC X(8).

*> Tonight's control file, split by the same rules KeywordBatchDriver
*> applies: a bare path, or DOCID,SOURCE,DOCTYPE,PATH.
01 WS-CTL-DOC-ID  PIC X(20).
01 WS-CTL-SOURCE  PIC X(8).
01 WS-CTL-DOCTYPE PIC X(8).
01 WS-CTL-PATH    PIC X(80).
01 WS-CTL-FIELD-4 PIC X(80).
01 WS-CTL-COMMAS  PIC 9(3).
01 WS-CTL-BAD-FLAG PIC X.
    88 ControlRecordBad VALUE 'Y'.

01 WS-FC-DOC-NAME PIC X(90).
01 WS-FC-DOC-LINES PIC 9(7).
01 WS-FC-DOCS PIC 9(5) VALUE 0.
01 WS-FC-LINES PIC 9(11) VALUE 0.
01 WS-FC-UNREADABLE PIC 9(5) VALUE 0.
01 WS-FC-MALFORMED PIC 9(5) VALUE 0.
01 WS-FC-SECONDS PIC 9(9)V99 VALUE 0.
01 WS-FC-RATE-BASIS PIC X(7).
01 WS-FC-POSSIBLE-FLAG PIC X VALUE 'N'.
    88 ForecastPossible VALUE 'Y'.
01 WS-CTL-PRESENT-FLAG PIC X VALUE 'N'.
    88 ControlFilePresent VALUE 'Y'.
*> Tonight's documents of a pairing the full table could not take -
*> costed at the overall rate.
01 WS-FC-OVERFLOW-DOCS PIC 9(5) VALUE 0.
01 WS-FC-OVERFLOW-LINES PIC 9(11) VALUE 0.
01 WS-FC-OVERFLOW-SECONDS PIC 9(9)V99 VALUE 0.
01 WS-START-SECS PIC 9(9).
01 WS-WINDOW-SECS PIC 9(9).
01 WS-FINISH-SECS PIC 9(9).
01 WS-OVERRUN-MINUTES PIC 9(7).
01 WS-DAY-SUFFIX PIC X(12).

PROCEDURE DIVISION.
Timing-Main.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    PERFORM Read-Window-Parameters
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-LOOKBACK-NIGHTS
    COMPUTE WS-CUTOFF-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

    OPEN OUTPUT TimingReportFile
    MOVE SPACES TO TimingReportRecord
    STRING 'BATCH TIMING AND WINDOW FORECAST AS OF ' DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
           ' - HISTORY SINCE ' DELIMITED BY SIZE
           WS-CUTOFF-DATE DELIMITED BY SIZE
           ' (' DELIMITED BY SIZE
           WS-LOOKBACK-NIGHTS DELIMITED BY SIZE
           ' NIGHTS)' DELIMITED BY SIZE
           INTO TimingReportRecord
    WRITE TimingReportRecord
    IF WindowDefaulted OR LookbackDefaulted
        MOVE SPACES TO TimingReportRecord
        STRING 'NOTE: batch-window.txt missing or incomplete - '
                   DELIMITED BY SIZE
               'DEFAULTS IN USE FOR THE VALUES NOT SUPPLIED'
                   DELIMITED BY SIZE
               INTO TimingReportRecord
        WRITE TimingReportRecord
    END-IF

    OPEN INPUT DocTiming
    IF WS-DT-STATUS = '00'
        SET TimingFilePresent TO TRUE
    ELSE
        DISPLAY 'KeywordTimingReport: DOC-TIMING open failed, status '
            WS-DT-STATUS ' - no history to report or forecast from'
    END-IF

    MOVE SPACES TO TimingReportRecord
    WRITE TimingReportRecord
    MOVE 'NIGHTS' TO TimingReportRecord
    WRITE TimingReportRecord
    IF TimingFilePresent
        PERFORM UNTIL TimingEndOfFile
            READ DocTiming NEXT RECORD
            AT END
                SET TimingEndOfFile TO TRUE
            NOT AT END
                IF WS-DT-STATUS NOT = '00'
                    DISPLAY 'KeywordTimingReport: DOC-TIMING read '
                        'error, status ' WS-DT-STATUS
                ELSE
                IF DT-RUN-DATE IS NUMERIC
                   AND DT-RUN-DATE >= WS-CUTOFF-DATE
                    PERFORM Tally-One-Timing
                END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE DocTiming
        IF NightOnHand
            PERFORM Write-Night-Line
        END-IF
    END-IF
    IF WS-NIGHTS-READ = 0
        MOVE SPACES TO TimingReportRecord
        STRING '  NO TIMING RECORDS IN THE LOOKBACK' DELIMITED BY SIZE
            INTO TimingReportRecord
        WRITE TimingReportRecord
    END-IF

    PERFORM Write-Throughput-Section
    PERFORM Write-Slowest-Section
    PERFORM Forecast-Tonight
    PERFORM Write-Forecast-Section

    CLOSE TimingReportFile
    STOP RUN.

Read-Window-Parameters.
    MOVE SPACES TO WS-WIN-LINE-1 WS-WIN-LINE-2 WS-WIN-LINE-3
    OPEN INPUT WindowFile
    IF WS-WIN-STATUS = '00'
        READ WindowFile INTO WS-WIN-LINE-1
            AT END
                MOVE SPACES TO WS-WIN-LINE-1
        END-READ
        IF WS-WIN-STATUS = '00'
            READ WindowFile INTO WS-WIN-LINE-2
                AT END
                    MOVE SPACES TO WS-WIN-LINE-2
            END-READ
        END-IF
        IF WS-WIN-STATUS = '00'
            READ WindowFile INTO WS-WIN-LINE-3
                AT END
                    MOVE SPACES TO WS-WIN-LINE-3
            END-READ
        END-IF
        CLOSE WindowFile
    END-IF

    MOVE WS-WIN-LINE-1 TO WS-PARM-TEXT
    PERFORM Edit-Four-Digit-Parameter
    IF ParameterOk AND WS-PARM-HH <= 23 AND WS-PARM-MM <= 59
        MOVE WS-PARM-HHMM TO WS-WINDOW-END
    ELSE
        SET WindowDefaulted TO TRUE
        MOVE 600 TO WS-WINDOW-END
        DISPLAY 'KeywordTimingReport: batch-window.txt window end '
            'missing or not an HHMM time - window end 0600'
    END-IF

    MOVE WS-WIN-LINE-2 TO WS-PARM-TEXT
    PERFORM Edit-Four-Digit-Parameter
    IF ParameterOk AND WS-PARM-HHMM > 0
        MOVE WS-PARM-HHMM TO WS-LOOKBACK-NIGHTS
    ELSE
        SET LookbackDefaulted TO TRUE
        MOVE 7 TO WS-LOOKBACK-NIGHTS
        DISPLAY 'KeywordTimingReport: batch-window.txt lookback '
            'missing or not a positive night count - 7 nights'
    END-IF

    *> No planned start is the usual case - the report run as the
    *> step just ahead of the batch - so it is not called a default.
    MOVE WS-WIN-LINE-3 TO WS-PARM-TEXT
    PERFORM Edit-Four-Digit-Parameter
    IF ParameterOk AND WS-PARM-HH <= 23 AND WS-PARM-MM <= 59
        MOVE WS-PARM-HHMM TO WS-PLANNED-START
    ELSE
        IF FUNCTION TRIM(WS-WIN-LINE-3) NOT = SPACES
            DISPLAY 'KeywordTimingReport: batch-window.txt planned '
                'start "' FUNCTION TRIM(WS-WIN-LINE-3)
                '" is not an HHMM time - starting from now'
        END-IF
        SET StartFromClock TO TRUE
        MOVE WS-TODAY-HH TO WS-PLANNED-START-HH
        MOVE WS-TODAY-MM TO WS-PLANNED-START-MM
    END-IF.

Edit-Four-Digit-Parameter.
    MOVE 'N' TO WS-PARM-OK-FLAG
    MOVE 0 TO WS-PARM-HHMM
    IF FUNCTION TRIM(WS-PARM-TEXT) = SPACES
        EXIT PARAGRAPH
    END-IF
    *> Length first - the 4-byte JUSTIFIED field truncates on the
    *> left, so "10000" would otherwise arrive as "0000".
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-TEXT)) > 4
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-PARM-TEXT) TO WS-PARM-X
    INSPECT WS-PARM-X REPLACING LEADING SPACE BY ZERO
    IF WS-PARM-X IS NUMERIC
        MOVE WS-PARM-X TO WS-PARM-HHMM
        MOVE 'Y' TO WS-PARM-OK-FLAG
    END-IF.

Tally-One-Timing.
    IF NOT NightOnHand OR DT-RUN-DATE NOT = WS-NIGHT-DATE
        IF NightOnHand
            PERFORM Write-Night-Line
        END-IF
        SET NightOnHand TO TRUE
        MOVE DT-RUN-DATE TO WS-NIGHT-DATE
        MOVE 0 TO WS-NIGHT-DOCS WS-NIGHT-LINES WS-NIGHT-SECONDS
        MOVE DT-START-STAMP TO WS-NIGHT-FIRST-START
    END-IF
    ADD 1 TO WS-NIGHT-DOCS
    ADD DT-LINES-READ TO WS-NIGHT-LINES
    ADD DT-ELAPSED-SECONDS TO WS-NIGHT-SECONDS
    MOVE DT-END-STAMP TO WS-NIGHT-LAST-END

    ADD 1 TO WS-ALL-DOCS
    ADD DT-LINES-READ TO WS-ALL-LINES
    ADD DT-BYTES-SCANNED TO WS-ALL-BYTES
    ADD DT-ELAPSED-SECONDS TO WS-ALL-SECONDS

    MOVE DT-SOURCE TO WS-IN-SOURCE
    MOVE DT-DOCTYPE TO WS-IN-DOCTYPE
    PERFORM Find-Or-Add-Pairing
    IF WS-TP-FOUND-AT = 0
        ADD 1 TO WS-TP-DROPPED
    ELSE
        ADD 1 TO WS-TP-DOCS (WS-TP-FOUND-AT)
        ADD DT-LINES-READ TO WS-TP-LINES (WS-TP-FOUND-AT)
        ADD DT-BYTES-SCANNED TO WS-TP-BYTES (WS-TP-FOUND-AT)
        ADD DT-ELAPSED-SECONDS TO WS-TP-SECONDS (WS-TP-FOUND-AT)
    END-IF

    PERFORM Insert-Slowest.

Find-Or-Add-Pairing.
    *> WS-TP-FOUND-AT comes back 0 only when the table is full.
    MOVE 0 TO WS-TP-FOUND-AT
    PERFORM VARYING WS-TP-I FROM 1 BY 1
            UNTIL WS-TP-I > WS-TP-TOTAL OR WS-TP-FOUND-AT > 0
        IF WS-TP-SOURCE (WS-TP-I) = WS-IN-SOURCE
           AND WS-TP-DOCTYPE (WS-TP-I) = WS-IN-DOCTYPE
            MOVE WS-TP-I TO WS-TP-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-TP-FOUND-AT = 0 AND WS-TP-TOTAL < WS-TP-MAX-ENTRIES
        ADD 1 TO WS-TP-TOTAL
        MOVE WS-TP-TOTAL TO WS-TP-FOUND-AT
        MOVE WS-IN-SOURCE TO WS-TP-SOURCE (WS-TP-FOUND-AT)
        MOVE WS-IN-DOCTYPE TO WS-TP-DOCTYPE (WS-TP-FOUND-AT)
        MOVE 0 TO WS-TP-DOCS (WS-TP-FOUND-AT)
                  WS-TP-LINES (WS-TP-FOUND-AT)
                  WS-TP-BYTES (WS-TP-FOUND-AT)
                  WS-TP-SECONDS (WS-TP-FOUND-AT)
                  WS-TP-FC-DOCS (WS-TP-FOUND-AT)
                  WS-TP-FC-LINES (WS-TP-FOUND-AT)
                  WS-TP-FC-SECONDS (WS-TP-FOUND-AT)
    END-IF.

Insert-Slowest.
    *> Kept slowest first: a record slower than the last entry of a
    *> full table replaces it, then is walked up into place.
    IF WS-SLOW-TOTAL < WS-SLOW-MAX-ENTRIES
        ADD 1 TO WS-SLOW-TOTAL
    ELSE
        IF DT-ELAPSED-SECONDS <= WS-SLOW-SECONDS (WS-SLOW-TOTAL)
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE DT-RUN-DATE TO WS-SLOW-RUN-DATE (WS-SLOW-TOTAL)
    MOVE DT-DOC-NAME TO WS-SLOW-NAME (WS-SLOW-TOTAL)
    MOVE DT-SOURCE TO WS-SLOW-SOURCE (WS-SLOW-TOTAL)
    MOVE DT-DOCTYPE TO WS-SLOW-DOCTYPE (WS-SLOW-TOTAL)
    MOVE DT-ELAPSED-SECONDS TO WS-SLOW-SECONDS (WS-SLOW-TOTAL)
    MOVE DT-LINES-READ TO WS-SLOW-LINES (WS-SLOW-TOTAL)
    MOVE DT-KEYWORDS-ACTIVE TO WS-SLOW-KEYWORDS (WS-SLOW-TOTAL)
    MOVE WS-SLOW-TOTAL TO WS-SL-I
    PERFORM UNTIL WS-SL-I <= 1
        IF WS-SLOW-SECONDS (WS-SL-I) > WS-SLOW-SECONDS (WS-SL-I - 1)
            MOVE WS-SLOW-ENTRY (WS-SL-I) TO WS-SLOW-HOLD
            MOVE WS-SLOW-ENTRY (WS-SL-I - 1) TO WS-SLOW-ENTRY (WS-SL-I)
            MOVE WS-SLOW-HOLD TO WS-SLOW-ENTRY (WS-SL-I - 1)
            SUBTRACT 1 FROM WS-SL-I
        ELSE
            MOVE 1 TO WS-SL-I
        END-IF
    END-PERFORM.


Write-Night-Line.
    ADD 1 TO WS-NIGHTS-READ
    COMPUTE WS-SECS-OUT ROUNDED = WS-NIGHT-SECONDS
    MOVE SPACES TO TimingReportRecord
    STRING '  ' DELIMITED BY SIZE
           WS-NIGHT-DATE DELIMITED BY SIZE
           ' : DOCUMENTS ' DELIMITED BY SIZE
           WS-NIGHT-DOCS DELIMITED BY SIZE
           ' : LINES ' DELIMITED BY SIZE
           WS-NIGHT-LINES DELIMITED BY SIZE
           ' : ENGINE SECONDS ' DELIMITED BY SIZE
           WS-SECS-OUT DELIMITED BY SIZE
           ' : FIRST START ' DELIMITED BY SIZE
           WS-NIGHT-FIRST-START (9 : 2) DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WS-NIGHT-FIRST-START (11 : 2) DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WS-NIGHT-FIRST-START (13 : 2) DELIMITED BY SIZE
           ' : LAST END ' DELIMITED BY SIZE
           WS-NIGHT-LAST-END-DATE DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-NIGHT-LAST-END (9 : 2) DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WS-NIGHT-LAST-END (11 : 2) DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WS-NIGHT-LAST-END (13 : 2) DELIMITED BY SIZE
           INTO TimingReportRecord
    WRITE TimingReportRecord.

Format-Rate.
    *> Lines per second from WS-RATE-LINES over WS-RATE-SECONDS; a
    *> document that finished inside the clock's resolution has no
    *> measurable rate.
    IF WS-RATE-SECONDS > 0
        COMPUTE WS-RATE-VALUE ROUNDED =
            WS-RATE-LINES / WS-RATE-SECONDS
            ON SIZE ERROR
                MOVE 9999999 TO WS-RATE-VALUE
        END-COMPUTE
        MOVE WS-RATE-VALUE TO WS-RATE-TEXT
    ELSE
        MOVE 'N/A' TO WS-RATE-TEXT
    END-IF.

Format-Pairing.
    MOVE WS-TP-SOURCE (WS-TP-I) TO WS-SOURCE-TEXT
    MOVE WS-TP-DOCTYPE (WS-TP-I) TO WS-DOCTYPE-TEXT
    IF WS-SOURCE-TEXT = SPACES
        MOVE '(NONE)' TO WS-SOURCE-TEXT
    END-IF
    IF WS-DOCTYPE-TEXT = SPACES
        MOVE '(NONE)' TO WS-DOCTYPE-TEXT
    END-IF.

Format-Clock.
    *> WS-CLK-SECS, seconds from the midnight starting the planned
    *> night, to HH:MM:SS plus a day marker once past midnight.
    DIVIDE WS-CLK-SECS BY 86400 GIVING WS-CLK-DAYS
        REMAINDER WS-CLK-REM
    COMPUTE WS-CLK-HH = WS-CLK-REM / 3600
    COMPUTE WS-CLK-MM = (WS-CLK-REM - WS-CLK-HH * 3600) / 60
    COMPUTE WS-CLK-SS = WS-CLK-REM - WS-CLK-HH * 3600 - WS-CLK-MM * 60
    MOVE SPACES TO WS-CLK-TEXT
    STRING WS-CLK-HH DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WS-CLK-MM DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WS-CLK-SS DELIMITED BY SIZE
           INTO WS-CLK-TEXT
    MOVE SPACES TO WS-DAY-SUFFIX
    IF WS-CLK-DAYS = 1
        MOVE ' (NEXT DAY)' TO WS-DAY-SUFFIX
    ELSE
    IF WS-CLK-DAYS > 1
        STRING ' (+' DELIMITED BY SIZE
               WS-CLK-DAYS DELIMITED BY SIZE
               ' DAYS)' DELIMITED BY SIZE
               INTO WS-DAY-SUFFIX
    END-IF
    END-IF.

Write-Throughput-Section.
    MOVE SPACES TO TimingReportRecord
    WRITE TimingReportRecord
    MOVE 'THROUGHPUT BY SOURCE AND DOCUMENT TYPE' TO TimingReportRecord
    WRITE TimingReportRecord
    PERFORM VARYING WS-TP-I FROM 1 BY 1 UNTIL WS-TP-I > WS-TP-TOTAL
        PERFORM Format-Pairing
        MOVE WS-TP-LINES (WS-TP-I) TO WS-RATE-LINES
        MOVE WS-TP-SECONDS (WS-TP-I) TO WS-RATE-SECONDS
        PERFORM Format-Rate
        COMPUTE WS-SECS-OUT ROUNDED = WS-TP-SECONDS (WS-TP-I)
        MOVE SPACES TO TimingReportRecord
        STRING '  SOURCE ' DELIMITED BY SIZE
               WS-SOURCE-TEXT DELIMITED BY SIZE
               ' TYPE ' DELIMITED BY SIZE
               WS-DOCTYPE-TEXT DELIMITED BY SIZE
               ' : DOCUMENTS ' DELIMITED BY SIZE
               WS-TP-DOCS (WS-TP-I) DELIMITED BY SIZE
               ' : LINES ' DELIMITED BY SIZE
               WS-TP-LINES (WS-TP-I) DELIMITED BY SIZE
               ' : BYTES ' DELIMITED BY SIZE
               WS-TP-BYTES (WS-TP-I) DELIMITED BY SIZE
               ' : ENGINE SECONDS ' DELIMITED BY SIZE
               WS-SECS-OUT DELIMITED BY SIZE
               ' : LINES/SEC ' DELIMITED BY SIZE
               WS-RATE-TEXT DELIMITED BY SPACE
               INTO TimingReportRecord
        WRITE TimingReportRecord
    END-PERFORM
    MOVE WS-ALL-LINES TO WS-RATE-LINES
    MOVE WS-ALL-SECONDS TO WS-RATE-SECONDS
    PERFORM Format-Rate
    COMPUTE WS-SECS-OUT ROUNDED = WS-ALL-SECONDS
    MOVE SPACES TO TimingReportRecord
    STRING '  ALL SOURCES AND TYPES : DOCUMENTS ' DELIMITED BY SIZE
           WS-ALL-DOCS DELIMITED BY SIZE
           ' : LINES ' DELIMITED BY SIZE
           WS-ALL-LINES DELIMITED BY SIZE
           ' : BYTES ' DELIMITED BY SIZE
           WS-ALL-BYTES DELIMITED BY SIZE
           ' : ENGINE SECONDS ' DELIMITED BY SIZE
           WS-SECS-OUT DELIMITED BY SIZE
           ' : LINES/SEC ' DELIMITED BY SIZE
           WS-RATE-TEXT DELIMITED BY SPACE
           INTO TimingReportRecord
    WRITE TimingReportRecord
    IF WS-TP-DROPPED > 0
        MOVE SPACES TO TimingReportRecord
        STRING '  NOTE: ' DELIMITED BY SIZE
               WS-TP-DROPPED DELIMITED BY SIZE
               ' DOCUMENT(S) OF PAIRINGS BEYOND THE FIRST 50 ARE IN '
                   DELIMITED BY SIZE
               'THE OVERALL LINE ONLY' DELIMITED BY SIZE
               INTO TimingReportRecord
        WRITE TimingReportRecord
    END-IF.

Write-Slowest-Section.
    MOVE SPACES TO TimingReportRecord
    WRITE TimingReportRecord
    MOVE 'SLOWEST DOCUMENTS' TO TimingReportRecord
    WRITE TimingReportRecord
    IF WS-SLOW-TOTAL = 0
        MOVE '  NONE' TO TimingReportRecord
        WRITE TimingReportRecord
    END-IF
    PERFORM VARYING WS-SL-I FROM 1 BY 1 UNTIL WS-SL-I > WS-SLOW-TOTAL
        MOVE WS-SLOW-LINES (WS-SL-I) TO WS-RATE-LINES
        MOVE WS-SLOW-SECONDS (WS-SL-I) TO WS-RATE-SECONDS
        PERFORM Format-Rate
        COMPUTE WS-SECS-OUT ROUNDED = WS-SLOW-SECONDS (WS-SL-I)
        MOVE WS-SLOW-SOURCE (WS-SL-I) TO WS-SOURCE-TEXT
        MOVE WS-SLOW-DOCTYPE (WS-SL-I) TO WS-DOCTYPE-TEXT
        IF WS-SOURCE-TEXT = SPACES
            MOVE '(NONE)' TO WS-SOURCE-TEXT
        END-IF
        IF WS-DOCTYPE-TEXT = SPACES
            MOVE '(NONE)' TO WS-DOCTYPE-TEXT
        END-IF
        MOVE SPACES TO TimingReportRecord
        STRING '  ' DELIMITED BY SIZE
               WS-SL-I DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SLOW-RUN-DATE (WS-SL-I) DELIMITED BY SIZE
               ' : SECONDS ' DELIMITED BY SIZE
               WS-SECS-OUT DELIMITED BY SIZE
               ' : LINES ' DELIMITED BY SIZE
               WS-SLOW-LINES (WS-SL-I) DELIMITED BY SIZE
               ' : LINES/SEC ' DELIMITED BY SIZE
               WS-RATE-TEXT DELIMITED BY SPACE
               ' : KEYWORDS ' DELIMITED BY SIZE
               WS-SLOW-KEYWORDS (WS-SL-I) DELIMITED BY SIZE
               ' : SOURCE ' DELIMITED BY SIZE
               WS-SOURCE-TEXT DELIMITED BY SIZE
               ' TYPE ' DELIMITED BY SIZE
               WS-DOCTYPE-TEXT DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SLOW-NAME (WS-SL-I)) DELIMITED BY SIZE
               INTO TimingReportRecord
        WRITE TimingReportRecord
    END-PERFORM.

Forecast-Tonight.
    OPEN INPUT ControlFile
    IF WS-CTL-STATUS NOT = '00'
        DISPLAY 'KeywordTimingReport: batch-control.txt missing or '
            'unreadable, status ' WS-CTL-STATUS ' - no forecast'
        EXIT PARAGRAPH
    END-IF
    SET ControlFilePresent TO TRUE
    PERFORM UNTIL CtlEndOfFile
        READ ControlFile
        AT END
            SET CtlEndOfFile TO TRUE
        NOT AT END
            IF FUNCTION TRIM(ControlRecord) NOT = SPACES
                PERFORM Parse-Control-Record
                IF ControlRecordBad
                    ADD 1 TO WS-FC-MALFORMED
                ELSE
                    PERFORM Count-Forecast-Document
                END-IF
            END-IF
        END-READ
    END-PERFORM
    CLOSE ControlFile

    IF WS-ALL-LINES = 0 OR WS-ALL-SECONDS = 0
        EXIT PARAGRAPH
    END-IF
    SET ForecastPossible TO TRUE
    *> Each pairing at its own rate where its history has one, else
    *> at the overall rate.
    PERFORM VARYING WS-TP-I FROM 1 BY 1 UNTIL WS-TP-I > WS-TP-TOTAL
        IF WS-TP-FC-DOCS (WS-TP-I) > 0
            IF WS-TP-LINES (WS-TP-I) > 0
               AND WS-TP-SECONDS (WS-TP-I) > 0
                COMPUTE WS-TP-FC-SECONDS (WS-TP-I) ROUNDED =
                    WS-TP-FC-LINES (WS-TP-I) * WS-TP-SECONDS (WS-TP-I)
                    / WS-TP-LINES (WS-TP-I)
            ELSE
                COMPUTE WS-TP-FC-SECONDS (WS-TP-I) ROUNDED =
                    WS-TP-FC-LINES (WS-TP-I) * WS-ALL-SECONDS
                    / WS-ALL-LINES
            END-IF
            ADD WS-TP-FC-SECONDS (WS-TP-I) TO WS-FC-SECONDS
        END-IF
    END-PERFORM
    IF WS-FC-OVERFLOW-DOCS > 0
        COMPUTE WS-FC-OVERFLOW-SECONDS ROUNDED =
            WS-FC-OVERFLOW-LINES * WS-ALL-SECONDS / WS-ALL-LINES
        ADD WS-FC-OVERFLOW-SECONDS TO WS-FC-SECONDS
    END-IF

    COMPUTE WS-START-SECS =
        WS-PLANNED-START-HH * 3600 + WS-PLANNED-START-MM * 60
    COMPUTE WS-WINDOW-SECS =
        WS-WINDOW-END-HH * 3600 + WS-WINDOW-END-MM * 60
    IF WS-WINDOW-SECS <= WS-START-SECS
        ADD 86400 TO WS-WINDOW-SECS
    END-IF
    COMPUTE WS-FINISH-SECS ROUNDED = WS-START-SECS + WS-FC-SECONDS.

Parse-Control-Record.
    *> The rules KeywordBatchDriver parses by: no commas is a bare
    *> path; exactly three is DOCID,SOURCE,DOCTYPE,PATH; anything else
    *> is malformed and will be skipped by the batch, so is not costed.
    MOVE 'N' TO WS-CTL-BAD-FLAG
    MOVE SPACES TO WS-CTL-DOC-ID WS-CTL-SOURCE WS-CTL-DOCTYPE
                   WS-CTL-PATH WS-CTL-FIELD-4
    MOVE 0 TO WS-CTL-COMMAS
    INSPECT ControlRecord TALLYING WS-CTL-COMMAS FOR ALL ','
    EVALUATE WS-CTL-COMMAS
        WHEN 0
            MOVE FUNCTION TRIM(ControlRecord) TO WS-CTL-PATH
        WHEN 3
            UNSTRING ControlRecord DELIMITED BY ','
                INTO WS-CTL-DOC-ID WS-CTL-SOURCE WS-CTL-DOCTYPE
                     WS-CTL-FIELD-4
            END-UNSTRING
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTL-SOURCE))
                TO WS-CTL-SOURCE
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTL-DOCTYPE))
                TO WS-CTL-DOCTYPE
            MOVE FUNCTION TRIM(WS-CTL-FIELD-4) TO WS-CTL-PATH
        WHEN OTHER
            SET ControlRecordBad TO TRUE
    END-EVALUATE
    IF NOT ControlRecordBad AND WS-CTL-PATH = SPACES
        SET ControlRecordBad TO TRUE
    END-IF.

Count-Forecast-Document.
    *> A document that cannot be opened will be skipped by the engine
    *> tonight too, so it costs nothing.
    MOVE FUNCTION TRIM(WS-CTL-PATH) TO WS-FC-DOC-NAME
    OPEN INPUT ForecastDocFile
    IF WS-FCD-STATUS NOT = '00'
        ADD 1 TO WS-FC-UNREADABLE
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-FCD-EOF-FLAG
    MOVE 0 TO WS-FC-DOC-LINES
    PERFORM UNTIL FcDocEndOfFile
        READ ForecastDocFile
            AT END
                SET FcDocEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO WS-FC-DOC-LINES
        END-READ
    END-PERFORM
    CLOSE ForecastDocFile
    ADD 1 TO WS-FC-DOCS
    ADD WS-FC-DOC-LINES TO WS-FC-LINES
    MOVE WS-CTL-SOURCE TO WS-IN-SOURCE
    MOVE WS-CTL-DOCTYPE TO WS-IN-DOCTYPE
    PERFORM Find-Or-Add-Pairing
    IF WS-TP-FOUND-AT = 0
        ADD 1 TO WS-FC-OVERFLOW-DOCS
        ADD WS-FC-DOC-LINES TO WS-FC-OVERFLOW-LINES
    ELSE
        ADD 1 TO WS-TP-FC-DOCS (WS-TP-FOUND-AT)
        ADD WS-FC-DOC-LINES TO WS-TP-FC-LINES (WS-TP-FOUND-AT)
    END-IF.

Write-Forecast-Section.
    MOVE SPACES TO TimingReportRecord
    WRITE TimingReportRecord
    MOVE 'FORECAST FOR TONIGHT''S batch-control.txt'
        TO TimingReportRecord
    WRITE TimingReportRecord
    IF NOT ControlFilePresent
        MOVE '  CONTROL FILE MISSING OR UNREADABLE - NO FORECAST'
            TO TimingReportRecord
        WRITE TimingReportRecord
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO TimingReportRecord
    STRING '  DOCUMENTS ' DELIMITED BY SIZE
           WS-FC-DOCS DELIMITED BY SIZE
           ' : LINES ' DELIMITED BY SIZE
           WS-FC-LINES DELIMITED BY SIZE
           ' : UNREADABLE, NOT COSTED ' DELIMITED BY SIZE
           WS-FC-UNREADABLE DELIMITED BY SIZE
           ' : MALFORMED, NOT COSTED ' DELIMITED BY SIZE
           WS-FC-MALFORMED DELIMITED BY SIZE
           INTO TimingReportRecord
    WRITE TimingReportRecord
    IF NOT ForecastPossible
        MOVE SPACES TO TimingReportRecord
        STRING '  NO MEASURED TIMING HISTORY IN THE LOOKBACK - NO '
                   DELIMITED BY SIZE
               'PROJECTION' DELIMITED BY SIZE
               INTO TimingReportRecord
        WRITE TimingReportRecord
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING WS-TP-I FROM 1 BY 1 UNTIL WS-TP-I > WS-TP-TOTAL
        IF WS-TP-FC-DOCS (WS-TP-I) > 0
            PERFORM Write-Forecast-Pairing-Line
        END-IF
    END-PERFORM
    IF WS-FC-OVERFLOW-DOCS > 0
        COMPUTE WS-SECS-OUT ROUNDED = WS-FC-OVERFLOW-SECONDS
        MOVE SPACES TO TimingReportRecord
        STRING '  OTHER PAIRINGS : DOCUMENTS ' DELIMITED BY SIZE
               WS-FC-OVERFLOW-DOCS DELIMITED BY SIZE
               ' : LINES ' DELIMITED BY SIZE
               WS-FC-OVERFLOW-LINES DELIMITED BY SIZE
               ' : AT OVERALL RATE : PROJECTED SECONDS '
                   DELIMITED BY SIZE
               WS-SECS-OUT DELIMITED BY SIZE
               INTO TimingReportRecord
        WRITE TimingReportRecord
    END-IF

    MOVE WS-START-SECS TO WS-CLK-SECS
    PERFORM Format-Clock
    COMPUTE WS-SECS-OUT ROUNDED = WS-FC-SECONDS
    MOVE SPACES TO TimingReportRecord
    IF StartFromClock
        STRING '  START (NOW) ' DELIMITED BY SIZE
               WS-CLK-TEXT DELIMITED BY SIZE
               INTO TimingReportRecord
    ELSE
        STRING '  PLANNED START ' DELIMITED BY SIZE
               WS-CLK-TEXT DELIMITED BY SIZE
               INTO TimingReportRecord
    END-IF
    WRITE TimingReportRecord
    MOVE WS-FINISH-SECS TO WS-CLK-SECS
    PERFORM Format-Clock
    MOVE SPACES TO TimingReportRecord
    STRING '  PROJECTED ENGINE SECONDS ' DELIMITED BY SIZE
           WS-SECS-OUT DELIMITED BY SIZE
           ' : PROJECTED FINISH ' DELIMITED BY SIZE
           WS-CLK-TEXT DELIMITED BY SIZE
           WS-DAY-SUFFIX DELIMITED BY '  '
           ' : WINDOW END ' DELIMITED BY SIZE
           WS-WINDOW-END-HH DELIMITED BY SIZE
           ':' DELIMITED BY SIZE
           WS-WINDOW-END-MM DELIMITED BY SIZE
           INTO TimingReportRecord
    WRITE TimingReportRecord

    MOVE SPACES TO TimingReportRecord
    IF WS-FINISH-SECS > WS-WINDOW-SECS
        COMPUTE WS-OVERRUN-MINUTES =
            (WS-FINISH-SECS - WS-WINDOW-SECS + 59) / 60
        STRING '*** ALERT: PROJECTED FINISH IS ' DELIMITED BY SIZE
               WS-OVERRUN-MINUTES DELIMITED BY SIZE
               ' MINUTE(S) PAST THE WINDOW END - SPLIT THE RUN '
                   DELIMITED BY SIZE
               'BEFORE IT STARTS ***' DELIMITED BY SIZE
               INTO TimingReportRecord
        DISPLAY 'KeywordTimingReport: projected finish is '
            WS-OVERRUN-MINUTES ' minute(s) past the window end'
        MOVE 4 TO RETURN-CODE
    ELSE
        COMPUTE WS-OVERRUN-MINUTES =
            (WS-WINDOW-SECS - WS-FINISH-SECS) / 60
        STRING '  PROJECTED FINISH IS INSIDE THE WINDOW, '
                   DELIMITED BY SIZE
               WS-OVERRUN-MINUTES DELIMITED BY SIZE
               ' MINUTE(S) TO SPARE' DELIMITED BY SIZE
               INTO TimingReportRecord
    END-IF
    WRITE TimingReportRecord.

Write-Forecast-Pairing-Line.
    PERFORM Format-Pairing
    IF WS-TP-LINES (WS-TP-I) > 0 AND WS-TP-SECONDS (WS-TP-I) > 0
        MOVE WS-TP-LINES (WS-TP-I) TO WS-RATE-LINES
        MOVE WS-TP-SECONDS (WS-TP-I) TO WS-RATE-SECONDS
        MOVE 'PAIRING' TO WS-FC-RATE-BASIS
    ELSE
        MOVE WS-ALL-LINES TO WS-RATE-LINES
        MOVE WS-ALL-SECONDS TO WS-RATE-SECONDS
        MOVE 'OVERALL' TO WS-FC-RATE-BASIS
    END-IF
    PERFORM Format-Rate
    COMPUTE WS-SECS-OUT ROUNDED = WS-TP-FC-SECONDS (WS-TP-I)
    MOVE SPACES TO TimingReportRecord
    STRING '  SOURCE ' DELIMITED BY SIZE
           WS-SOURCE-TEXT DELIMITED BY SIZE
           ' TYPE ' DELIMITED BY SIZE
           WS-DOCTYPE-TEXT DELIMITED BY SIZE
           ' : DOCUMENTS ' DELIMITED BY SIZE
           WS-TP-FC-DOCS (WS-TP-I) DELIMITED BY SIZE
           ' : LINES ' DELIMITED BY SIZE
           WS-TP-FC-LINES (WS-TP-I) DELIMITED BY SIZE
           ' : LINES/SEC ' DELIMITED BY SIZE
           WS-RATE-TEXT DELIMITED BY SPACE
           ' (' DELIMITED BY SIZE
           WS-FC-RATE-BASIS DELIMITED BY SIZE
           ') : PROJECTED SECONDS ' DELIMITED BY SIZE
           WS-SECS-OUT DELIMITED BY SIZE
           INTO TimingReportRecord
    WRITE TimingReportRecord.
