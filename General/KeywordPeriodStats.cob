IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordPeriodStats.

*> Period-end management statistics for the compliance committee's
*> monthly pack, built from the history files instead of by hand from
*> trend.rpt and dochist.rpt printouts. For one calendar month or
*> quarter it reports:
*>     - documents scanned, documents flagged for review, and the
*>       flag rate, by source system and document type;
*>     - total hits by category for the period, against the prior
*>       period and the same period last year;
*>     - the top 20 keywords by hits;
*>     - the number of distinct repeat-offender documents - flagged
*>       for review on more than one night of the period, the same
*>       test KeywordDocHistoryReport applies.
*> It writes period-stats.rpt to print and period-stats.csv, one row
*> shape throughout, for the committee's spreadsheet to load as is.
*>
*> Hits come from RUN-HISTORY (RUNHIST.DAT). A comparison period can
*> reach back past what KeywordHistoryPurge has kept, so the purge
*> archives (RUNHIST.yyyymmdd.ARC) named in the parameter file are
*> read too; a period that still starts before the earliest history
*> on hand is marked PARTIAL rather than quietly short. Documents
*> and review flags come from DOC-HISTORY (DOCHIST.DAT); a document's
*> source system and type are not on it, so they are taken from the
*> DOC-TIMING record (DOCTIME.DAT) the driver wrote for the same
*> document the same night. Document-nights with no timing record
*> (nights before the timing log was kept) are shown on a line of
*> their own, so the breakdown still foots to DOC-HISTORY.
*>
*> period-stats.txt, one value per line:
*>     line 1     - the period: YYYYMM for a month, YYYYQn for a
*>                  quarter; blank for the last complete month
*>     lines 2-11 - RUN-HISTORY purge archives to read, one file
*>                  name per line; blank when none are needed

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StatsParmFile ASSIGN TO 'period-stats.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRM-STATUS.
    SELECT RunHistory ASSIGN TO 'RUNHIST.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RH-KEY
        FILE STATUS IS WS-RH-STATUS.
    SELECT ArchiveFile ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARC-STATUS.
    SELECT DocHistory ASSIGN TO 'DOCHIST.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DH-KEY
        FILE STATUS IS WS-DH-STATUS.
    SELECT DocTiming ASSIGN TO 'DOCTIME.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DT-KEY
        FILE STATUS IS WS-DT-STATUS.
    SELECT StatsReportFile ASSIGN TO 'period-stats.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT StatsCsvFile ASSIGN TO 'period-stats.csv'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StatsParmFile.
01 StatsParmRecord PIC X(80).

FD RunHistory.
COPY "RUNHIST.cpy".

FD ArchiveFile.
*> The raw 90-byte RH-RUN-HISTORY-RECORD image KeywordHistoryPurge
*> archives.
01 ArchiveRecord PIC X(90).

FD DocHistory.
COPY "DOCHIST.cpy".

FD DocTiming.
COPY "DOCTIME.cpy".

FD StatsReportFile.
01 StatsReportRecord PIC X(160).

FD StatsCsvFile.
01 StatsCsvRecord PIC X(160).

WORKING-STORAGE SECTION.
01 WS-PRM-STATUS PIC XX VALUE '00'.
01 WS-RH-STATUS PIC XX VALUE '00'.
01 WS-ARC-STATUS PIC XX VALUE '00'.
01 WS-DH-STATUS PIC XX VALUE '00'.
01 WS-DT-STATUS PIC XX VALUE '00'.
01 WS-PRM-EOF-FLAG PIC X VALUE 'N'.
    88 PrmEndOfFile VALUE 'Y'.
01 WS-RH-EOF-FLAG PIC X VALUE 'N'.
    88 HistEndOfFile VALUE 'Y'.
01 WS-ARC-EOF-FLAG PIC X VALUE 'N'.
    88 ArchiveEndOfFile VALUE 'Y'.
01 WS-DH-EOF-FLAG PIC X VALUE 'N'.
    88 DocHistEndOfFile VALUE 'Y'.
01 WS-DT-EOF-FLAG PIC X VALUE 'N'.
    88 TimingEndOfFile VALUE 'Y'.
01 WS-DH-OPEN-FLAG PIC X VALUE 'N'.
    88 DocHistOpen VALUE 'Y'.

01 WS-TODAY-DATETIME PIC X(21).
01 WS-TODAY-DATETIME-FIELDS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-DATE PIC 9(8).
    05 FILLER PIC X(13).
01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-YEAR PIC 9(4).
    05 WS-TODAY-MONTH PIC 9(2).
    05 FILLER PIC X(15).

*> The parameter file as keyed, line by line.
01 WS-PRM-LINES.
    05 WS-PRM-LINE PIC X(80) OCCURS 11 TIMES.
01 WS-PRM-N PIC 9(2).
01 WS-PRM-I PIC 9(2).
01 WS-PRM-J PIC 9(2).
01 WS-ARCHIVE-NAME PIC X(80).

*> The period as keyed, and its three date ranges: 1 the period
*> itself, 2 the period before it, 3 the same period a year earlier.
*> A range starting before the earliest history on hand is partial.
01 WS-PER-TEXT PIC X(80).
01 WS-PER-LABEL PIC X(7).
01 WS-PER-YEAR PIC 9(4).
01 WS-PER-MONTH PIC 9(2).
01 WS-PER-MONTHS PIC 9.
01 WS-PER-QUARTER PIC 9.
01 WS-PERIOD-AREA.
    05 WS-PER-ENTRY OCCURS 3 TIMES.
        10 WS-PER-START   PIC 9(8).
        10 WS-PER-END     PIC 9(8).
        10 WS-PER-PARTIAL PIC X.
01 WS-PER-I PIC 9.
01 WS-CALC-YEAR PIC 9(4).
01 WS-CALC-MONTH PIC 9(2).
01 WS-CALC-START PIC 9(8).
01 WS-CALC-END PIC 9(8).
01 WS-CALC-NEXT PIC 9(8).
01 WS-DATE-INTEGER PIC 9(8).
01 WS-EARLIEST-DATE PIC 9(8) VALUE 99999999.

*> One RUN-HISTORY record, live or archived.
01 WS-HIST-IMAGE.
    05 WS-HIST-KEYWORD  PIC X(60).
    05 WS-HIST-DATE     PIC 9(8).
    05 WS-HIST-HITS     PIC 9(7).
    05 WS-HIST-CATEGORY PIC X(8).
    05 FILLER           PIC X(7).

*> Hits by category for the three ranges.
01 WS-STCAT-MAX-ENTRIES PIC 9(3) VALUE 50.
01 WS-STCAT-AREA.
    05 WS-STCAT-TOTAL PIC 9(3) VALUE 0.
    05 WS-STCAT-ENTRY OCCURS 50 TIMES.
        10 WS-STCAT-CODE PIC X(8).
        10 WS-STCAT-HITS PIC 9(9) OCCURS 3 TIMES.
01 WS-STCAT-I PIC 9(3).
01 WS-STCAT-FOUND-AT PIC 9(3).
01 WS-STCAT-DROPPED-HITS PIC 9(9) VALUE 0.
01 WS-ALL-CATEGORY-HITS PIC 9(9) OCCURS 3 TIMES.

*> The period's hits by keyword (canonical term, as RUN-HISTORY
*> holds it), for the top 20.
01 WS-STKW-MAX-ENTRIES PIC 9(4) VALUE 1000.
01 WS-STKW-AREA.
    05 WS-STKW-TOTAL PIC 9(4) VALUE 0.
    05 WS-STKW-ENTRY OCCURS 1000 TIMES.
        10 WS-STKW-TEXT     PIC X(60).
        10 WS-STKW-CATEGORY PIC X(8).
        10 WS-STKW-HITS     PIC 9(9).
*> Hold area for the ranking exchange - must span the whole entry.
01 WS-STKW-HOLD PIC X(77).
01 WS-STKW-I PIC 9(4).
01 WS-STKW-J PIC 9(4).
01 WS-STKW-HIGH-AT PIC 9(4).
01 WS-STKW-FOUND-AT PIC 9(4) VALUE 0.
01 WS-STKW-LAST-TEXT PIC X(60) VALUE SPACES.
01 WS-STKW-DROPPED-COUNT PIC 9(5) VALUE 0.
01 WS-TOP-LIMIT PIC 9(2) VALUE 20.
01 WS-TOP-SHOWN PIC 9(4).

*> Documents by source system and type for the period.
01 WS-STSRC-MAX-ENTRIES PIC 9(3) VALUE 100.
01 WS-STSRC-AREA.
    05 WS-STSRC-TOTAL PIC 9(3) VALUE 0.
    05 WS-STSRC-ENTRY OCCURS 100 TIMES.
        10 WS-STSRC-SOURCE  PIC X(8).
        10 WS-STSRC-DOCTYPE PIC X(8).
        10 WS-STSRC-SCANNED PIC 9(7).
        10 WS-STSRC-FLAGGED PIC 9(7).
01 WS-STSRC-I PIC 9(3).
01 WS-STSRC-FOUND-AT PIC 9(3).
01 WS-STSRC-DROPPED-COUNT PIC 9(7) VALUE 0.
01 WS-TIMED-SCANNED PIC 9(7) VALUE 0.
01 WS-TIMED-FLAGGED PIC 9(7) VALUE 0.
01 WS-UNTIMED-SCANNED PIC 9(7) VALUE 0.
01 WS-UNTIMED-FLAGGED PIC 9(7) VALUE 0.

*> DOC-HISTORY totals for the period, and the control break that
*> counts each document's flagged nights.
01 WS-DH-SCANNED PIC 9(7) VALUE 0.
01 WS-DH-FLAGGED PIC 9(7) VALUE 0.
01 WS-CURRENT-DOC PIC X(80) VALUE SPACES.
01 WS-DOC-FLAG-NIGHTS PIC 9(5) VALUE 0.
01 WS-FLAGGED-DOCUMENTS PIC 9(7) VALUE 0.
01 WS-REPEAT-OFFENDERS PIC 9(7) VALUE 0.

01 WS-RH-LIVE-READ PIC 9(7) VALUE 0.
01 WS-RH-ARCHIVE-READ PIC 9(7) VALUE 0.
01 WS-ARCHIVES-READ PIC 9(2) VALUE 0.
01 WS-DH-READ PIC 9(7) VALUE 0.
01 WS-DT-READ PIC 9(7) VALUE 0.

01 WS-RATE PIC 9(3).
01 WS-RATE-SCANNED PIC 9(7).
01 WS-RATE-FLAGGED PIC 9(7).
01 WS-SHOW-SOURCE PIC X(8).
01 WS-SHOW-DOCTYPE PIC X(8).
01 WS-PARTIAL-TEXT PIC X(9).
*> Change against a comparison range, as UP n / DOWN n / SAME.
01 WS-CHANGE-NOW PIC 9(9).
01 WS-CHANGE-THEN PIC 9(9).
01 WS-CHANGE-AMOUNT PIC 9(9).
01 WS-CHANGE-TEXT PIC X(15).
01 WS-CHANGE-PRIOR PIC X(15).
01 WS-CHANGE-YEAR PIC X(15).

PROCEDURE DIVISION.
Stats-Main.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    PERFORM Read-Stats-Parameters
    PERFORM Set-Period-Ranges
    PERFORM Read-Run-History
    PERFORM Read-History-Archives
    PERFORM Mark-Partial-Periods
    PERFORM Read-Doc-History
    PERFORM Read-Doc-Timing
    PERFORM Rank-Period-Keywords

    OPEN OUTPUT StatsReportFile
    OPEN OUTPUT StatsCsvFile
    MOVE SPACES TO StatsCsvRecord
    STRING 'PERIOD,SECTION,ITEM,SUBITEM,VALUE1,VALUE2,VALUE3'
        DELIMITED BY SIZE INTO StatsCsvRecord
    WRITE StatsCsvRecord
    PERFORM Write-Stats-Heading
    PERFORM Write-Document-Statistics
    PERFORM Write-Category-Statistics
    PERFORM Write-Top-Keywords
    PERFORM Write-Repeat-Offenders
    PERFORM Write-Stats-Foot
    CLOSE StatsReportFile
    CLOSE StatsCsvFile
    DISPLAY 'KeywordPeriodStats: period ' FUNCTION TRIM(WS-PER-LABEL)
        ' (' WS-PER-START (1) ' to ' WS-PER-END (1) ') written to '
        'period-stats.rpt and period-stats.csv'
    STOP RUN.

Read-Stats-Parameters.
    MOVE SPACES TO WS-PRM-LINES
    MOVE 0 TO WS-PRM-N
    OPEN INPUT StatsParmFile
    IF WS-PRM-STATUS = '00'
        PERFORM UNTIL PrmEndOfFile OR WS-PRM-N >= 11
            READ StatsParmFile
                AT END
                    SET PrmEndOfFile TO TRUE
                NOT AT END
                    ADD 1 TO WS-PRM-N
                    MOVE StatsParmRecord TO WS-PRM-LINE (WS-PRM-N)
            END-READ
        END-PERFORM
        CLOSE StatsParmFile
    END-IF.

Set-Period-Ranges.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-LINE (1)))
        TO WS-PER-TEXT
    IF WS-PER-TEXT = SPACES
        *> The pack is run just after month end, for the month just
        *> closed.
        MOVE WS-TODAY-YEAR TO WS-PER-YEAR
        MOVE WS-TODAY-MONTH TO WS-PER-MONTH
        IF WS-PER-MONTH = 1
            MOVE 12 TO WS-PER-MONTH
            SUBTRACT 1 FROM WS-PER-YEAR
        ELSE
            SUBTRACT 1 FROM WS-PER-MONTH
        END-IF
        MOVE 1 TO WS-PER-MONTHS
    ELSE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-PER-TEXT)) = 6
       AND WS-PER-TEXT (1 : 6) IS NUMERIC
       AND WS-PER-TEXT (5 : 2) >= '01' AND WS-PER-TEXT (5 : 2) <= '12'
        MOVE WS-PER-TEXT (1 : 4) TO WS-PER-YEAR
        MOVE WS-PER-TEXT (5 : 2) TO WS-PER-MONTH
        MOVE 1 TO WS-PER-MONTHS
    ELSE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-PER-TEXT)) = 6
       AND WS-PER-TEXT (1 : 4) IS NUMERIC
       AND WS-PER-TEXT (5 : 1) = 'Q'
       AND WS-PER-TEXT (6 : 1) >= '1' AND WS-PER-TEXT (6 : 1) <= '4'
        MOVE WS-PER-TEXT (1 : 4) TO WS-PER-YEAR
        MOVE WS-PER-TEXT (6 : 1) TO WS-PER-QUARTER
        COMPUTE WS-PER-MONTH = (WS-PER-QUARTER - 1) * 3 + 1
        MOVE 3 TO WS-PER-MONTHS
    ELSE
        DISPLAY 'KeywordPeriodStats: period "'
            FUNCTION TRIM(WS-PRM-LINE (1))
            '" on period-stats.txt is not YYYYMM or YYYYQn'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    END-IF
    END-IF

    MOVE SPACES TO WS-PER-LABEL
    IF WS-PER-MONTHS = 1
        STRING WS-PER-YEAR DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-PER-MONTH DELIMITED BY SIZE
               INTO WS-PER-LABEL
    ELSE
        COMPUTE WS-PER-QUARTER = (WS-PER-MONTH + 2) / 3
        STRING WS-PER-YEAR DELIMITED BY SIZE
               'Q' DELIMITED BY SIZE
               WS-PER-QUARTER DELIMITED BY SIZE
               INTO WS-PER-LABEL
    END-IF

    MOVE WS-PER-YEAR TO WS-CALC-YEAR
    MOVE WS-PER-MONTH TO WS-CALC-MONTH
    MOVE 1 TO WS-PER-I
    PERFORM Compute-Period-Range

    MOVE WS-PER-YEAR TO WS-CALC-YEAR
    IF WS-PER-MONTH > WS-PER-MONTHS
        COMPUTE WS-CALC-MONTH = WS-PER-MONTH - WS-PER-MONTHS
    ELSE
        COMPUTE WS-CALC-MONTH = WS-PER-MONTH - WS-PER-MONTHS + 12
        SUBTRACT 1 FROM WS-CALC-YEAR
    END-IF
    MOVE 2 TO WS-PER-I
    PERFORM Compute-Period-Range

    COMPUTE WS-CALC-YEAR = WS-PER-YEAR - 1
    MOVE WS-PER-MONTH TO WS-CALC-MONTH
    MOVE 3 TO WS-PER-I
    PERFORM Compute-Period-Range.

Compute-Period-Range.
    *> From the first of the range's first month to the day before
    *> the first of the month after its last.
    COMPUTE WS-CALC-START =
        WS-CALC-YEAR * 10000 + WS-CALC-MONTH * 100 + 1
    COMPUTE WS-CALC-MONTH = WS-CALC-MONTH + WS-PER-MONTHS
    IF WS-CALC-MONTH > 12
        SUBTRACT 12 FROM WS-CALC-MONTH
        ADD 1 TO WS-CALC-YEAR
    END-IF
    COMPUTE WS-CALC-NEXT =
        WS-CALC-YEAR * 10000 + WS-CALC-MONTH * 100 + 1
    COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(WS-CALC-NEXT) - 1
    COMPUTE WS-CALC-END = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    MOVE WS-CALC-START TO WS-PER-START (WS-PER-I)
    MOVE WS-CALC-END TO WS-PER-END (WS-PER-I)
    MOVE 'N' TO WS-PER-PARTIAL (WS-PER-I).

Read-Run-History.
    OPEN INPUT RunHistory
    IF WS-RH-STATUS NOT = '00'
        DISPLAY 'KeywordPeriodStats: RUN-HISTORY open failed, status '
            WS-RH-STATUS ' - hits from the archives only'
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL HistEndOfFile
        READ RunHistory NEXT RECORD
            AT END
                SET HistEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO WS-RH-LIVE-READ
                MOVE RH-RUN-HISTORY-RECORD TO WS-HIST-IMAGE
                PERFORM Take-History-Record
        END-READ
    END-PERFORM
    CLOSE RunHistory.

Read-History-Archives.
    *> A name listed twice is read once - the same history counted
    *> twice would overstate every comparison.
    PERFORM VARYING WS-PRM-I FROM 2 BY 1 UNTIL WS-PRM-I > WS-PRM-N
        IF WS-PRM-LINE (WS-PRM-I) NOT = SPACES
            MOVE 'N' TO WS-ARC-EOF-FLAG
            PERFORM VARYING WS-PRM-J FROM 2 BY 1
                    UNTIL WS-PRM-J >= WS-PRM-I
                IF WS-PRM-LINE (WS-PRM-J) = WS-PRM-LINE (WS-PRM-I)
                    SET ArchiveEndOfFile TO TRUE
                END-IF
            END-PERFORM
            IF NOT ArchiveEndOfFile
                PERFORM Read-One-Archive
            END-IF
        END-IF
    END-PERFORM.

Read-One-Archive.
    MOVE FUNCTION TRIM(WS-PRM-LINE (WS-PRM-I)) TO WS-ARCHIVE-NAME
    OPEN INPUT ArchiveFile
    IF WS-ARC-STATUS NOT = '00'
        DISPLAY 'KeywordPeriodStats: archive '
            FUNCTION TRIM(WS-ARCHIVE-NAME) ' unreadable, status '
            WS-ARC-STATUS ' - skipped'
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ARCHIVES-READ
    PERFORM UNTIL ArchiveEndOfFile
        READ ArchiveFile
            AT END
                SET ArchiveEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO WS-RH-ARCHIVE-READ
                MOVE ArchiveRecord TO WS-HIST-IMAGE
                PERFORM Take-History-Record
        END-READ
    END-PERFORM
    CLOSE ArchiveFile.

Take-History-Record.
    IF WS-HIST-DATE NOT NUMERIC OR WS-HIST-HITS NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF WS-HIST-DATE < WS-EARLIEST-DATE
        MOVE WS-HIST-DATE TO WS-EARLIEST-DATE
    END-IF
    IF WS-HIST-CATEGORY = SPACES
        MOVE 'GENERAL' TO WS-HIST-CATEGORY
    END-IF
    PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 3
        IF WS-HIST-DATE >= WS-PER-START (WS-PER-I)
           AND WS-HIST-DATE <= WS-PER-END (WS-PER-I)
            PERFORM Add-Category-Hits
            IF WS-PER-I = 1
                PERFORM Add-Keyword-Hits
            END-IF
        END-IF
    END-PERFORM.

Add-Category-Hits.
    MOVE 0 TO WS-STCAT-FOUND-AT
    PERFORM VARYING WS-STCAT-I FROM 1 BY 1
            UNTIL WS-STCAT-I > WS-STCAT-TOTAL
               OR WS-STCAT-FOUND-AT > 0
        IF WS-STCAT-CODE (WS-STCAT-I) = WS-HIST-CATEGORY
            MOVE WS-STCAT-I TO WS-STCAT-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-STCAT-FOUND-AT = 0
        IF WS-STCAT-TOTAL >= WS-STCAT-MAX-ENTRIES
            ADD WS-HIST-HITS TO WS-STCAT-DROPPED-HITS
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STCAT-TOTAL
        MOVE WS-STCAT-TOTAL TO WS-STCAT-FOUND-AT
        MOVE WS-HIST-CATEGORY TO WS-STCAT-CODE (WS-STCAT-FOUND-AT)
        MOVE 0 TO WS-STCAT-HITS (WS-STCAT-FOUND-AT, 1)
                  WS-STCAT-HITS (WS-STCAT-FOUND-AT, 2)
                  WS-STCAT-HITS (WS-STCAT-FOUND-AT, 3)
    END-IF
    ADD WS-HIST-HITS TO WS-STCAT-HITS (WS-STCAT-FOUND-AT, WS-PER-I).

Add-Keyword-Hits.
    *> The live file hands a keyword's nights over together, so the
    *> entry found for the last record is tried first.
    IF WS-HIST-KEYWORD NOT = WS-STKW-LAST-TEXT
        MOVE WS-HIST-KEYWORD TO WS-STKW-LAST-TEXT
        MOVE 0 TO WS-STKW-FOUND-AT
        PERFORM VARYING WS-STKW-I FROM 1 BY 1
                UNTIL WS-STKW-I > WS-STKW-TOTAL
                   OR WS-STKW-FOUND-AT > 0
            IF WS-STKW-TEXT (WS-STKW-I) = WS-HIST-KEYWORD
                MOVE WS-STKW-I TO WS-STKW-FOUND-AT
            END-IF
        END-PERFORM
        IF WS-STKW-FOUND-AT = 0
           AND WS-STKW-TOTAL < WS-STKW-MAX-ENTRIES
            ADD 1 TO WS-STKW-TOTAL
            MOVE WS-STKW-TOTAL TO WS-STKW-FOUND-AT
            MOVE WS-HIST-KEYWORD TO WS-STKW-TEXT (WS-STKW-FOUND-AT)
            MOVE 0 TO WS-STKW-HITS (WS-STKW-FOUND-AT)
        END-IF
        IF WS-STKW-FOUND-AT = 0
            ADD 1 TO WS-STKW-DROPPED-COUNT
        END-IF
    END-IF
    IF WS-STKW-FOUND-AT > 0
        *> The latest category a keyword reported under is the one
        *> shown beside it.
        MOVE WS-HIST-CATEGORY TO WS-STKW-CATEGORY (WS-STKW-FOUND-AT)
        ADD WS-HIST-HITS TO WS-STKW-HITS (WS-STKW-FOUND-AT)
    END-IF.

Mark-Partial-Periods.
    PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 3
        IF WS-EARLIEST-DATE > WS-PER-START (WS-PER-I)
            MOVE 'Y' TO WS-PER-PARTIAL (WS-PER-I)
        END-IF
    END-PERFORM.

Read-Doc-History.
    *> Keyed on document then run date, so each document's nights
    *> arrive together: a plain control break counts the nights it
    *> was flagged in the period.
    OPEN INPUT DocHistory
    IF WS-DH-STATUS NOT = '00'
        DISPLAY 'KeywordPeriodStats: DOC-HISTORY open failed, status '
            WS-DH-STATUS ' - no document statistics'
        EXIT PARAGRAPH
    END-IF
    SET DocHistOpen TO TRUE
    PERFORM UNTIL DocHistEndOfFile
        READ DocHistory NEXT RECORD
            AT END
                SET DocHistEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO WS-DH-READ
                IF DH-DOC-NAME NOT = WS-CURRENT-DOC
                    PERFORM Close-Document-Break
                    MOVE DH-DOC-NAME TO WS-CURRENT-DOC
                END-IF
                IF DH-RUN-DATE >= WS-PER-START (1)
                   AND DH-RUN-DATE <= WS-PER-END (1)
                    ADD 1 TO WS-DH-SCANNED
                    IF DH-Reviewed
                        ADD 1 TO WS-DH-FLAGGED
                        ADD 1 TO WS-DOC-FLAG-NIGHTS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    PERFORM Close-Document-Break.

Close-Document-Break.
    IF WS-DOC-FLAG-NIGHTS > 0
        ADD 1 TO WS-FLAGGED-DOCUMENTS
    END-IF
    IF WS-DOC-FLAG-NIGHTS > 1
        ADD 1 TO WS-REPEAT-OFFENDERS
    END-IF
    MOVE 0 TO WS-DOC-FLAG-NIGHTS.

Read-Doc-Timing.
    *> The timing log is keyed on run date first, so the period is
    *> one START and a read to its end. Each document-night is looked
    *> up on DOC-HISTORY for the review flag the driver stamped.
    IF NOT DocHistOpen
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT DocTiming
    IF WS-DT-STATUS NOT = '00'
        DISPLAY 'KeywordPeriodStats: DOC-TIMING open failed, status '
            WS-DT-STATUS ' - no source or type breakdown'
    ELSE
        MOVE WS-PER-START (1) TO DT-RUN-DATE
        MOVE 0 TO DT-DOC-SEQ
        START DocTiming KEY IS NOT LESS THAN DT-KEY
            INVALID KEY
                SET TimingEndOfFile TO TRUE
        END-START
        PERFORM UNTIL TimingEndOfFile
            READ DocTiming NEXT RECORD
                AT END
                    SET TimingEndOfFile TO TRUE
                NOT AT END
                    IF DT-RUN-DATE > WS-PER-END (1)
                        SET TimingEndOfFile TO TRUE
                    ELSE
                        ADD 1 TO WS-DT-READ
                        PERFORM Take-Timing-Record
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DocTiming
    END-IF
    CLOSE DocHistory
    IF WS-DH-SCANNED > WS-TIMED-SCANNED
        COMPUTE WS-UNTIMED-SCANNED = WS-DH-SCANNED - WS-TIMED-SCANNED
    END-IF
    IF WS-DH-FLAGGED > WS-TIMED-FLAGGED
        COMPUTE WS-UNTIMED-FLAGGED = WS-DH-FLAGGED - WS-TIMED-FLAGGED
    END-IF.

Take-Timing-Record.
    *> A timing record with no DOC-HISTORY record is a document the
    *> night never finished rolling up - not counted either side.
    MOVE DT-DOC-NAME TO DH-DOC-NAME
    MOVE DT-RUN-DATE TO DH-RUN-DATE
    READ DocHistory
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    MOVE 0 TO WS-STSRC-FOUND-AT
    PERFORM VARYING WS-STSRC-I FROM 1 BY 1
            UNTIL WS-STSRC-I > WS-STSRC-TOTAL
               OR WS-STSRC-FOUND-AT > 0
        IF WS-STSRC-SOURCE (WS-STSRC-I) = DT-SOURCE
           AND WS-STSRC-DOCTYPE (WS-STSRC-I) = DT-DOCTYPE
            MOVE WS-STSRC-I TO WS-STSRC-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-STSRC-FOUND-AT = 0
        IF WS-STSRC-TOTAL >= WS-STSRC-MAX-ENTRIES
            ADD 1 TO WS-STSRC-DROPPED-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-STSRC-TOTAL
        MOVE WS-STSRC-TOTAL TO WS-STSRC-FOUND-AT
        MOVE DT-SOURCE TO WS-STSRC-SOURCE (WS-STSRC-FOUND-AT)
        MOVE DT-DOCTYPE TO WS-STSRC-DOCTYPE (WS-STSRC-FOUND-AT)
        MOVE 0 TO WS-STSRC-SCANNED (WS-STSRC-FOUND-AT)
        MOVE 0 TO WS-STSRC-FLAGGED (WS-STSRC-FOUND-AT)
    END-IF
    ADD 1 TO WS-STSRC-SCANNED (WS-STSRC-FOUND-AT)
    ADD 1 TO WS-TIMED-SCANNED
    IF DH-Reviewed
        ADD 1 TO WS-STSRC-FLAGGED (WS-STSRC-FOUND-AT)
        ADD 1 TO WS-TIMED-FLAGGED
    END-IF.

Rank-Period-Keywords.
    *> Only the top of the list is printed, so only the top is
    *> sorted: highest hits first, ties in keyword order.
    PERFORM VARYING WS-STKW-I FROM 1 BY 1
            UNTIL WS-STKW-I > WS-TOP-LIMIT
               OR WS-STKW-I >= WS-STKW-TOTAL
        MOVE WS-STKW-I TO WS-STKW-HIGH-AT
        PERFORM VARYING WS-STKW-J FROM WS-STKW-I BY 1
                UNTIL WS-STKW-J > WS-STKW-TOTAL
            IF WS-STKW-HITS (WS-STKW-J) >
               WS-STKW-HITS (WS-STKW-HIGH-AT)
                MOVE WS-STKW-J TO WS-STKW-HIGH-AT
            END-IF
        END-PERFORM
        IF WS-STKW-HIGH-AT NOT = WS-STKW-I
            MOVE WS-STKW-ENTRY (WS-STKW-I) TO WS-STKW-HOLD
            MOVE WS-STKW-ENTRY (WS-STKW-HIGH-AT)
                TO WS-STKW-ENTRY (WS-STKW-I)
            MOVE WS-STKW-HOLD TO WS-STKW-ENTRY (WS-STKW-HIGH-AT)
        END-IF
    END-PERFORM.

Write-Stats-Heading.
    MOVE SPACES TO StatsReportRecord
    STRING 'MANAGEMENT STATISTICS - PERIOD ' DELIMITED BY SIZE
           FUNCTION TRIM(WS-PER-LABEL) DELIMITED BY SIZE
           ' (' DELIMITED BY SIZE
           WS-PER-START (1) DELIMITED BY SIZE
           ' TO ' DELIMITED BY SIZE
           WS-PER-END (1) DELIMITED BY SIZE
           ')' DELIMITED BY SIZE
           INTO StatsReportRecord
    WRITE StatsReportRecord
    MOVE SPACES TO StatsReportRecord
    STRING 'PRIOR PERIOD ' DELIMITED BY SIZE
           WS-PER-START (2) DELIMITED BY SIZE
           ' TO ' DELIMITED BY SIZE
           WS-PER-END (2) DELIMITED BY SIZE
           ' : SAME PERIOD LAST YEAR ' DELIMITED BY SIZE
           WS-PER-START (3) DELIMITED BY SIZE
           ' TO ' DELIMITED BY SIZE
           WS-PER-END (3) DELIMITED BY SIZE
           INTO StatsReportRecord
    WRITE StatsReportRecord
    MOVE SPACES TO StatsReportRecord
    IF WS-EARLIEST-DATE = 99999999
        STRING 'RUN HISTORY ON HAND : NONE' DELIMITED BY SIZE
               INTO StatsReportRecord
    ELSE
        STRING 'RUN HISTORY ON HAND FROM ' DELIMITED BY SIZE
               WS-EARLIEST-DATE DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WS-ARCHIVES-READ DELIMITED BY SIZE
               ' ARCHIVE(S) READ)' DELIMITED BY SIZE
               INTO StatsReportRecord
    END-IF
    WRITE StatsReportRecord
    PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 3
        IF WS-PER-PARTIAL (WS-PER-I) = 'Y'
            MOVE SPACES TO StatsReportRecord
            STRING '*PARTIAL - RANGE FROM ' DELIMITED BY SIZE
                   WS-PER-START (WS-PER-I) DELIMITED BY SIZE
                   ' STARTS BEFORE THE HISTORY ON HAND - NAME ITS '
                       DELIMITED BY SIZE
                   'PURGE ARCHIVES ON PERIOD-STATS.TXT'
                       DELIMITED BY SIZE
                   INTO StatsReportRecord
            WRITE StatsReportRecord
        END-IF
    END-PERFORM.

Write-Document-Statistics.
    MOVE SPACES TO StatsReportRecord
    WRITE StatsReportRecord
    MOVE 'DOCUMENTS SCANNED AND FLAGGED FOR REVIEW BY SOURCE AND TYPE'
        TO StatsReportRecord
    WRITE StatsReportRecord
    PERFORM VARYING WS-STSRC-I FROM 1 BY 1
            UNTIL WS-STSRC-I > WS-STSRC-TOTAL
        MOVE WS-STSRC-SOURCE (WS-STSRC-I) TO WS-SHOW-SOURCE
        MOVE WS-STSRC-DOCTYPE (WS-STSRC-I) TO WS-SHOW-DOCTYPE
        MOVE WS-STSRC-SCANNED (WS-STSRC-I) TO WS-RATE-SCANNED
        MOVE WS-STSRC-FLAGGED (WS-STSRC-I) TO WS-RATE-FLAGGED
        PERFORM Write-Document-Line
    END-PERFORM
    *> Document-nights on DOC-HISTORY with no timing record carry no
    *> source or type, but still count - the lines foot to the total.
    IF WS-UNTIMED-SCANNED > 0
        MOVE '(NO LOG)' TO WS-SHOW-SOURCE
        MOVE SPACES TO WS-SHOW-DOCTYPE
        MOVE WS-UNTIMED-SCANNED TO WS-RATE-SCANNED
        MOVE WS-UNTIMED-FLAGGED TO WS-RATE-FLAGGED
        PERFORM Write-Document-Line
    END-IF
    MOVE 'ALL' TO WS-SHOW-SOURCE
    MOVE 'ALL' TO WS-SHOW-DOCTYPE
    MOVE WS-DH-SCANNED TO WS-RATE-SCANNED
    MOVE WS-DH-FLAGGED TO WS-RATE-FLAGGED
    PERFORM Write-Document-Line
    IF WS-STSRC-DROPPED-COUNT > 0
        MOVE SPACES TO StatsReportRecord
        STRING 'DOCUMENT-NIGHTS PAST THE SOURCE/TYPE TABLE: '
                   DELIMITED BY SIZE
               WS-STSRC-DROPPED-COUNT DELIMITED BY SIZE
               ' (IN THE ALL LINE ONLY)' DELIMITED BY SIZE
               INTO StatsReportRecord
        WRITE StatsReportRecord
    END-IF.

Write-Document-Line.
    MOVE 0 TO WS-RATE
    IF WS-RATE-SCANNED > 0
        COMPUTE WS-RATE ROUNDED =
            WS-RATE-FLAGGED * 100 / WS-RATE-SCANNED
    END-IF
    *> A bare-path control line has no source or type codes.
    IF WS-SHOW-SOURCE = SPACES
        MOVE '(NONE)' TO WS-SHOW-SOURCE
    END-IF
    IF WS-SHOW-DOCTYPE = SPACES
        MOVE '(NONE)' TO WS-SHOW-DOCTYPE
    END-IF
    MOVE SPACES TO StatsReportRecord
    STRING 'SOURCE ' DELIMITED BY SIZE
           WS-SHOW-SOURCE DELIMITED BY SIZE
           ' TYPE ' DELIMITED BY SIZE
           WS-SHOW-DOCTYPE DELIMITED BY SIZE
           ' : SCANNED ' DELIMITED BY SIZE
           WS-RATE-SCANNED DELIMITED BY SIZE
           ' : FLAGGED ' DELIMITED BY SIZE
           WS-RATE-FLAGGED DELIMITED BY SIZE
           ' : FLAG RATE ' DELIMITED BY SIZE
           WS-RATE DELIMITED BY SIZE
           '%' DELIMITED BY SIZE
           INTO StatsReportRecord
    WRITE StatsReportRecord
    MOVE SPACES TO StatsCsvRecord
    STRING FUNCTION TRIM(WS-PER-LABEL) DELIMITED BY SIZE
           ',DOCUMENTS,' DELIMITED BY SIZE
           WS-SHOW-SOURCE DELIMITED BY SPACE
           ',' DELIMITED BY SIZE
           WS-SHOW-DOCTYPE DELIMITED BY SPACE
           ',' DELIMITED BY SIZE
           WS-RATE-SCANNED DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           WS-RATE-FLAGGED DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           WS-RATE DELIMITED BY SIZE
           INTO StatsCsvRecord
    WRITE StatsCsvRecord.

Write-Category-Statistics.
    MOVE SPACES TO StatsReportRecord
    WRITE StatsReportRecord
    MOVE 'HITS BY CATEGORY - PERIOD, PRIOR PERIOD, LAST YEAR'
        TO StatsReportRecord
    WRITE StatsReportRecord
    MOVE 0 TO WS-ALL-CATEGORY-HITS (1) WS-ALL-CATEGORY-HITS (2)
              WS-ALL-CATEGORY-HITS (3)
    PERFORM VARYING WS-STCAT-I FROM 1 BY 1
            UNTIL WS-STCAT-I > WS-STCAT-TOTAL
        PERFORM VARYING WS-PER-I FROM 1 BY 1 UNTIL WS-PER-I > 3
            ADD WS-STCAT-HITS (WS-STCAT-I, WS-PER-I)
                TO WS-ALL-CATEGORY-HITS (WS-PER-I)
        END-PERFORM
        MOVE WS-STCAT-HITS (WS-STCAT-I, 1) TO WS-CHANGE-NOW
        MOVE WS-STCAT-HITS (WS-STCAT-I, 2) TO WS-CHANGE-THEN
        PERFORM Format-Change
        MOVE WS-CHANGE-TEXT TO WS-CHANGE-PRIOR
        MOVE WS-STCAT-HITS (WS-STCAT-I, 3) TO WS-CHANGE-THEN
        PERFORM Format-Change
        MOVE WS-CHANGE-TEXT TO WS-CHANGE-YEAR
        MOVE SPACES TO StatsReportRecord
        STRING 'CATEGORY ' DELIMITED BY SIZE
               WS-STCAT-CODE (WS-STCAT-I) DELIMITED BY SIZE
               ' : PERIOD ' DELIMITED BY SIZE
               WS-STCAT-HITS (WS-STCAT-I, 1) DELIMITED BY SIZE
               ' : PRIOR ' DELIMITED BY SIZE
               WS-STCAT-HITS (WS-STCAT-I, 2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CHANGE-PRIOR DELIMITED BY SIZE
               ' : LAST YEAR ' DELIMITED BY SIZE
               WS-STCAT-HITS (WS-STCAT-I, 3) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CHANGE-YEAR DELIMITED BY SIZE
               INTO StatsReportRecord
        WRITE StatsReportRecord
        MOVE SPACES TO StatsCsvRecord
        STRING FUNCTION TRIM(WS-PER-LABEL) DELIMITED BY SIZE
               ',CATEGORY HITS,' DELIMITED BY SIZE
               WS-STCAT-CODE (WS-STCAT-I) DELIMITED BY SPACE
               ',,' DELIMITED BY SIZE
               WS-STCAT-HITS (WS-STCAT-I, 1) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-STCAT-HITS (WS-STCAT-I, 2) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-STCAT-HITS (WS-STCAT-I, 3) DELIMITED BY SIZE
               INTO StatsCsvRecord
        WRITE StatsCsvRecord
    END-PERFORM

    MOVE WS-ALL-CATEGORY-HITS (1) TO WS-CHANGE-NOW
    MOVE WS-ALL-CATEGORY-HITS (2) TO WS-CHANGE-THEN
    PERFORM Format-Change
    MOVE WS-CHANGE-TEXT TO WS-CHANGE-PRIOR
    MOVE WS-ALL-CATEGORY-HITS (3) TO WS-CHANGE-THEN
    PERFORM Format-Change
    MOVE WS-CHANGE-TEXT TO WS-CHANGE-YEAR
    MOVE SPACES TO StatsReportRecord
    STRING 'ALL CATEGORIES   : PERIOD ' DELIMITED BY SIZE
           WS-ALL-CATEGORY-HITS (1) DELIMITED BY SIZE
           ' : PRIOR ' DELIMITED BY SIZE
           WS-ALL-CATEGORY-HITS (2) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-CHANGE-PRIOR DELIMITED BY SIZE
           ' : LAST YEAR ' DELIMITED BY SIZE
           WS-ALL-CATEGORY-HITS (3) DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           WS-CHANGE-YEAR DELIMITED BY SIZE
           INTO StatsReportRecord
    WRITE StatsReportRecord
    IF WS-STCAT-DROPPED-HITS > 0
        MOVE SPACES TO StatsReportRecord
        STRING 'HITS IN CATEGORIES PAST THE 50-ENTRY TABLE: '
                   DELIMITED BY SIZE
               WS-STCAT-DROPPED-HITS DELIMITED BY SIZE
               INTO StatsReportRecord
        WRITE StatsReportRecord
    END-IF.

Format-Change.
    MOVE SPACES TO WS-CHANGE-TEXT
    IF WS-CHANGE-NOW > WS-CHANGE-THEN
        COMPUTE WS-CHANGE-AMOUNT = WS-CHANGE-NOW - WS-CHANGE-THEN
        STRING 'UP ' DELIMITED BY SIZE
               WS-CHANGE-AMOUNT DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
    ELSE
    IF WS-CHANGE-NOW < WS-CHANGE-THEN
        COMPUTE WS-CHANGE-AMOUNT = WS-CHANGE-THEN - WS-CHANGE-NOW
        STRING 'DOWN ' DELIMITED BY SIZE
               WS-CHANGE-AMOUNT DELIMITED BY SIZE
               INTO WS-CHANGE-TEXT
    ELSE
        MOVE 'SAME' TO WS-CHANGE-TEXT
    END-IF
    END-IF.

Write-Top-Keywords.
    MOVE SPACES TO StatsReportRecord
    WRITE StatsReportRecord
    MOVE SPACES TO StatsReportRecord
    STRING 'TOP ' DELIMITED BY SIZE
           WS-TOP-LIMIT DELIMITED BY SIZE
           ' KEYWORDS BY HITS' DELIMITED BY SIZE
           INTO StatsReportRecord
    WRITE StatsReportRecord
    MOVE 0 TO WS-TOP-SHOWN
    PERFORM VARYING WS-STKW-I FROM 1 BY 1
            UNTIL WS-STKW-I > WS-TOP-LIMIT
               OR WS-STKW-I > WS-STKW-TOTAL
        IF WS-STKW-HITS (WS-STKW-I) > 0
            ADD 1 TO WS-TOP-SHOWN
            MOVE SPACES TO StatsReportRecord
            STRING 'RANK ' DELIMITED BY SIZE
                   WS-STKW-I DELIMITED BY SIZE
                   ' : HITS ' DELIMITED BY SIZE
                   WS-STKW-HITS (WS-STKW-I) DELIMITED BY SIZE
                   ' : CATEGORY ' DELIMITED BY SIZE
                   WS-STKW-CATEGORY (WS-STKW-I) DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STKW-TEXT (WS-STKW-I))
                       DELIMITED BY SIZE
                   INTO StatsReportRecord
            WRITE StatsReportRecord
            MOVE SPACES TO StatsCsvRecord
            STRING FUNCTION TRIM(WS-PER-LABEL) DELIMITED BY SIZE
                   ',TOP KEYWORD,' DELIMITED BY SIZE
                   WS-STKW-I DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STKW-TEXT (WS-STKW-I))
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-STKW-HITS (WS-STKW-I) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-STKW-CATEGORY (WS-STKW-I) DELIMITED BY SPACE
                   ',' DELIMITED BY SIZE
                   INTO StatsCsvRecord
            WRITE StatsCsvRecord
        END-IF
    END-PERFORM
    IF WS-TOP-SHOWN = 0
        MOVE 'NO KEYWORD HITS IN THE PERIOD' TO StatsReportRecord
        WRITE StatsReportRecord
    END-IF
    IF WS-STKW-DROPPED-COUNT > 0
        MOVE SPACES TO StatsReportRecord
        STRING 'KEYWORDS PAST THE 1000-ENTRY TABLE, NOT RANKED: '
                   DELIMITED BY SIZE
               WS-STKW-DROPPED-COUNT DELIMITED BY SIZE
               INTO StatsReportRecord
        WRITE StatsReportRecord
    END-IF.

Write-Repeat-Offenders.
    MOVE SPACES TO StatsReportRecord
    WRITE StatsReportRecord
    MOVE SPACES TO StatsReportRecord
    STRING 'REPEAT OFFENDERS : ' DELIMITED BY SIZE
           WS-REPEAT-OFFENDERS DELIMITED BY SIZE
           ' DISTINCT DOCUMENT(S) FLAGGED ON MORE THAN ONE NIGHT, OF '
               DELIMITED BY SIZE
           WS-FLAGGED-DOCUMENTS DELIMITED BY SIZE
           ' FLAGGED IN THE PERIOD' DELIMITED BY SIZE
           INTO StatsReportRecord
    WRITE StatsReportRecord
    MOVE SPACES TO StatsCsvRecord
    STRING FUNCTION TRIM(WS-PER-LABEL) DELIMITED BY SIZE
           ',REPEAT OFFENDERS,,,' DELIMITED BY SIZE
           WS-REPEAT-OFFENDERS DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           WS-FLAGGED-DOCUMENTS DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           INTO StatsCsvRecord
    WRITE StatsCsvRecord.

Write-Stats-Foot.
    MOVE SPACES TO StatsReportRecord
    WRITE StatsReportRecord
    MOVE SPACES TO StatsReportRecord
    STRING 'COUNTS FOOT: RUN-HISTORY READ ' DELIMITED BY SIZE
           WS-RH-LIVE-READ DELIMITED BY SIZE
           '  ARCHIVED READ ' DELIMITED BY SIZE
           WS-RH-ARCHIVE-READ DELIMITED BY SIZE
           '  DOC-HISTORY READ ' DELIMITED BY SIZE
           WS-DH-READ DELIMITED BY SIZE
           '  DOC-TIMING READ ' DELIMITED BY SIZE
           WS-DT-READ DELIMITED BY SIZE
           INTO StatsReportRecord
    WRITE StatsReportRecord.
