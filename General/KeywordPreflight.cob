IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordPreflight.

*> Pre-flight check of the night's batch-control.txt, run ahead of
*> KeywordBatchSplit / KeywordBatchDriver. KeywordEngine only
*> DISPLAYs a document it cannot open and returns, and takes an
*> empty file, a binary file, or an extract with lines past its
*> 1024-byte InputRecord without complaint - each then goes on the
*> night as scanned with no hits, indistinguishable from a clean
*> document. Every document named on the control file is read
*> through once here, and is held back when:
*>     MISSING  - the file does not exist
*>     UNREAD   - it exists but cannot be opened or read
*>     EMPTY    - it has no non-blank line
*>     LONGLINE - a line runs past 1024 bytes
*>     BINARY   - non-printable bytes are over the limit
*>     SIZE     - its bytes are more than the size factor above or
*>                below its average over earlier nights (DOCTIME)
*> Bytes are measured as the engine measures them - each line to its
*> last non-blank byte. Tab and x'20' to x'7E' are printable; the
*> rest are counted against the limit. The size check needs at least
*> two earlier nights with bytes for that document, and only counts
*> nights before tonight, so a rerun does not compare with itself.
*>
*> The control file as received is copied to
*> batch-control.received.txt, and batch-control.txt is rewritten
*> with only the clean lines, in their order. A malformed control
*> line is passed on unchanged - the driver reports and skips it as
*> it always has. Documents held back go on the QUARANTINE file
*> (QUARANT.DAT) with the reason and stay there until released with
*> KeywordQuarantineRelease.
*>
*> A released document rejoins the next night it is checked: if it
*> is on tonight's control file it is checked there, otherwise its
*> saved control line is checked and, when it passes, added to the
*> end of tonight's file. Release waives the check the document was
*> held for - the reviewer has looked at that - but not the others,
*> and never MISSING or UNREAD, since there is nothing to scan. A
*> quarantined document that is sent again and now passes on its own
*> is cleared without a release.
*>
*> Parameters come from preflight.txt, one per line:
*>     line 1 - non-printable limit, percent of bytes, 0-100; def 5
*>     line 2 - size factor, 2-100; default 5
*>     line 3 - size lookback in nights, 1-999; default 30
*> preflight.rpt lists what was held, rejoined and cleared, counts by
*> source system, everything still in quarantine, and foots the lines
*> written back to the lines read. Return code 4 when anything was
*> quarantined tonight.
*>
*> The received copy is rewritten each run: a rerun of the same night
*> checks the already-cleaned file. A document that rejoined earlier
*> tonight keeps its release's waiver on the rerun and passes again
*> without being counted as rejoined twice; anything else is checked
*> as on the first run. Restore batch-control.txt from
*> batch-control.received.txt first if the received lines are wanted
*> back - a release added tonight from its saved control line is not
*> on that copy and, being rejoined already, is not added again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PreflightParmFile ASSIGN TO 'preflight.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRM-STATUS.
    *> Read in, then written back out with only the clean lines.
    SELECT ControlFile ASSIGN TO 'batch-control.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
    SELECT ReceivedControlFile ASSIGN TO 'batch-control.received.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCV-STATUS.
    SELECT CheckDocFile ASSIGN TO DYNAMIC WS-CHK-DOC-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHK-STATUS.
    SELECT DocTiming ASSIGN TO 'DOCTIME.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DT-KEY
        FILE STATUS IS WS-DT-STATUS.
    SELECT Quarantine ASSIGN TO 'QUARANT.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QR-DOC-NAME
        FILE STATUS IS WS-QR-STATUS.
    SELECT PreflightReportFile ASSIGN TO 'preflight.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PreflightParmFile.
01 PreflightParmRecord PIC X(80).

FD ControlFile.
*> Same width as KeywordBatchDriver's control record.
01 ControlRecord PIC X(120).

FD ReceivedControlFile.
01 ReceivedControlRecord PIC X(120).

FD CheckDocFile.
*> Four times KeywordEngine's InputRecord, so an over-length line is
*> seen whole rather than folded into the next one.
01 CheckDocRecord PIC X(4096).

FD DocTiming.
COPY "DOCTIME.cpy".

FD Quarantine.
COPY "QUARANT.cpy".

FD PreflightReportFile.
01 PreflightReportRecord PIC X(250).

WORKING-STORAGE SECTION.
01 WS-PRM-STATUS PIC XX VALUE '00'.
01 WS-CTL-STATUS PIC XX VALUE '00'.
01 WS-RCV-STATUS PIC XX VALUE '00'.
01 WS-CHK-STATUS PIC XX VALUE '00'.
01 WS-DT-STATUS PIC XX VALUE '00'.
01 WS-QR-STATUS PIC XX VALUE '00'.
01 WS-CTL-EOF-FLAG PIC X VALUE 'N'.
    88 CtlEndOfFile VALUE 'Y'.
01 WS-CHK-EOF-FLAG PIC X VALUE 'N'.
    88 ChkEndOfFile VALUE 'Y'.
01 WS-DT-EOF-FLAG PIC X VALUE 'N'.
    88 DtEndOfFile VALUE 'Y'.
01 WS-QR-EOF-FLAG PIC X VALUE 'N'.
    88 QrEndOfFile VALUE 'Y'.

01 WS-PRM-LINE-1 PIC X(80).
01 WS-PRM-LINE-2 PIC X(80).
01 WS-PRM-LINE-3 PIC X(80).
01 WS-PRM-LINE PIC X(80).
01 WS-PRM-X PIC X(4) JUSTIFIED RIGHT.
01 WS-PRM-VALUE PIC 9(4).
01 WS-PRM-OK-FLAG PIC X.
    88 ParameterOk VALUE 'Y'.
01 WS-NONPRINT-LIMIT PIC 9(3) VALUE 5.
01 WS-SIZE-FACTOR PIC 9(3) VALUE 5.
01 WS-LOOKBACK-NIGHTS PIC 9(3) VALUE 30.

01 WS-TODAY-DATETIME PIC X(21).
01 WS-TODAY-DATETIME-FIELDS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-DATE PIC 9(8).
    05 FILLER PIC X(13).
01 WS-LOOKBACK-DATE PIC 9(8).

*> Tonight's control lines, received ones first in control-file
*> order, then any released documents added back on the end. Sized
*> to the driver's 500-document night.
01 WS-PFL-MAX-ENTRIES PIC 9(4) VALUE 500.
01 WS-PFL-AREA.
    05 WS-PFL-TOTAL PIC 9(4) VALUE 0.
    05 WS-PFL-ENTRY OCCURS 500 TIMES.
        10 WS-PFL-LINE       PIC X(120).
        10 WS-PFL-PATH       PIC X(80).
        10 WS-PFL-SOURCE     PIC X(8).
        10 WS-PFL-BAD        PIC X.
        10 WS-PFL-HIST-RUNS  PIC 9(4).
        10 WS-PFL-HIST-BYTES PIC 9(13).
        *> P passes, Q held back, M malformed and passed on.
        10 WS-PFL-RESULT     PIC X.
01 WS-PFL-I PIC 9(4).
01 WS-RECEIVED-TOTAL PIC 9(4) VALUE 0.

*> Per source system: documents checked, passed, held, rejoined.
01 WS-SRC-MAX-ENTRIES PIC 9(3) VALUE 50.
01 WS-SRC-AREA.
    05 WS-SRC-TOTAL PIC 9(3) VALUE 0.
    05 WS-SRC-ENTRY OCCURS 50 TIMES.
        10 WS-SRC-CODE        PIC X(8).
        10 WS-SRC-CHECKED     PIC 9(5).
        10 WS-SRC-CLEAN       PIC 9(5).
        10 WS-SRC-QUARANTINED PIC 9(5).
        10 WS-SRC-REJOINED    PIC 9(5).
01 WS-SRC-I PIC 9(3).
01 WS-SRC-FOUND-AT PIC 9(3).
01 WS-SRC-OVERFLOW-COUNT PIC 9(5) VALUE 0.
01 WS-SOURCE-TEXT PIC X(8).

*> The control line split the way KeywordBatchDriver splits it.
01 WS-CTL-LINE PIC X(120).
01 WS-CTL-DOC-ID PIC X(20).
01 WS-CTL-SOURCE PIC X(8).
01 WS-CTL-DOCTYPE PIC X(8).
01 WS-CTL-PATH PIC X(80).
01 WS-CTL-FIELD-1 PIC X(20).
01 WS-CTL-FIELD-3 PIC X(8).
01 WS-CTL-FIELD-4 PIC X(80).
01 WS-CTL-COMMAS PIC 9(3).
01 WS-CTL-BAD-FLAG PIC X.
    88 ControlRecordBad VALUE 'Y'.

*> One document's check.
01 WS-CHK-DOC-NAME PIC X(90).
01 WS-CHK-LINES PIC 9(7).
01 WS-CHK-LINE-LEN PIC 9(4).
01 WS-CHK-BYTES PIC 9(11).
01 WS-CHK-SPACES PIC 9(4).
01 WS-CHK-NONPRINT PIC 9(11).
01 WS-CHK-LONG-LINES PIC 9(7).
01 WS-CHK-FIRST-LONG PIC 9(7).
01 WS-CHK-READ-FAIL-FLAG PIC X.
    88 ChkReadFailed VALUE 'Y'.
01 WS-CHK-READ-FAIL-STATUS PIC XX.
01 WS-CHK-PERCENT PIC 9(3).
01 WS-CHK-AVERAGE PIC 9(11).
01 WS-CHK-HIST-RUNS PIC 9(4).
01 WS-CHK-HIST-BYTES PIC 9(13).
01 WS-CHK-WAIVED PIC X(8).
01 WS-CHK-REASON-CODE PIC X(8).
    88 ChkPassed VALUE SPACES.
    88 ChkNotWaivable VALUE 'MISSING' 'UNREAD'.
01 WS-CHK-REASON-TEXT PIC X(60).
01 WS-CHK-WORK PIC X(4096).

*> Tab, then space through tilde - built once at start-up.
01 WS-PRINTABLE-SET PIC X(96).
01 WS-PRINTABLE-BLANKS PIC X(96) VALUE SPACES.
01 WS-PS-I PIC 9(3).

*> The quarantine record as found for the document being checked.
01 WS-QR-FOUND-FLAG PIC X.
    88 QuarantineRecordFound VALUE 'Y'.
01 WS-QR-OLD-STATUS PIC X.
    88 WasQuarantined VALUE 'Q'.
    88 WasReleased    VALUE 'R'.
    88 WasRejoined    VALUE 'J'.
01 WS-QR-OLD-REASON PIC X(8).
01 WS-QR-OLD-DATE PIC 9(8).
01 WS-QR-OLD-REJOIN-DATE PIC 9(8).
01 WS-QR-RELEASED-BY PIC X(20).
01 WS-HELD-SUFFIX PIC X(40).

01 WS-LINES-READ PIC 9(5) VALUE 0.
01 WS-LINES-WRITTEN PIC 9(5) VALUE 0.
01 WS-CLEAN-COUNT PIC 9(5) VALUE 0.
01 WS-QUARANTINED-COUNT PIC 9(5) VALUE 0.
01 WS-MALFORMED-COUNT PIC 9(5) VALUE 0.
01 WS-REJOINED-COUNT PIC 9(5) VALUE 0.
01 WS-REJOIN-ADDED-COUNT PIC 9(5) VALUE 0.
01 WS-REHELD-COUNT PIC 9(5) VALUE 0.
01 WS-CLEARED-COUNT PIC 9(5) VALUE 0.
01 WS-STILL-HELD-COUNT PIC 9(5) VALUE 0.
01 WS-AWAITING-COUNT PIC 9(5) VALUE 0.
01 WS-DEFERRED-COUNT PIC 9(5) VALUE 0.
01 WS-WRITE-ERROR-COUNT PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Preflight-Main.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    PERFORM Read-Preflight-Parameters
    PERFORM Build-Printable-Set
    OPEN OUTPUT PreflightReportFile
    PERFORM Read-Received-Control
    PERFORM Open-Quarantine
    PERFORM Load-Size-History
    PERFORM Write-Report-Heading

    PERFORM VARYING WS-PFL-I FROM 1 BY 1
            UNTIL WS-PFL-I > WS-RECEIVED-TOTAL
        PERFORM Check-Control-Line
    END-PERFORM
    PERFORM Sweep-Quarantine

    CLOSE Quarantine
    PERFORM Write-Clean-Control
    PERFORM Write-Report-Trailer
    CLOSE PreflightReportFile
    IF WS-WRITE-ERROR-COUNT > 0
       OR WS-LINES-WRITTEN NOT = WS-CLEAN-COUNT + WS-MALFORMED-COUNT
                                 + WS-REJOIN-ADDED-COUNT
        MOVE 8 TO RETURN-CODE
    ELSE
    IF WS-QUARANTINED-COUNT > 0 OR WS-REHELD-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    END-IF
    STOP RUN.

Read-Preflight-Parameters.
    MOVE SPACES TO WS-PRM-LINE-1 WS-PRM-LINE-2 WS-PRM-LINE-3
    OPEN INPUT PreflightParmFile
    IF WS-PRM-STATUS = '00'
        READ PreflightParmFile INTO WS-PRM-LINE-1
            AT END
                MOVE SPACES TO WS-PRM-LINE-1
        END-READ
        IF WS-PRM-STATUS = '00'
            READ PreflightParmFile INTO WS-PRM-LINE-2
                AT END
                    MOVE SPACES TO WS-PRM-LINE-2
            END-READ
        END-IF
        IF WS-PRM-STATUS = '00'
            READ PreflightParmFile INTO WS-PRM-LINE-3
                AT END
                    MOVE SPACES TO WS-PRM-LINE-3
            END-READ
        END-IF
        CLOSE PreflightParmFile
    END-IF
    MOVE WS-PRM-LINE-1 TO WS-PRM-LINE
    PERFORM Edit-Numeric-Parameter
    IF ParameterOk AND WS-PRM-VALUE <= 100
        MOVE WS-PRM-VALUE TO WS-NONPRINT-LIMIT
    ELSE
    IF FUNCTION TRIM(WS-PRM-LINE-1) NOT = SPACES
        DISPLAY 'KeywordPreflight: preflight.txt non-printable '
            'limit not 0 to 100 - using 5'
    END-IF
    END-IF
    MOVE WS-PRM-LINE-2 TO WS-PRM-LINE
    PERFORM Edit-Numeric-Parameter
    IF ParameterOk AND WS-PRM-VALUE >= 2 AND WS-PRM-VALUE <= 100
        MOVE WS-PRM-VALUE TO WS-SIZE-FACTOR
    ELSE
    IF FUNCTION TRIM(WS-PRM-LINE-2) NOT = SPACES
        DISPLAY 'KeywordPreflight: preflight.txt size factor '
            'not 2 to 100 - using 5'
    END-IF
    END-IF
    MOVE WS-PRM-LINE-3 TO WS-PRM-LINE
    PERFORM Edit-Numeric-Parameter
    IF ParameterOk AND WS-PRM-VALUE >= 1 AND WS-PRM-VALUE <= 999
        MOVE WS-PRM-VALUE TO WS-LOOKBACK-NIGHTS
    ELSE
    IF FUNCTION TRIM(WS-PRM-LINE-3) NOT = SPACES
        DISPLAY 'KeywordPreflight: preflight.txt lookback '
            'not 1 to 999 nights - using 30'
    END-IF
    END-IF
    COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-LOOKBACK-NIGHTS).

Edit-Numeric-Parameter.
    *> Length first - the 4-byte JUSTIFIED field truncates on the
    *> left.
    MOVE 'N' TO WS-PRM-OK-FLAG
    MOVE 0 TO WS-PRM-VALUE
    IF FUNCTION TRIM(WS-PRM-LINE) NOT = SPACES
       AND FUNCTION LENGTH(FUNCTION TRIM(WS-PRM-LINE)) <= 4
        MOVE FUNCTION TRIM(WS-PRM-LINE) TO WS-PRM-X
        INSPECT WS-PRM-X REPLACING LEADING SPACE BY ZERO
        IF WS-PRM-X IS NUMERIC
            MOVE WS-PRM-X TO WS-PRM-VALUE
            MOVE 'Y' TO WS-PRM-OK-FLAG
        END-IF
    END-IF.

Build-Printable-Set.
    *> CHAR takes the ordinal, one above the byte value: 10 is tab,
    *> 33 is space, 127 is tilde.
    MOVE FUNCTION CHAR(10) TO WS-PRINTABLE-SET (1:1)
    PERFORM VARYING WS-PS-I FROM 1 BY 1 UNTIL WS-PS-I > 95
        MOVE FUNCTION CHAR(WS-PS-I + 32)
            TO WS-PRINTABLE-SET (WS-PS-I + 1:1)
    END-PERFORM.

Read-Received-Control.
    OPEN INPUT ControlFile
    IF WS-CTL-STATUS NOT = '00'
        DISPLAY 'KeywordPreflight: batch-control.txt missing or '
            'unreadable, status ' WS-CTL-STATUS
        MOVE SPACES TO PreflightReportRecord
        STRING 'CONTROL FILE MISSING OR UNREADABLE, STATUS '
               DELIMITED BY SIZE
               WS-CTL-STATUS DELIMITED BY SIZE
               INTO PreflightReportRecord
        WRITE PreflightReportRecord
        CLOSE PreflightReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ReceivedControlFile
    IF WS-RCV-STATUS NOT = '00'
        DISPLAY 'KeywordPreflight: batch-control.received.txt open '
            'failed, status ' WS-RCV-STATUS ' - control file left '
            'as received'
        CLOSE ControlFile
        CLOSE PreflightReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL CtlEndOfFile
        READ ControlFile
        AT END
            SET CtlEndOfFile TO TRUE
        NOT AT END
            MOVE ControlRecord TO ReceivedControlRecord
            WRITE ReceivedControlRecord
            IF WS-RCV-STATUS NOT = '00'
                ADD 1 TO WS-WRITE-ERROR-COUNT
            END-IF
            IF FUNCTION TRIM(ControlRecord) NOT = SPACES
                ADD 1 TO WS-LINES-READ
                PERFORM Take-Control-Line
            END-IF
        END-READ
    END-PERFORM
    CLOSE ControlFile
    CLOSE ReceivedControlFile
    IF WS-WRITE-ERROR-COUNT > 0
        *> Without a whole received copy the lines held back tonight
        *> could not be recovered - leave the control file alone.
        DISPLAY 'KeywordPreflight: batch-control.received.txt '
            'incomplete - control file left as received'
        CLOSE PreflightReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-PFL-TOTAL TO WS-RECEIVED-TOTAL.

Take-Control-Line.
    IF WS-PFL-TOTAL >= WS-PFL-MAX-ENTRIES
        *> Dropping a line would lose a document from the night; a
        *> night this size has to be cut down first.
        DISPLAY 'KeywordPreflight: more than ' WS-PFL-MAX-ENTRIES
            ' control lines - control file left as received'
        CLOSE ControlFile
        CLOSE ReceivedControlFile
        CLOSE PreflightReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-PFL-TOTAL
    MOVE ControlRecord TO WS-CTL-LINE
    PERFORM Parse-Control-Record
    MOVE WS-CTL-LINE TO WS-PFL-LINE (WS-PFL-TOTAL)
    MOVE WS-CTL-PATH TO WS-PFL-PATH (WS-PFL-TOTAL)
    MOVE WS-CTL-SOURCE TO WS-PFL-SOURCE (WS-PFL-TOTAL)
    MOVE WS-CTL-BAD-FLAG TO WS-PFL-BAD (WS-PFL-TOTAL)
    MOVE 0 TO WS-PFL-HIST-RUNS (WS-PFL-TOTAL)
              WS-PFL-HIST-BYTES (WS-PFL-TOTAL)
    MOVE SPACE TO WS-PFL-RESULT (WS-PFL-TOTAL).

Parse-Control-Record.
    *> The rules KeywordBatchDriver parses by: no commas is a bare
    *> path; exactly three is DOCID,SOURCE,DOCTYPE,PATH; anything
    *> else is malformed and is passed through for the driver to
    *> report.
    MOVE 'N' TO WS-CTL-BAD-FLAG
    MOVE SPACES TO WS-CTL-DOC-ID WS-CTL-SOURCE WS-CTL-DOCTYPE
                   WS-CTL-PATH WS-CTL-FIELD-1 WS-CTL-FIELD-3
                   WS-CTL-FIELD-4
    MOVE 0 TO WS-CTL-COMMAS
    INSPECT WS-CTL-LINE TALLYING WS-CTL-COMMAS FOR ALL ','
    EVALUATE WS-CTL-COMMAS
        WHEN 0
            MOVE FUNCTION TRIM(WS-CTL-LINE) TO WS-CTL-PATH
        WHEN 3
            UNSTRING WS-CTL-LINE DELIMITED BY ','
                INTO WS-CTL-FIELD-1 WS-CTL-SOURCE WS-CTL-FIELD-3
                     WS-CTL-FIELD-4
            END-UNSTRING
            MOVE FUNCTION TRIM(WS-CTL-FIELD-1) TO WS-CTL-DOC-ID
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTL-SOURCE))
                TO WS-CTL-SOURCE
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTL-FIELD-3))
                TO WS-CTL-DOCTYPE
            MOVE FUNCTION TRIM(WS-CTL-FIELD-4) TO WS-CTL-PATH
        WHEN OTHER
            SET ControlRecordBad TO TRUE
    END-EVALUATE
    IF NOT ControlRecordBad AND WS-CTL-PATH = SPACES
        SET ControlRecordBad TO TRUE
    END-IF.

Open-Quarantine.
    *> The first night with the pre-flight builds the file empty.
    OPEN I-O Quarantine
    IF WS-QR-STATUS = '35'
        OPEN OUTPUT Quarantine
        CLOSE Quarantine
        OPEN I-O Quarantine
    END-IF
    IF WS-QR-STATUS NOT = '00'
        *> batch-control.txt has not been touched yet - the night
        *> can still run unchecked once this is put right.
        DISPLAY 'KeywordPreflight: QUARANTINE open failed, status '
            WS-QR-STATUS ' - control file left as received'
        CLOSE PreflightReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

Load-Size-History.
    *> One pass over the lookback window, totalling each of tonight's
    *> documents' earlier nights. Zero-byte nights are left out -
    *> an unreadable night is no measure of the document's size.
    OPEN INPUT DocTiming
    IF WS-DT-STATUS NOT = '00'
        IF WS-DT-STATUS NOT = '35'
            DISPLAY 'KeywordPreflight: DOC-TIMING open failed, '
                'status ' WS-DT-STATUS ' - size check skipped'
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LOOKBACK-DATE TO DT-RUN-DATE
    MOVE 0 TO DT-DOC-SEQ
    START DocTiming KEY IS NOT LESS THAN DT-KEY
        INVALID KEY
            SET DtEndOfFile TO TRUE
    END-START
    PERFORM UNTIL DtEndOfFile
        READ DocTiming NEXT RECORD
        AT END
            SET DtEndOfFile TO TRUE
        NOT AT END
            IF DT-RUN-DATE >= WS-TODAY-DATE
                SET DtEndOfFile TO TRUE
            ELSE
            IF DT-BYTES-SCANNED > 0
                PERFORM Add-Size-History
            END-IF
            END-IF
        END-READ
    END-PERFORM
    CLOSE DocTiming.

Add-Size-History.
    PERFORM VARYING WS-PFL-I FROM 1 BY 1
            UNTIL WS-PFL-I > WS-PFL-TOTAL
        IF WS-PFL-PATH (WS-PFL-I) = DT-DOC-NAME
            ADD 1 TO WS-PFL-HIST-RUNS (WS-PFL-I)
            ADD DT-BYTES-SCANNED TO WS-PFL-HIST-BYTES (WS-PFL-I)
        END-IF
    END-PERFORM.

Check-Control-Line.
    IF WS-PFL-BAD (WS-PFL-I) = 'Y'
        MOVE 'M' TO WS-PFL-RESULT (WS-PFL-I)
        ADD 1 TO WS-MALFORMED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PFL-LINE (WS-PFL-I) TO WS-CTL-LINE
    PERFORM Parse-Control-Record
    PERFORM Find-Source
    IF WS-SRC-FOUND-AT > 0
        ADD 1 TO WS-SRC-CHECKED (WS-SRC-FOUND-AT)
    END-IF
    PERFORM Read-Quarantine-Record
    MOVE SPACES TO WS-CHK-WAIVED
    IF QuarantineRecordFound AND WasReleased
        MOVE WS-QR-OLD-REASON TO WS-CHK-WAIVED
    END-IF
    *> Rejoined earlier tonight: a rerun keeps the release's waiver,
    *> or the same check would hold the document again.
    IF QuarantineRecordFound AND WasRejoined
       AND WS-QR-OLD-REJOIN-DATE = WS-TODAY-DATE
        MOVE WS-QR-OLD-REASON TO WS-CHK-WAIVED
    END-IF
    MOVE WS-PFL-HIST-RUNS (WS-PFL-I) TO WS-CHK-HIST-RUNS
    MOVE WS-PFL-HIST-BYTES (WS-PFL-I) TO WS-CHK-HIST-BYTES
    PERFORM Check-Document
    IF ChkPassed
        MOVE 'P' TO WS-PFL-RESULT (WS-PFL-I)
        ADD 1 TO WS-CLEAN-COUNT
        IF WS-SRC-FOUND-AT > 0
            ADD 1 TO WS-SRC-CLEAN (WS-SRC-FOUND-AT)
        END-IF
        IF QuarantineRecordFound
            PERFORM Post-Passed
        END-IF
    ELSE
        MOVE 'Q' TO WS-PFL-RESULT (WS-PFL-I)
        ADD 1 TO WS-QUARANTINED-COUNT
        PERFORM Post-Quarantined
    END-IF.

Find-Source.
    *> A bare-path line has no source; it is counted under (NONE).
    MOVE 0 TO WS-SRC-FOUND-AT
    PERFORM VARYING WS-SRC-I FROM 1 BY 1
            UNTIL WS-SRC-I > WS-SRC-TOTAL OR WS-SRC-FOUND-AT > 0
        IF WS-SRC-CODE (WS-SRC-I) = WS-CTL-SOURCE
            MOVE WS-SRC-I TO WS-SRC-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-SRC-FOUND-AT = 0
        IF WS-SRC-TOTAL >= WS-SRC-MAX-ENTRIES
            ADD 1 TO WS-SRC-OVERFLOW-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-SRC-TOTAL
        MOVE WS-SRC-TOTAL TO WS-SRC-FOUND-AT
        MOVE WS-CTL-SOURCE TO WS-SRC-CODE (WS-SRC-FOUND-AT)
        MOVE 0 TO WS-SRC-CHECKED (WS-SRC-FOUND-AT)
                  WS-SRC-CLEAN (WS-SRC-FOUND-AT)
                  WS-SRC-QUARANTINED (WS-SRC-FOUND-AT)
                  WS-SRC-REJOINED (WS-SRC-FOUND-AT)
    END-IF.

Read-Quarantine-Record.
    MOVE 'N' TO WS-QR-FOUND-FLAG
    MOVE SPACE TO WS-QR-OLD-STATUS
    MOVE WS-CTL-PATH TO QR-DOC-NAME
    READ Quarantine
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-QR-FOUND-FLAG
            MOVE QR-STATUS TO WS-QR-OLD-STATUS
            MOVE QR-REASON-CODE TO WS-QR-OLD-REASON
            MOVE QR-QUARANTINE-DATE TO WS-QR-OLD-DATE
            MOVE QR-REJOIN-DATE TO WS-QR-OLD-REJOIN-DATE
            MOVE QR-RELEASED-BY TO WS-QR-RELEASED-BY
    END-READ.

Check-Document.
    *> Leaves WS-CHK-REASON-CODE blank when the document passes.
    *> WS-CHK-WAIVED names the one check a release has waived.
    MOVE SPACES TO WS-CHK-REASON-CODE WS-CHK-REASON-TEXT
    MOVE 0 TO WS-CHK-LINES WS-CHK-BYTES WS-CHK-NONPRINT
              WS-CHK-LONG-LINES WS-CHK-FIRST-LONG
    MOVE 'N' TO WS-CHK-READ-FAIL-FLAG
    MOVE FUNCTION TRIM(WS-CTL-PATH) TO WS-CHK-DOC-NAME
    OPEN INPUT CheckDocFile
    IF WS-CHK-STATUS = '35'
        MOVE 'MISSING' TO WS-CHK-REASON-CODE
        MOVE 'FILE NOT FOUND' TO WS-CHK-REASON-TEXT
        EXIT PARAGRAPH
    END-IF
    IF WS-CHK-STATUS NOT = '00'
        MOVE 'UNREAD' TO WS-CHK-REASON-CODE
        STRING 'OPEN FAILED, STATUS ' DELIMITED BY SIZE
               WS-CHK-STATUS DELIMITED BY SIZE
               INTO WS-CHK-REASON-TEXT
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CHK-EOF-FLAG
    PERFORM UNTIL ChkEndOfFile
        READ CheckDocFile
            AT END
                SET ChkEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO WS-CHK-LINES
                PERFORM Measure-Document-Line
        END-READ
        IF WS-CHK-STATUS NOT = '00' AND NOT = '04' AND NOT = '06'
           AND NOT = '10'
            MOVE 'Y' TO WS-CHK-READ-FAIL-FLAG
            MOVE WS-CHK-STATUS TO WS-CHK-READ-FAIL-STATUS
            SET ChkEndOfFile TO TRUE
        END-IF
    END-PERFORM
    CLOSE CheckDocFile

    IF ChkReadFailed
        MOVE 'UNREAD' TO WS-CHK-REASON-CODE
        STRING 'READ FAILED, STATUS ' DELIMITED BY SIZE
               WS-CHK-READ-FAIL-STATUS DELIMITED BY SIZE
               ' AFTER LINE ' DELIMITED BY SIZE
               WS-CHK-LINES DELIMITED BY SIZE
               INTO WS-CHK-REASON-TEXT
        EXIT PARAGRAPH
    END-IF
    IF WS-CHK-BYTES = 0 AND WS-CHK-WAIVED NOT = 'EMPTY'
        MOVE 'EMPTY' TO WS-CHK-REASON-CODE
        STRING 'NO NON-BLANK LINE IN ' DELIMITED BY SIZE
               WS-CHK-LINES DELIMITED BY SIZE
               ' LINE(S)' DELIMITED BY SIZE
               INTO WS-CHK-REASON-TEXT
        EXIT PARAGRAPH
    END-IF
    IF WS-CHK-LONG-LINES > 0 AND WS-CHK-WAIVED NOT = 'LONGLINE'
        MOVE 'LONGLINE' TO WS-CHK-REASON-CODE
        STRING WS-CHK-LONG-LINES DELIMITED BY SIZE
               ' LINE(S) OVER 1024 BYTES, FIRST AT LINE '
                   DELIMITED BY SIZE
               WS-CHK-FIRST-LONG DELIMITED BY SIZE
               INTO WS-CHK-REASON-TEXT
        EXIT PARAGRAPH
    END-IF
    IF WS-CHK-BYTES > 0 AND WS-CHK-WAIVED NOT = 'BINARY'
       AND WS-CHK-NONPRINT * 100 > WS-CHK-BYTES * WS-NONPRINT-LIMIT
        MOVE 'BINARY' TO WS-CHK-REASON-CODE
        COMPUTE WS-CHK-PERCENT = WS-CHK-NONPRINT * 100 / WS-CHK-BYTES
        STRING WS-CHK-NONPRINT DELIMITED BY SIZE
               ' OF ' DELIMITED BY SIZE
               WS-CHK-BYTES DELIMITED BY SIZE
               ' BYTES NON-PRINTABLE (' DELIMITED BY SIZE
               WS-CHK-PERCENT DELIMITED BY SIZE
               '%)' DELIMITED BY SIZE
               INTO WS-CHK-REASON-TEXT
        EXIT PARAGRAPH
    END-IF
    IF WS-CHK-HIST-RUNS >= 2 AND WS-CHK-WAIVED NOT = 'SIZE'
        COMPUTE WS-CHK-AVERAGE = WS-CHK-HIST-BYTES / WS-CHK-HIST-RUNS
        IF WS-CHK-BYTES > WS-CHK-AVERAGE * WS-SIZE-FACTOR
           OR WS-CHK-BYTES * WS-SIZE-FACTOR < WS-CHK-AVERAGE
            MOVE 'SIZE' TO WS-CHK-REASON-CODE
            STRING WS-CHK-BYTES DELIMITED BY SIZE
                   ' BYTES, AVERAGE ' DELIMITED BY SIZE
                   WS-CHK-AVERAGE DELIMITED BY SIZE
                   ' OVER ' DELIMITED BY SIZE
                   WS-CHK-HIST-RUNS DELIMITED BY SIZE
                   ' NIGHTS' DELIMITED BY SIZE
                   INTO WS-CHK-REASON-TEXT
        END-IF
    END-IF.

Measure-Document-Line.
    *> A read status of 04/06 is a line longer than even this record;
    *> it is over length whatever was kept of it.
    MOVE 0 TO WS-CHK-LINE-LEN
    IF CheckDocRecord NOT = SPACES
        MOVE FUNCTION LENGTH(FUNCTION TRIM(CheckDocRecord TRAILING))
            TO WS-CHK-LINE-LEN
    END-IF
    IF WS-CHK-LINE-LEN > 1024 OR WS-CHK-STATUS = '04' OR '06'
        ADD 1 TO WS-CHK-LONG-LINES
        IF WS-CHK-FIRST-LONG = 0
            MOVE WS-CHK-LINES TO WS-CHK-FIRST-LONG
        END-IF
    END-IF
    IF WS-CHK-LINE-LEN = 0
        EXIT PARAGRAPH
    END-IF
    ADD WS-CHK-LINE-LEN TO WS-CHK-BYTES
    *> Printable bytes become spaces; whatever is left is not.
    MOVE CheckDocRecord (1:WS-CHK-LINE-LEN) TO WS-CHK-WORK
    INSPECT WS-CHK-WORK (1:WS-CHK-LINE-LEN)
        CONVERTING WS-PRINTABLE-SET TO WS-PRINTABLE-BLANKS
    MOVE 0 TO WS-CHK-SPACES
    INSPECT WS-CHK-WORK (1:WS-CHK-LINE-LEN)
        TALLYING WS-CHK-SPACES FOR ALL SPACE
    ADD WS-CHK-LINE-LEN TO WS-CHK-NONPRINT
    SUBTRACT WS-CHK-SPACES FROM WS-CHK-NONPRINT.

Post-Passed.
    *> Held before and clean now: a released document rejoins, one
    *> still held has come right on its own and is cleared.
    IF WasReleased
        MOVE 'J' TO QR-STATUS
        MOVE WS-TODAY-DATE TO QR-REJOIN-DATE
    ELSE
    IF WasQuarantined
        MOVE 'C' TO QR-STATUS
    ELSE
        EXIT PARAGRAPH
    END-IF
    END-IF
    REWRITE QR-QUARANTINE-RECORD
    IF WS-QR-STATUS NOT = '00'
        ADD 1 TO WS-WRITE-ERROR-COUNT
        DISPLAY 'KeywordPreflight: QUARANTINE rewrite failed, '
            'status ' WS-QR-STATUS ' for '
            FUNCTION TRIM(WS-CTL-PATH)
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO PreflightReportRecord
    IF WasReleased
        ADD 1 TO WS-REJOINED-COUNT
        IF WS-SRC-FOUND-AT > 0
            ADD 1 TO WS-SRC-REJOINED (WS-SRC-FOUND-AT)
        END-IF
        STRING 'REJOINED    ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CTL-PATH) DELIMITED BY SIZE
               ' : RELEASED BY ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-QR-RELEASED-BY) DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-QR-OLD-REASON) DELIMITED BY SIZE
               ' WAIVED' DELIMITED BY SIZE
               INTO PreflightReportRecord
    ELSE
        ADD 1 TO WS-CLEARED-COUNT
        STRING 'CLEARED     ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CTL-PATH) DELIMITED BY SIZE
               ' : HELD ' DELIMITED BY SIZE
               WS-QR-OLD-DATE DELIMITED BY SIZE
               ' FOR ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-QR-OLD-REASON) DELIMITED BY SIZE
               ', NOW PASSES' DELIMITED BY SIZE
               INTO PreflightReportRecord
    END-IF
    WRITE PreflightReportRecord.

Post-Quarantined.
    IF WS-SRC-FOUND-AT > 0
        ADD 1 TO WS-SRC-QUARANTINED (WS-SRC-FOUND-AT)
    END-IF
    *> A document already held keeps its count and history; a new
    *> hold starts the release fields afresh.
    IF NOT QuarantineRecordFound
        MOVE SPACES TO QR-QUARANTINE-RECORD
        MOVE WS-CTL-PATH TO QR-DOC-NAME
        MOVE 0 TO QR-TIMES-QUARANTINED
    END-IF
    IF NOT QuarantineRecordFound OR NOT WasQuarantined
        ADD 1 TO QR-TIMES-QUARANTINED
    END-IF
    MOVE 'Q' TO QR-STATUS
    MOVE WS-CHK-REASON-CODE TO QR-REASON-CODE
    MOVE WS-CHK-REASON-TEXT TO QR-REASON-TEXT
    MOVE WS-CTL-LINE TO QR-CONTROL-LINE
    MOVE WS-CTL-DOC-ID TO QR-DOC-ID
    MOVE WS-CTL-SOURCE TO QR-SOURCE
    MOVE WS-CTL-DOCTYPE TO QR-DOCTYPE
    MOVE WS-TODAY-DATE TO QR-QUARANTINE-DATE
    MOVE SPACES TO QR-RELEASED-BY QR-RELEASE-NOTE
    MOVE 0 TO QR-RELEASE-DATE QR-REJOIN-DATE
    IF QuarantineRecordFound
        REWRITE QR-QUARANTINE-RECORD
    ELSE
        WRITE QR-QUARANTINE-RECORD
    END-IF
    IF WS-QR-STATUS NOT = '00'
        ADD 1 TO WS-WRITE-ERROR-COUNT
        DISPLAY 'KeywordPreflight: QUARANTINE write failed, status '
            WS-QR-STATUS ' for ' FUNCTION TRIM(WS-CTL-PATH)
    END-IF
    MOVE SPACES TO PreflightReportRecord
    STRING 'QUARANTINED ' DELIMITED BY SIZE
           FUNCTION TRIM(WS-CTL-PATH) DELIMITED BY SIZE
           ' : ' DELIMITED BY SIZE
           WS-CHK-REASON-CODE DELIMITED BY SPACE
           ' : ' DELIMITED BY SIZE
           FUNCTION TRIM(WS-CHK-REASON-TEXT) DELIMITED BY SIZE
           INTO PreflightReportRecord
    WRITE PreflightReportRecord.

Sweep-Quarantine.
    *> Released documents not on tonight's file are checked from the
    *> control line they were held with; the rest of the file is
    *> listed as still held. Documents checked above are already
    *> rejoined, cleared or held again by now.
    MOVE SPACES TO PreflightReportRecord
    WRITE PreflightReportRecord
    MOVE SPACES TO PreflightReportRecord
    STRING 'STILL IN QUARANTINE' DELIMITED BY SIZE
        INTO PreflightReportRecord
    WRITE PreflightReportRecord
    MOVE LOW-VALUES TO QR-DOC-NAME
    START Quarantine KEY IS NOT LESS THAN QR-DOC-NAME
        INVALID KEY
            SET QrEndOfFile TO TRUE
    END-START
    PERFORM UNTIL QrEndOfFile
        READ Quarantine NEXT RECORD
        AT END
            SET QrEndOfFile TO TRUE
        NOT AT END
            IF QR-Released
                PERFORM Check-Released-Document
            END-IF
            IF QR-Quarantined OR QR-Released
                PERFORM Write-Still-Held-Line
            END-IF
        END-READ
    END-PERFORM.

Check-Released-Document.
    IF WS-PFL-TOTAL >= WS-PFL-MAX-ENTRIES
        *> Tonight's file is full; it stays released for next night.
        ADD 1 TO WS-DEFERRED-COUNT
        EXIT PARAGRAPH
    END-IF
    MOVE QR-CONTROL-LINE TO WS-CTL-LINE
    PERFORM Parse-Control-Record
    PERFORM Find-Source
    IF WS-SRC-FOUND-AT > 0
        ADD 1 TO WS-SRC-CHECKED (WS-SRC-FOUND-AT)
    END-IF
    MOVE 'Y' TO WS-QR-FOUND-FLAG
    MOVE QR-STATUS TO WS-QR-OLD-STATUS
    MOVE QR-REASON-CODE TO WS-QR-OLD-REASON
    MOVE QR-QUARANTINE-DATE TO WS-QR-OLD-DATE
    MOVE QR-RELEASED-BY TO WS-QR-RELEASED-BY
    MOVE QR-REASON-CODE TO WS-CHK-WAIVED
    *> Earlier nights' sizes were only gathered for tonight's lines;
    *> a release has been looked at, so its size is taken as read.
    MOVE 0 TO WS-CHK-HIST-RUNS WS-CHK-HIST-BYTES
    PERFORM Check-Document
    IF ChkPassed
        ADD 1 TO WS-PFL-TOTAL
        MOVE QR-CONTROL-LINE TO WS-PFL-LINE (WS-PFL-TOTAL)
        MOVE QR-DOC-NAME TO WS-PFL-PATH (WS-PFL-TOTAL)
        MOVE WS-CTL-SOURCE TO WS-PFL-SOURCE (WS-PFL-TOTAL)
        MOVE 'N' TO WS-PFL-BAD (WS-PFL-TOTAL)
        MOVE 'P' TO WS-PFL-RESULT (WS-PFL-TOTAL)
        ADD 1 TO WS-REJOIN-ADDED-COUNT
        PERFORM Post-Passed
    ELSE
        *> Still failing - held again, for the reviewer to look at
        *> afresh.
        ADD 1 TO WS-REHELD-COUNT
        PERFORM Post-Quarantined
    END-IF.

Write-Still-Held-Line.
    IF QR-Released
        ADD 1 TO WS-AWAITING-COUNT
    ELSE
        ADD 1 TO WS-STILL-HELD-COUNT
    END-IF
    MOVE QR-SOURCE TO WS-SOURCE-TEXT
    IF WS-SOURCE-TEXT = SPACES
        MOVE '(NONE)' TO WS-SOURCE-TEXT
    END-IF
    *> A release still showing here did not fit on tonight's file.
    MOVE SPACES TO WS-HELD-SUFFIX
    IF QR-Released
        MOVE ' : RELEASED - REJOINS NEXT NIGHT' TO WS-HELD-SUFFIX
    END-IF
    MOVE SPACES TO PreflightReportRecord
    STRING '   ' DELIMITED BY SIZE
           FUNCTION TRIM(QR-DOC-NAME) DELIMITED BY SIZE
           ' : SOURCE ' DELIMITED BY SIZE
           WS-SOURCE-TEXT DELIMITED BY SPACE
           ' : ' DELIMITED BY SIZE
           QR-REASON-CODE DELIMITED BY SPACE
           ' SINCE ' DELIMITED BY SIZE
           QR-QUARANTINE-DATE DELIMITED BY SIZE
           ' : TIMES HELD ' DELIMITED BY SIZE
           QR-TIMES-QUARANTINED DELIMITED BY SIZE
           WS-HELD-SUFFIX DELIMITED BY SIZE
           INTO PreflightReportRecord
    WRITE PreflightReportRecord.

Write-Clean-Control.
    *> Only reached once the received copy is safely on disk.
    OPEN OUTPUT ControlFile
    IF WS-CTL-STATUS NOT = '00'
        ADD 1 TO WS-WRITE-ERROR-COUNT
        DISPLAY 'KeywordPreflight: batch-control.txt rewrite failed, '
            'status ' WS-CTL-STATUS ' - restore it from '
            'batch-control.received.txt'
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-PFL-I FROM 1 BY 1
            UNTIL WS-PFL-I > WS-PFL-TOTAL
        IF WS-PFL-RESULT (WS-PFL-I) = 'P' OR 'M'
            MOVE WS-PFL-LINE (WS-PFL-I) TO ControlRecord
            WRITE ControlRecord
            IF WS-CTL-STATUS = '00'
                ADD 1 TO WS-LINES-WRITTEN
            ELSE
                ADD 1 TO WS-WRITE-ERROR-COUNT
            END-IF
        END-IF
    END-PERFORM
    CLOSE ControlFile.

Write-Report-Heading.
    MOVE SPACES TO PreflightReportRecord
    STRING 'PRE-FLIGHT CHECK ' DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
           ' - NON-PRINTABLE LIMIT ' DELIMITED BY SIZE
           WS-NONPRINT-LIMIT DELIMITED BY SIZE
           '% : SIZE FACTOR ' DELIMITED BY SIZE
           WS-SIZE-FACTOR DELIMITED BY SIZE
           ' OVER ' DELIMITED BY SIZE
           WS-LOOKBACK-NIGHTS DELIMITED BY SIZE
           ' NIGHTS' DELIMITED BY SIZE
           INTO PreflightReportRecord
    WRITE PreflightReportRecord
    MOVE SPACES TO PreflightReportRecord
    WRITE PreflightReportRecord.

Write-Report-Trailer.
    MOVE SPACES TO PreflightReportRecord
    WRITE PreflightReportRecord
    MOVE SPACES TO PreflightReportRecord
    STRING 'BY SOURCE SYSTEM' DELIMITED BY SIZE
        INTO PreflightReportRecord
    WRITE PreflightReportRecord
    PERFORM VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > WS-SRC-TOTAL
        MOVE WS-SRC-CODE (WS-SRC-I) TO WS-SOURCE-TEXT
        IF WS-SOURCE-TEXT = SPACES
            MOVE '(NONE)' TO WS-SOURCE-TEXT
        END-IF
        MOVE SPACES TO PreflightReportRecord
        STRING '   SOURCE ' DELIMITED BY SIZE
               WS-SOURCE-TEXT DELIMITED BY SIZE
               ' : CHECKED ' DELIMITED BY SIZE
               WS-SRC-CHECKED (WS-SRC-I) DELIMITED BY SIZE
               ' : CLEAN ' DELIMITED BY SIZE
               WS-SRC-CLEAN (WS-SRC-I) DELIMITED BY SIZE
               ' : QUARANTINED ' DELIMITED BY SIZE
               WS-SRC-QUARANTINED (WS-SRC-I) DELIMITED BY SIZE
               ' : REJOINED ' DELIMITED BY SIZE
               WS-SRC-REJOINED (WS-SRC-I) DELIMITED BY SIZE
               INTO PreflightReportRecord
        WRITE PreflightReportRecord
    END-PERFORM
    IF WS-SRC-OVERFLOW-COUNT > 0
        MOVE SPACES TO PreflightReportRecord
        STRING '   MORE THAN ' DELIMITED BY SIZE
               WS-SRC-MAX-ENTRIES DELIMITED BY SIZE
               ' SOURCES - ' DELIMITED BY SIZE
               WS-SRC-OVERFLOW-COUNT DELIMITED BY SIZE
               ' DOCUMENT(S) NOT COUNTED BY SOURCE' DELIMITED BY SIZE
               INTO PreflightReportRecord
        WRITE PreflightReportRecord
    END-IF
    MOVE SPACES TO PreflightReportRecord
    WRITE PreflightReportRecord
    MOVE SPACES TO PreflightReportRecord
    STRING 'CONTROL LINES READ: ' DELIMITED BY SIZE
           WS-LINES-READ DELIMITED BY SIZE
           '  CLEAN: ' DELIMITED BY SIZE
           WS-CLEAN-COUNT DELIMITED BY SIZE
           '  QUARANTINED: ' DELIMITED BY SIZE
           WS-QUARANTINED-COUNT DELIMITED BY SIZE
           '  MALFORMED (PASSED ON): ' DELIMITED BY SIZE
           WS-MALFORMED-COUNT DELIMITED BY SIZE
           INTO PreflightReportRecord
    WRITE PreflightReportRecord
    MOVE SPACES TO PreflightReportRecord
    STRING 'RELEASED DOCUMENTS REJOINED: ' DELIMITED BY SIZE
           WS-REJOINED-COUNT DELIMITED BY SIZE
           '  (ADDED TO CONTROL FILE: ' DELIMITED BY SIZE
           WS-REJOIN-ADDED-COUNT DELIMITED BY SIZE
           ')  HELD AGAIN: ' DELIMITED BY SIZE
           WS-REHELD-COUNT DELIMITED BY SIZE
           '  CLEARED: ' DELIMITED BY SIZE
           WS-CLEARED-COUNT DELIMITED BY SIZE
           '  STILL HELD: ' DELIMITED BY SIZE
           WS-STILL-HELD-COUNT DELIMITED BY SIZE
           '  RELEASED, NOT YET REJOINED: ' DELIMITED BY SIZE
           WS-AWAITING-COUNT DELIMITED BY SIZE
           INTO PreflightReportRecord
    WRITE PreflightReportRecord
    MOVE SPACES TO PreflightReportRecord
    STRING 'CONTROL LINES WRITTEN: ' DELIMITED BY SIZE
           WS-LINES-WRITTEN DELIMITED BY SIZE
           INTO PreflightReportRecord
    WRITE PreflightReportRecord
    MOVE SPACES TO PreflightReportRecord
    IF WS-WRITE-ERROR-COUNT = 0
       AND WS-LINES-READ = WS-CLEAN-COUNT + WS-QUARANTINED-COUNT
                           + WS-MALFORMED-COUNT
       AND WS-LINES-WRITTEN = WS-CLEAN-COUNT + WS-MALFORMED-COUNT
                              + WS-REJOIN-ADDED-COUNT
        STRING 'COUNTS FOOT - READ = CLEAN + QUARANTINED + MALFORMED,'
                   DELIMITED BY SIZE
               ' WRITTEN = CLEAN + MALFORMED + ADDED' DELIMITED BY SIZE
               INTO PreflightReportRecord
    ELSE
        STRING 'COUNTS DO NOT FOOT (' DELIMITED BY SIZE
               WS-WRITE-ERROR-COUNT DELIMITED BY SIZE
               ' WRITE ERROR(S)) - RESTORE batch-control.txt FROM '
                   DELIMITED BY SIZE
               'batch-control.received.txt' DELIMITED BY SIZE
               INTO PreflightReportRecord
    END-IF
    WRITE PreflightReportRecord.
