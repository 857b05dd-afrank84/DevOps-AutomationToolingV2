IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordQuarantineRelease.

*> Releases documents KeywordPreflight has held on the QUARANTINE
*> file (QUARANT.DAT), once someone has looked at each one and is
*> satisfied it should be scanned. A released document rejoins the
*> next night's run - KeywordPreflight checks it again with the
*> check it was held for waived, and puts it back on that night's
*> control file.
*>
*> Release record layout (comma-delimited, quarantine-release.txt):
*>     DOCUMENT,RELEASEDBY,NOTE
*> DOCUMENT is the path exactly as the control file named it, and as
*> preflight.rpt lists it. RELEASEDBY is who looked at it (20) and
*> is required. NOTE is free text (60), and may not hold a comma.
*> Only a document currently held can be released; one already
*> released, rejoined or cleared is reported and left alone.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReleaseFile ASSIGN TO 'quarantine-release.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REL-STATUS.
    SELECT Quarantine ASSIGN TO 'QUARANT.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QR-DOC-NAME
        FILE STATUS IS WS-QR-STATUS.
    SELECT ReleaseReportFile ASSIGN TO 'quarantine-release.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ReleaseFile.
01 ReleaseRecord PIC X(200).

FD Quarantine.
COPY "QUARANT.cpy".

FD ReleaseReportFile.
*> Wide enough for a reason plus the full 200-byte input record.
01 ReleaseReportRecord PIC X(300).

WORKING-STORAGE SECTION.
01 WS-REL-STATUS PIC XX VALUE '00'.
01 WS-QR-STATUS PIC XX VALUE '00'.
01 WS-REL-EOF-FLAG PIC X VALUE 'N'.
    88 RelEndOfFile VALUE 'Y'.

01 WS-TODAY-DATETIME PIC X(21).
01 WS-TODAY-DATETIME-FIELDS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-DATE PIC 9(8).
    05 FILLER PIC X(13).

01 WS-REL-FIELD-1 PIC X(100).
01 WS-REL-FIELD-2 PIC X(40).
01 WS-REL-FIELD-3 PIC X(80).
01 WS-REL-COMMAS PIC 9(3).

01 WS-REL-DOC-NAME    PIC X(80).
01 WS-REL-RELEASED-BY PIC X(20).
01 WS-REL-NOTE        PIC X(60).
01 WS-REL-OK-FLAG     PIC X.
    88 ReleaseOk VALUE 'Y'.
01 WS-STATUS-TEXT PIC X(8).

01 WS-ERROR-REASON PIC X(50).

01 WS-READ-COUNT     PIC 9(5) VALUE 0.
01 WS-RELEASED-COUNT PIC 9(5) VALUE 0.
01 WS-ERROR-COUNT    PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Release-Main.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    OPEN OUTPUT ReleaseReportFile
    OPEN INPUT ReleaseFile
    IF WS-REL-STATUS NOT = '00'
        DISPLAY 'KeywordQuarantineRelease: quarantine-release.txt '
            'missing or unreadable, status ' WS-REL-STATUS
        MOVE SPACES TO ReleaseReportRecord
        STRING 'RELEASE FILE MISSING OR UNREADABLE, STATUS '
               DELIMITED BY SIZE
               WS-REL-STATUS DELIMITED BY SIZE
               INTO ReleaseReportRecord
        WRITE ReleaseReportRecord
        CLOSE ReleaseReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM Open-Quarantine

    MOVE SPACES TO ReleaseReportRecord
    STRING 'QUARANTINE RELEASE ' DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
           INTO ReleaseReportRecord
    WRITE ReleaseReportRecord

    PERFORM UNTIL RelEndOfFile
        READ ReleaseFile
            AT END
                SET RelEndOfFile TO TRUE
            NOT AT END
                IF FUNCTION TRIM(ReleaseRecord) NOT = SPACES
                    ADD 1 TO WS-READ-COUNT
                    PERFORM Process-Release
                END-IF
        END-READ
    END-PERFORM

    PERFORM Write-Release-Report-Trailer

    CLOSE ReleaseFile
    CLOSE Quarantine
    CLOSE ReleaseReportFile
    IF WS-ERROR-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

Open-Quarantine.
    *> Nothing has ever been held if the file is not there - every
    *> release is then an error, which is what the report should say.
    OPEN I-O Quarantine
    IF WS-QR-STATUS = '35'
        OPEN OUTPUT Quarantine
        CLOSE Quarantine
        OPEN I-O Quarantine
    END-IF
    IF WS-QR-STATUS NOT = '00'
        DISPLAY 'KeywordQuarantineRelease: QUARANTINE open failed, '
            'status ' WS-QR-STATUS
        CLOSE ReleaseFile
        CLOSE ReleaseReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

Process-Release.
    MOVE SPACES TO WS-REL-FIELD-1 WS-REL-FIELD-2 WS-REL-FIELD-3
    MOVE 0 TO WS-REL-COMMAS
    INSPECT ReleaseRecord TALLYING WS-REL-COMMAS FOR ALL ','
    UNSTRING ReleaseRecord DELIMITED BY ','
        INTO WS-REL-FIELD-1 WS-REL-FIELD-2 WS-REL-FIELD-3
    END-UNSTRING
    PERFORM Edit-Release
    IF NOT ReleaseOk
        ADD 1 TO WS-ERROR-COUNT
        PERFORM Write-Error-Line
    ELSE
        PERFORM Post-Release
    END-IF.

Edit-Release.
    MOVE 'Y' TO WS-REL-OK-FLAG
    MOVE SPACES TO WS-ERROR-REASON
    IF WS-REL-COMMAS > 2
        MOVE 'N' TO WS-REL-OK-FLAG
        MOVE 'MORE THAN THREE FIELDS' TO WS-ERROR-REASON
    END-IF
    IF ReleaseOk
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-REL-FIELD-1)) > 80
            MOVE 'N' TO WS-REL-OK-FLAG
            MOVE 'DOCUMENT LONGER THAN 80' TO WS-ERROR-REASON
        ELSE
            MOVE FUNCTION TRIM(WS-REL-FIELD-1) TO WS-REL-DOC-NAME
            IF WS-REL-DOC-NAME = SPACES
                MOVE 'N' TO WS-REL-OK-FLAG
                MOVE 'BLANK DOCUMENT' TO WS-ERROR-REASON
            END-IF
        END-IF
    END-IF
    IF ReleaseOk
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-REL-FIELD-2)) > 20
            MOVE 'N' TO WS-REL-OK-FLAG
            MOVE 'RELEASED-BY LONGER THAN 20' TO WS-ERROR-REASON
        ELSE
            MOVE FUNCTION TRIM(WS-REL-FIELD-2) TO WS-REL-RELEASED-BY
            IF WS-REL-RELEASED-BY = SPACES
                MOVE 'N' TO WS-REL-OK-FLAG
                MOVE 'BLANK RELEASED-BY' TO WS-ERROR-REASON
            END-IF
        END-IF
    END-IF
    IF ReleaseOk
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-REL-FIELD-3)) > 60
            MOVE 'N' TO WS-REL-OK-FLAG
            MOVE 'NOTE LONGER THAN 60' TO WS-ERROR-REASON
        ELSE
            MOVE FUNCTION TRIM(WS-REL-FIELD-3) TO WS-REL-NOTE
        END-IF
    END-IF
    IF ReleaseOk
        MOVE WS-REL-DOC-NAME TO QR-DOC-NAME
        READ Quarantine
            INVALID KEY
                MOVE 'N' TO WS-REL-OK-FLAG
                MOVE 'NOT ON QUARANTINE FILE' TO WS-ERROR-REASON
        END-READ
    END-IF
    IF ReleaseOk AND NOT QR-Quarantined
        MOVE 'N' TO WS-REL-OK-FLAG
        EVALUATE TRUE
            WHEN QR-Released
                MOVE 'RELEASED' TO WS-STATUS-TEXT
            WHEN QR-Rejoined
                MOVE 'REJOINED' TO WS-STATUS-TEXT
            WHEN QR-Cleared
                MOVE 'CLEARED' TO WS-STATUS-TEXT
            WHEN OTHER
                MOVE QR-STATUS TO WS-STATUS-TEXT
        END-EVALUATE
        STRING 'NOT HELD - ALREADY ' DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SPACE
               INTO WS-ERROR-REASON
    END-IF.

Post-Release.
    MOVE 'R' TO QR-STATUS
    MOVE WS-REL-RELEASED-BY TO QR-RELEASED-BY
    MOVE WS-TODAY-DATE TO QR-RELEASE-DATE
    MOVE WS-REL-NOTE TO QR-RELEASE-NOTE
    REWRITE QR-QUARANTINE-RECORD
    IF WS-QR-STATUS NOT = '00'
        ADD 1 TO WS-ERROR-COUNT
        MOVE SPACES TO WS-ERROR-REASON
        STRING 'QUARANTINE REWRITE FAILED, STATUS '
               DELIMITED BY SIZE
               WS-QR-STATUS DELIMITED BY SIZE
               INTO WS-ERROR-REASON
        PERFORM Write-Error-Line
    ELSE
        ADD 1 TO WS-RELEASED-COUNT
        MOVE SPACES TO ReleaseReportRecord
        STRING 'RELEASED: ' DELIMITED BY SIZE
               FUNCTION TRIM(QR-DOC-NAME) DELIMITED BY SIZE
               ' : HELD ' DELIMITED BY SIZE
               QR-QUARANTINE-DATE DELIMITED BY SIZE
               ' FOR ' DELIMITED BY SIZE
               QR-REASON-CODE DELIMITED BY SPACE
               ' : BY ' DELIMITED BY SIZE
               FUNCTION TRIM(QR-RELEASED-BY) DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               FUNCTION TRIM(QR-RELEASE-NOTE) DELIMITED BY SIZE
               INTO ReleaseReportRecord
        WRITE ReleaseReportRecord
    END-IF.

Write-Error-Line.
    MOVE SPACES TO ReleaseReportRecord
    STRING 'ERROR: ' DELIMITED BY SIZE
           WS-ERROR-REASON DELIMITED BY SIZE
           '  RELEASE: ' DELIMITED BY SIZE
           ReleaseRecord DELIMITED BY SIZE
           INTO ReleaseReportRecord
    WRITE ReleaseReportRecord.

Write-Release-Report-Trailer.
    MOVE SPACES TO ReleaseReportRecord
    STRING 'READ: ' DELIMITED BY SIZE
           WS-READ-COUNT DELIMITED BY SIZE
           '  RELEASED: ' DELIMITED BY SIZE
           WS-RELEASED-COUNT DELIMITED BY SIZE
           '  ERRORS: ' DELIMITED BY SIZE
           WS-ERROR-COUNT DELIMITED BY SIZE
           INTO ReleaseReportRecord
    WRITE ReleaseReportRecord.
