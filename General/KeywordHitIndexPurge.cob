IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordHitIndexPurge.

*> Housekeeping for the HIT-INDEX file. HITINDEX.DAT grows by one
*> record per keyword match per night, far faster than RUN-HISTORY,
*> so it is aged out the same way KeywordHistoryPurge ages that file:
*> records older than a retention cutoff are moved into a dated
*> archive file and deleted from the live file, and a control report
*> is printed whose counts must foot (read = purged + remaining,
*> archived = purged). An archived match can still be found with a
*> grep of the archive, just no longer by KeywordHitInquiry.
*>
*> The retention period is read from hit-retention.txt (days on
*> the first line) - its own parameter file rather than
*> history-retention.txt, because the matches legal asks after are
*> kept for a different length of time than the trend history.
*> The cutoff is today minus the retention days; a record is
*> archived and purged when its run date falls before the cutoff.
*>
*> The purge pass only runs after the archive file is completely
*> written and closed. If any archive write fails, nothing is
*> deleted - a match that cannot be read back from the archive must
*> never leave the live file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RetentionFile ASSIGN TO 'hit-retention.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RET-STATUS.
    SELECT HitIndex ASSIGN TO 'HITINDEX.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HX-KEY
        FILE STATUS IS WS-HX-STATUS.
    *> Archive of the purged records' raw images, dated with the run
    *> date so successive purges never overwrite each other. Flat
    *> line-sequential like the change journal - greppable, and
    *> reloadable by key should a match ever need to come back.
    SELECT ArchiveFile ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARC-STATUS.
    SELECT PurgeReportFile ASSIGN TO 'hitindex-purge.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RetentionFile.
01 RetentionRecord PIC X(80).

FD HitIndex.
COPY "HITINDX.cpy".

FD ArchiveFile.
*> The raw 320-byte HX-HIT-INDEX-RECORD image.
01 ArchiveRecord PIC X(320).

FD PurgeReportFile.
01 PurgeReportRecord PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RET-STATUS PIC XX VALUE '00'.
01 WS-HX-STATUS PIC XX VALUE '00'.
01 WS-ARC-STATUS PIC XX VALUE '00'.

01 WS-HX-EOF-FLAG PIC X VALUE 'N'.
    88 IndexEndOfFile VALUE 'Y'.

01 WS-ARCHIVE-NAME PIC X(30).

*> JUSTIFIED RIGHT plus REPLACING LEADING SPACE BY ZERO turns a
*> hand-keyed "365" into "0365" before the NUMERIC test, the same
*> idiom the other parameter edits use.
01 WS-RETAIN-X PIC X(4) JUSTIFIED RIGHT.
01 WS-RETAIN-DAYS PIC 9(4) VALUE 0.

01 WS-TODAY-DATETIME PIC X(21).
01 WS-TODAY-DATETIME-FIELDS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-DATE PIC 9(8).
    05 FILLER PIC X(13).
01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
01 WS-DATE-INTEGER PIC 9(8).

01 WS-READ-COUNT     PIC 9(7) VALUE 0.
01 WS-ARCHIVED-COUNT PIC 9(7) VALUE 0.
01 WS-PURGED-COUNT   PIC 9(7) VALUE 0.
01 WS-REMAINING-COUNT PIC 9(7) VALUE 0.

01 WS-ARCHIVE-FAILED-FLAG PIC X VALUE 'N'.
    88 ArchiveFailed VALUE 'Y'.
01 WS-PURGE-ERROR-COUNT PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
Purge-Main.
    OPEN OUTPUT PurgeReportFile
    PERFORM Read-Retention-Period
    PERFORM Compute-Cutoff-Date

    MOVE SPACES TO PurgeReportRecord
    STRING 'HIT-INDEX PURGE - RETAIN ' DELIMITED BY SIZE
           WS-RETAIN-DAYS DELIMITED BY SIZE
           ' DAY(S), CUTOFF ' DELIMITED BY SIZE
           WS-CUTOFF-DATE DELIMITED BY SIZE
           INTO PurgeReportRecord
    WRITE PurgeReportRecord

    PERFORM Archive-Old-Records
    IF ArchiveFailed
        MOVE SPACES TO PurgeReportRecord
        STRING 'ARCHIVE WRITE FAILED, STATUS ' DELIMITED BY SIZE
               WS-ARC-STATUS DELIMITED BY SIZE
               ' - PURGE NOT PERFORMED, LIVE FILE UNTOUCHED'
               DELIMITED BY SIZE
               INTO PurgeReportRecord
        WRITE PurgeReportRecord
        CLOSE PurgeReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Purge-Old-Records
    PERFORM Count-Remaining-Records
    PERFORM Write-Control-Report

    CLOSE PurgeReportFile
    IF WS-PURGE-ERROR-COUNT > 0
       OR WS-READ-COUNT NOT = WS-PURGED-COUNT + WS-REMAINING-COUNT
       OR WS-ARCHIVED-COUNT NOT = WS-PURGED-COUNT
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

Read-Retention-Period.
    OPEN INPUT RetentionFile
    IF WS-RET-STATUS NOT = '00'
        DISPLAY 'KeywordHitIndexPurge: hit-retention.txt missing '
            'or unreadable, status ' WS-RET-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ RetentionFile INTO RetentionRecord
        AT END
            CONTINUE
    END-READ
    CLOSE RetentionFile
    *> The length check comes first: MOVE into the 4-byte JUSTIFIED
    *> field truncates on the left, so a keyed "10000" would arrive
    *> as "0000" and quietly archive the whole file.
    IF FUNCTION LENGTH(FUNCTION TRIM(RetentionRecord)) > 4
        MOVE 0 TO WS-RETAIN-DAYS
    ELSE
        MOVE FUNCTION TRIM(RetentionRecord) TO WS-RETAIN-X
        INSPECT WS-RETAIN-X REPLACING LEADING SPACE BY ZERO
        IF WS-RETAIN-X IS NUMERIC
            MOVE WS-RETAIN-X TO WS-RETAIN-DAYS
        ELSE
            MOVE 0 TO WS-RETAIN-DAYS
        END-IF
    END-IF
    IF WS-RETAIN-DAYS = 0
        *> A zero or unreadable retention would purge everything up
        *> to today - no plausible housekeeping request means that,
        *> so refuse rather than guess.
        DISPLAY 'KeywordHitIndexPurge: retention period "'
            FUNCTION TRIM(RetentionRecord)
            '" is not a positive day count - nothing purged'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

Compute-Cutoff-Date.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    COMPUTE WS-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-RETAIN-DAYS
    COMPUTE WS-CUTOFF-DATE =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    MOVE SPACES TO WS-ARCHIVE-NAME
    STRING 'HITINDEX.' DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
           '.ARC' DELIMITED BY SIZE
           INTO WS-ARCHIVE-NAME.

Archive-Old-Records.
    *> First pass: copy every record older than the cutoff to the
    *> archive, touching nothing in the live file. Any write failure
    *> poisons the whole run - a partly written archive must never
    *> be the only copy of purged matches.
    OPEN INPUT HitIndex
    IF WS-HX-STATUS NOT = '00'
        DISPLAY 'KeywordHitIndexPurge: HIT-INDEX open failed, '
            'status ' WS-HX-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ArchiveFile
    IF WS-ARC-STATUS NOT = '00'
        SET ArchiveFailed TO TRUE
        CLOSE HitIndex
    ELSE
        MOVE 'N' TO WS-HX-EOF-FLAG
        PERFORM UNTIL IndexEndOfFile OR ArchiveFailed
            READ HitIndex NEXT RECORD
            AT END
                SET IndexEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF HX-RUN-DATE IS NUMERIC
                   AND HX-RUN-DATE < WS-CUTOFF-DATE
                    MOVE HX-HIT-INDEX-RECORD TO ArchiveRecord
                    WRITE ArchiveRecord
                    IF WS-ARC-STATUS = '00'
                        ADD 1 TO WS-ARCHIVED-COUNT
                    ELSE
                        SET ArchiveFailed TO TRUE
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE ArchiveFile
        IF WS-ARC-STATUS NOT = '00'
            *> A close failure means buffered archive records may
            *> never have reached disk - same poison as a write
            *> failure.
            SET ArchiveFailed TO TRUE
        END-IF
        CLOSE HitIndex
    END-IF.

Purge-Old-Records.
    *> Second pass, only reached with the archive written and closed
    *> clean: delete what was archived. Read NEXT then DELETE takes
    *> out the record just read.
    OPEN I-O HitIndex
    IF WS-HX-STATUS NOT = '00'
        DISPLAY 'KeywordHitIndexPurge: HIT-INDEX reopen failed, '
            'status ' WS-HX-STATUS ' - nothing purged'
        ADD 1 TO WS-PURGE-ERROR-COUNT
    ELSE
        MOVE 'N' TO WS-HX-EOF-FLAG
        PERFORM UNTIL IndexEndOfFile
            READ HitIndex NEXT RECORD
            AT END
                SET IndexEndOfFile TO TRUE
            NOT AT END
                IF HX-RUN-DATE IS NUMERIC
                   AND HX-RUN-DATE < WS-CUTOFF-DATE
                    DELETE HitIndex RECORD
                    IF WS-HX-STATUS = '00'
                        ADD 1 TO WS-PURGED-COUNT
                    ELSE
                        ADD 1 TO WS-PURGE-ERROR-COUNT
                        DISPLAY 'KeywordHitIndexPurge: delete failed, '
                            'status ' WS-HX-STATUS ' for keyword "'
                            FUNCTION TRIM(HX-KEYWORD-TEXT)
                            '" run ' HX-RUN-DATE
                    END-IF
                END-IF
            END-READ
        END-PERFORM
        CLOSE HitIndex
    END-IF.

Count-Remaining-Records.
    *> Third pass re-counts what is actually left on disk, so the
    *> control report foots against real records rather than
    *> arithmetic on the first pass's numbers.
    OPEN INPUT HitIndex
    IF WS-HX-STATUS NOT = '00'
        DISPLAY 'KeywordHitIndexPurge: HIT-INDEX recount failed, '
            'status ' WS-HX-STATUS
        ADD 1 TO WS-PURGE-ERROR-COUNT
    ELSE
        MOVE 'N' TO WS-HX-EOF-FLAG
        PERFORM UNTIL IndexEndOfFile
            READ HitIndex NEXT RECORD
            AT END
                SET IndexEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO WS-REMAINING-COUNT
            END-READ
        END-PERFORM
        CLOSE HitIndex
    END-IF.

Write-Control-Report.
    MOVE SPACES TO PurgeReportRecord
    STRING 'ARCHIVE FILE: ' DELIMITED BY SIZE
           WS-ARCHIVE-NAME DELIMITED BY SPACE
           INTO PurgeReportRecord
    WRITE PurgeReportRecord
    MOVE SPACES TO PurgeReportRecord
    STRING 'READ: ' DELIMITED BY SIZE
           WS-READ-COUNT DELIMITED BY SIZE
           '  ARCHIVED: ' DELIMITED BY SIZE
           WS-ARCHIVED-COUNT DELIMITED BY SIZE
           '  PURGED: ' DELIMITED BY SIZE
           WS-PURGED-COUNT DELIMITED BY SIZE
           '  REMAINING: ' DELIMITED BY SIZE
           WS-REMAINING-COUNT DELIMITED BY SIZE
           INTO PurgeReportRecord
    WRITE PurgeReportRecord
    MOVE SPACES TO PurgeReportRecord
    IF WS-PURGE-ERROR-COUNT = 0
       AND WS-READ-COUNT = WS-PURGED-COUNT + WS-REMAINING-COUNT
       AND WS-ARCHIVED-COUNT = WS-PURGED-COUNT
        STRING 'COUNTS FOOT - PURGE COMPLETE' DELIMITED BY SIZE
            INTO PurgeReportRecord
    ELSE
        STRING 'COUNTS DO NOT FOOT - INVESTIGATE BEFORE THE NEXT '
               'RUN (' DELIMITED BY SIZE
               WS-PURGE-ERROR-COUNT DELIMITED BY SIZE
               ' ERROR(S))' DELIMITED BY SIZE
               INTO PurgeReportRecord
    END-IF
    WRITE PurgeReportRecord.
