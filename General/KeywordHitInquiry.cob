IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordHitInquiry.

*> Inquiry against the HIT-INDEX file (HITINDEX.DAT): every
*> occurrence of a keyword - or of every alias in a synonym group -
*> across the nights still on the index, with the document, line,
*> column and the matched line in context, then a count per document
*> and a total. Answers "show me every document where this term
*> appeared in the last 60 days, with the line" from one file instead
*> of a night-by-night dig through .hits files. Written to
*> hit-inquiry.rpt.
*>
*> The inquiry is read from hit-inquiry.txt, one value per line:
*>     line 1 - keyword or synonym-group term (required)
*>     line 2 - from run date YYYYMMDD; blank for 60 days back
*>     line 3 - to run date YYYYMMDD; blank for today
*>     line 4 - source-system code; blank for every source
*> The term is looked up on KEYWORD-MASTER, ignoring case: a term
*> that is a synonym group's canonical name brings in every alias of
*> the group, and a term that is a keyword's own text brings in that
*> keyword. A term on neither (a keyword since removed from the
*> master, say) is searched exactly as keyed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT InquiryParmFile ASSIGN TO 'hit-inquiry.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRM-STATUS.
    SELECT KeywordMaster ASSIGN TO 'KEYWORDS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS KM-KEYWORD-TEXT
        FILE STATUS IS WS-KM-STATUS.
    SELECT HitIndex ASSIGN TO 'HITINDEX.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HX-KEY
        FILE STATUS IS WS-HX-STATUS.
    SELECT InquiryReportFile ASSIGN TO 'hit-inquiry.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD InquiryParmFile.
01 InquiryParmRecord PIC X(80).

FD KeywordMaster.
COPY "KWMASTER.cpy".

FD HitIndex.
COPY "HITINDX.cpy".

FD InquiryReportFile.
*> Sized for a full 80-byte document name and 60-byte keyword on
*> one occurrence line, and the 100-byte context under it.
01 InquiryReportRecord PIC X(240).

WORKING-STORAGE SECTION.
01 WS-PRM-STATUS PIC XX VALUE '00'.
01 WS-KM-STATUS PIC XX VALUE '00'.
01 WS-HX-STATUS PIC XX VALUE '00'.
01 WS-PRM-EOF-FLAG PIC X VALUE 'N'.
    88 PrmEndOfFile VALUE 'Y'.
01 WS-KM-EOF-FLAG PIC X VALUE 'N'.
    88 MasterEndOfFile VALUE 'Y'.
01 WS-HX-EOF-FLAG PIC X VALUE 'N'.
    88 IndexEndOfFile VALUE 'Y'.

*> The inquiry as keyed, line by line.
01 WS-PRM-LINES.
    05 WS-PRM-LINE PIC X(80) OCCURS 4 TIMES.
01 WS-PRM-N PIC 9.

01 WS-INQ-TERM PIC X(60).
01 WS-INQ-TERM-UPPER PIC X(60).
01 WS-INQ-FROM-DATE PIC 9(8) VALUE 0.
01 WS-INQ-TO-DATE PIC 9(8) VALUE 0.
01 WS-INQ-SOURCE PIC X(8).
01 WS-INQ-SOURCE-TEXT PIC X(8).
01 WS-DATE-IN PIC X(80).
01 WS-DATE-X PIC X(8).
01 WS-DATE-OK-FLAG PIC X.
    88 DateOk VALUE 'Y'.

01 WS-TODAY-DATETIME PIC X(21).
01 WS-TODAY-DATETIME-FIELDS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-DATE PIC 9(8).
    05 FILLER PIC X(13).
01 WS-DATE-INTEGER PIC 9(8).

*> Keyword texts the term resolves to, exactly as they are keyed on
*> the index.
01 WS-TERM-MAX-ENTRIES PIC 9(3) VALUE 50.
01 WS-TERM-AREA.
    05 WS-TERM-TOTAL PIC 9(3) VALUE 0.
    05 WS-TERM-TEXT PIC X(60) OCCURS 50 TIMES.
01 WS-TERM-I PIC 9(3).
01 WS-TERM-HOW PIC X(14).
01 WS-KM-MATCH-FLAG PIC X.
    88 MasterEntryMatches VALUE 'Y'.

*> Occurrences per document, for the count section - a document
*> keyed on its name, with the control-record metadata it carried.
*> Past the table's size the rest are counted together on one
*> line rather than dropped from the total.
01 WS-DOC-MAX-ENTRIES PIC 9(4) VALUE 500.
01 WS-DOC-AREA.
    05 WS-DOC-TOTAL PIC 9(4) VALUE 0.
    05 WS-DOC-ENTRY OCCURS 500 TIMES.
        10 WS-DOC-NAME       PIC X(80).
        10 WS-DOC-ID         PIC X(20).
        10 WS-DOC-SOURCE     PIC X(8).
        10 WS-DOC-COUNT      PIC 9(7).
        10 WS-DOC-FIRST-DATE PIC 9(8).
        10 WS-DOC-LAST-DATE  PIC 9(8).
*> Hold area for the sort exchange - must span the whole entry.
01 WS-DOC-HOLD PIC X(131).
01 WS-DOC-I PIC 9(4).
01 WS-DOC-J PIC 9(4).
01 WS-DOC-HIGH-AT PIC 9(4).
01 WS-DOC-FOUND-AT PIC 9(4).
01 WS-DOC-OVERFLOW-COUNT PIC 9(7) VALUE 0.

01 WS-OCCURRENCE-TOTAL PIC 9(7) VALUE 0.
01 WS-TERM-OCCURRENCES PIC 9(7).

PROCEDURE DIVISION.
Inquiry-Main.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    PERFORM Read-Inquiry-Parameters
    PERFORM Resolve-Inquiry-Term

    OPEN INPUT HitIndex
    IF WS-HX-STATUS NOT = '00'
        DISPLAY 'KeywordHitInquiry: HIT-INDEX open failed, status '
            WS-HX-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT InquiryReportFile
    PERFORM Write-Inquiry-Heading

    PERFORM VARYING WS-TERM-I FROM 1 BY 1
            UNTIL WS-TERM-I > WS-TERM-TOTAL
        PERFORM List-Term-Occurrences
    END-PERFORM
    CLOSE HitIndex

    PERFORM Write-Document-Counts
    CLOSE InquiryReportFile
    DISPLAY 'KeywordHitInquiry: ' WS-OCCURRENCE-TOTAL
        ' occurrence(s) in ' WS-DOC-TOTAL ' document(s)'
    STOP RUN.

Read-Inquiry-Parameters.
    MOVE SPACES TO WS-PRM-LINES
    OPEN INPUT InquiryParmFile
    IF WS-PRM-STATUS NOT = '00'
        DISPLAY 'KeywordHitInquiry: hit-inquiry.txt missing or '
            'unreadable, status ' WS-PRM-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-PRM-N FROM 1 BY 1
            UNTIL WS-PRM-N > 4 OR PrmEndOfFile
        READ InquiryParmFile INTO WS-PRM-LINE (WS-PRM-N)
            AT END
                SET PrmEndOfFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE InquiryParmFile

    MOVE FUNCTION TRIM(WS-PRM-LINE (1)) TO WS-INQ-TERM
    IF WS-INQ-TERM = SPACES
        DISPLAY 'KeywordHitInquiry: no keyword or synonym group on '
            'line 1 of hit-inquiry.txt'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-INQ-TERM) TO WS-INQ-TERM-UPPER

    *> An unreadable date is refused, not defaulted - a range quietly
    *> widened or narrowed would answer a different question.
    IF WS-PRM-LINE (2) = SPACES
        COMPUTE WS-DATE-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 60
        COMPUTE WS-INQ-FROM-DATE =
            FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
    ELSE
        MOVE WS-PRM-LINE (2) TO WS-DATE-IN
        PERFORM Edit-Inquiry-Date
        IF NOT DateOk
            DISPLAY 'KeywordHitInquiry: from date "'
                FUNCTION TRIM(WS-PRM-LINE (2))
                '" is not YYYYMMDD - nothing listed'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-DATE-X TO WS-INQ-FROM-DATE
    END-IF
    IF WS-PRM-LINE (3) = SPACES
        MOVE WS-TODAY-DATE TO WS-INQ-TO-DATE
    ELSE
        MOVE WS-PRM-LINE (3) TO WS-DATE-IN
        PERFORM Edit-Inquiry-Date
        IF NOT DateOk
            DISPLAY 'KeywordHitInquiry: to date "'
                FUNCTION TRIM(WS-PRM-LINE (3))
                '" is not YYYYMMDD - nothing listed'
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-DATE-X TO WS-INQ-TO-DATE
    END-IF
    IF WS-INQ-FROM-DATE > WS-INQ-TO-DATE
        DISPLAY 'KeywordHitInquiry: from date ' WS-INQ-FROM-DATE
            ' is after to date ' WS-INQ-TO-DATE ' - nothing listed'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-LINE (4)))
        TO WS-INQ-SOURCE.

Edit-Inquiry-Date.
    *> Exactly eight digits - the same guard KeywordSetup puts on
    *> RUNDATE.
    MOVE 'N' TO WS-DATE-OK-FLAG
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-DATE-IN)) = 8
        MOVE FUNCTION TRIM(WS-DATE-IN) TO WS-DATE-X
        IF WS-DATE-X IS NUMERIC
            SET DateOk TO TRUE
        END-IF
    END-IF.

Resolve-Inquiry-Term.
    OPEN INPUT KeywordMaster
    IF WS-KM-STATUS NOT = '00'
        DISPLAY 'KeywordHitInquiry: KEYWORD-MASTER open failed, '
            'status ' WS-KM-STATUS ' - searching "'
            FUNCTION TRIM(WS-INQ-TERM) '" as keyed'
    ELSE
        PERFORM UNTIL MasterEndOfFile
            READ KeywordMaster NEXT RECORD
            AT END
                SET MasterEndOfFile TO TRUE
            NOT AT END
                PERFORM Match-Master-Entry
            END-READ
        END-PERFORM
        CLOSE KeywordMaster
    END-IF
    IF WS-TERM-TOTAL = 0
        MOVE 1 TO WS-TERM-TOTAL
        MOVE WS-INQ-TERM TO WS-TERM-TEXT (1)
        MOVE 'NOT ON MASTER' TO WS-TERM-HOW
    ELSE
    IF WS-TERM-TOTAL > 1
        MOVE 'SYNONYM GROUP' TO WS-TERM-HOW
    ELSE
        MOVE 'KEYWORD' TO WS-TERM-HOW
    END-IF
    END-IF.

Match-Master-Entry.
    *> The synonym group wins: a canonical term that is also a
    *> keyword's own text brings in the whole group.
    MOVE 'N' TO WS-KM-MATCH-FLAG
    IF FUNCTION UPPER-CASE(KM-SYNONYM-GROUP) = WS-INQ-TERM-UPPER
        SET MasterEntryMatches TO TRUE
    END-IF
    IF FUNCTION UPPER-CASE(KM-KEYWORD-TEXT) = WS-INQ-TERM-UPPER
        SET MasterEntryMatches TO TRUE
    END-IF
    IF NOT MasterEntryMatches
        EXIT PARAGRAPH
    END-IF
    IF WS-TERM-TOTAL >= WS-TERM-MAX-ENTRIES
        DISPLAY 'KeywordHitInquiry: more than ' WS-TERM-MAX-ENTRIES
            ' aliases for "' FUNCTION TRIM(WS-INQ-TERM) '" - "'
            FUNCTION TRIM(KM-KEYWORD-TEXT) '" not searched'
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TERM-TOTAL
    MOVE KM-KEYWORD-TEXT TO WS-TERM-TEXT (WS-TERM-TOTAL).

Write-Inquiry-Heading.
    MOVE WS-INQ-SOURCE TO WS-INQ-SOURCE-TEXT
    IF WS-INQ-SOURCE-TEXT = SPACES
        MOVE 'ALL' TO WS-INQ-SOURCE-TEXT
    END-IF
    MOVE SPACES TO InquiryReportRecord
    STRING 'KEYWORD HIT INQUIRY - "' DELIMITED BY SIZE
           FUNCTION TRIM(WS-INQ-TERM) DELIMITED BY SIZE
           '" (' DELIMITED BY SIZE
           FUNCTION TRIM(WS-TERM-HOW) DELIMITED BY SIZE
           ') RUN DATES ' DELIMITED BY SIZE
           WS-INQ-FROM-DATE DELIMITED BY SIZE
           ' TO ' DELIMITED BY SIZE
           WS-INQ-TO-DATE DELIMITED BY SIZE
           ' SOURCE ' DELIMITED BY SIZE
           WS-INQ-SOURCE-TEXT DELIMITED BY SPACE
           INTO InquiryReportRecord
    WRITE InquiryReportRecord
    PERFORM VARYING WS-TERM-I FROM 1 BY 1
            UNTIL WS-TERM-I > WS-TERM-TOTAL
        MOVE SPACES TO InquiryReportRecord
        STRING '   SEARCHING: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERM-TEXT (WS-TERM-I))
                   DELIMITED BY SIZE
               INTO InquiryReportRecord
        WRITE InquiryReportRecord
    END-PERFORM.

List-Term-Occurrences.
    *> The index is keyed keyword first, then run date - so one START
    *> at the keyword and the from date, and a sequential read until
    *> the keyword changes or the to date is passed.
    MOVE 0 TO WS-TERM-OCCURRENCES
    MOVE LOW-VALUES TO HX-KEY
    MOVE WS-TERM-TEXT (WS-TERM-I) TO HX-KEYWORD-TEXT
    MOVE WS-INQ-FROM-DATE TO HX-RUN-DATE
    MOVE 'N' TO WS-HX-EOF-FLAG
    START HitIndex KEY IS NOT LESS THAN HX-KEY
        INVALID KEY
            SET IndexEndOfFile TO TRUE
    END-START
    PERFORM UNTIL IndexEndOfFile
        READ HitIndex NEXT RECORD
        AT END
            SET IndexEndOfFile TO TRUE
        NOT AT END
            IF HX-KEYWORD-TEXT NOT = WS-TERM-TEXT (WS-TERM-I)
               OR HX-RUN-DATE > WS-INQ-TO-DATE
                SET IndexEndOfFile TO TRUE
            ELSE
                IF WS-INQ-SOURCE = SPACES OR HX-SOURCE = WS-INQ-SOURCE
                    PERFORM List-One-Occurrence
                END-IF
            END-IF
        END-READ
    END-PERFORM
    MOVE SPACES TO InquiryReportRecord
    STRING '"' DELIMITED BY SIZE
           FUNCTION TRIM(WS-TERM-TEXT (WS-TERM-I)) DELIMITED BY SIZE
           '" OCCURRENCES: ' DELIMITED BY SIZE
           WS-TERM-OCCURRENCES DELIMITED BY SIZE
           INTO InquiryReportRecord
    WRITE InquiryReportRecord.

List-One-Occurrence.
    ADD 1 TO WS-TERM-OCCURRENCES
    ADD 1 TO WS-OCCURRENCE-TOTAL
    MOVE SPACES TO InquiryReportRecord
    STRING HX-RUN-DATE DELIMITED BY SIZE
           ' : ' DELIMITED BY SIZE
           FUNCTION TRIM(HX-DOC-NAME) DELIMITED BY SIZE
           ' : DOCID ' DELIMITED BY SIZE
           HX-DOC-ID DELIMITED BY SIZE
           ' : SOURCE ' DELIMITED BY SIZE
           HX-SOURCE DELIMITED BY SIZE
           ' : LINE ' DELIMITED BY SIZE
           HX-LINE-NUMBER DELIMITED BY SIZE
           ' : COL ' DELIMITED BY SIZE
           HX-COL-NUMBER DELIMITED BY SIZE
           ' : ' DELIMITED BY SIZE
           FUNCTION TRIM(HX-KEYWORD-TEXT) DELIMITED BY SIZE
           INTO InquiryReportRecord
    WRITE InquiryReportRecord
    MOVE SPACES TO InquiryReportRecord
    STRING '      ' DELIMITED BY SIZE
           HX-CONTEXT DELIMITED BY SIZE
           INTO InquiryReportRecord
    WRITE InquiryReportRecord
    PERFORM Count-Document-Occurrence.

Count-Document-Occurrence.
    MOVE 0 TO WS-DOC-FOUND-AT
    PERFORM VARYING WS-DOC-I FROM 1 BY 1
            UNTIL WS-DOC-I > WS-DOC-TOTAL OR WS-DOC-FOUND-AT > 0
        IF WS-DOC-NAME (WS-DOC-I) = HX-DOC-NAME
            MOVE WS-DOC-I TO WS-DOC-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-DOC-FOUND-AT = 0
        IF WS-DOC-TOTAL >= WS-DOC-MAX-ENTRIES
            ADD 1 TO WS-DOC-OVERFLOW-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-DOC-TOTAL
        MOVE WS-DOC-TOTAL TO WS-DOC-FOUND-AT
        MOVE HX-DOC-NAME TO WS-DOC-NAME (WS-DOC-FOUND-AT)
        MOVE HX-DOC-ID TO WS-DOC-ID (WS-DOC-FOUND-AT)
        MOVE HX-SOURCE TO WS-DOC-SOURCE (WS-DOC-FOUND-AT)
        MOVE 0 TO WS-DOC-COUNT (WS-DOC-FOUND-AT)
        MOVE HX-RUN-DATE TO WS-DOC-FIRST-DATE (WS-DOC-FOUND-AT)
        MOVE HX-RUN-DATE TO WS-DOC-LAST-DATE (WS-DOC-FOUND-AT)
    END-IF
    ADD 1 TO WS-DOC-COUNT (WS-DOC-FOUND-AT)
    *> Aliases are read one after another, so dates arrive out of
    *> order across the group.
    IF HX-RUN-DATE < WS-DOC-FIRST-DATE (WS-DOC-FOUND-AT)
        MOVE HX-RUN-DATE TO WS-DOC-FIRST-DATE (WS-DOC-FOUND-AT)
    END-IF
    IF HX-RUN-DATE > WS-DOC-LAST-DATE (WS-DOC-FOUND-AT)
        MOVE HX-RUN-DATE TO WS-DOC-LAST-DATE (WS-DOC-FOUND-AT)
    END-IF.

Write-Document-Counts.
    *> Most occurrences first.
    PERFORM VARYING WS-DOC-I FROM 1 BY 1
            UNTIL WS-DOC-I >= WS-DOC-TOTAL
        MOVE WS-DOC-I TO WS-DOC-HIGH-AT
        PERFORM VARYING WS-DOC-J FROM WS-DOC-I BY 1
                UNTIL WS-DOC-J > WS-DOC-TOTAL
            IF WS-DOC-COUNT (WS-DOC-J) > WS-DOC-COUNT (WS-DOC-HIGH-AT)
                MOVE WS-DOC-J TO WS-DOC-HIGH-AT
            END-IF
        END-PERFORM
        IF WS-DOC-HIGH-AT NOT = WS-DOC-I
            MOVE WS-DOC-ENTRY (WS-DOC-I) TO WS-DOC-HOLD
            MOVE WS-DOC-ENTRY (WS-DOC-HIGH-AT)
                TO WS-DOC-ENTRY (WS-DOC-I)
            MOVE WS-DOC-HOLD TO WS-DOC-ENTRY (WS-DOC-HIGH-AT)
        END-IF
    END-PERFORM

    MOVE SPACES TO InquiryReportRecord
    STRING 'OCCURRENCES BY DOCUMENT' DELIMITED BY SIZE
        INTO InquiryReportRecord
    WRITE InquiryReportRecord
    PERFORM VARYING WS-DOC-I FROM 1 BY 1 UNTIL WS-DOC-I > WS-DOC-TOTAL
        MOVE SPACES TO InquiryReportRecord
        STRING WS-DOC-COUNT (WS-DOC-I) DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DOC-NAME (WS-DOC-I)) DELIMITED BY SIZE
               ' : DOCID ' DELIMITED BY SIZE
               WS-DOC-ID (WS-DOC-I) DELIMITED BY SIZE
               ' : SOURCE ' DELIMITED BY SIZE
               WS-DOC-SOURCE (WS-DOC-I) DELIMITED BY SIZE
               ' : RUNS ' DELIMITED BY SIZE
               WS-DOC-FIRST-DATE (WS-DOC-I) DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               WS-DOC-LAST-DATE (WS-DOC-I) DELIMITED BY SIZE
               INTO InquiryReportRecord
        WRITE InquiryReportRecord
    END-PERFORM
    IF WS-DOC-OVERFLOW-COUNT > 0
        MOVE SPACES TO InquiryReportRecord
        STRING WS-DOC-OVERFLOW-COUNT DELIMITED BY SIZE
               ' : OTHER DOCUMENTS (MORE THAN ' DELIMITED BY SIZE
               WS-DOC-MAX-ENTRIES DELIMITED BY SIZE
               ' NAMED ABOVE)' DELIMITED BY SIZE
               INTO InquiryReportRecord
        WRITE InquiryReportRecord
    END-IF
    MOVE SPACES TO InquiryReportRecord
    STRING 'TOTAL OCCURRENCES: ' DELIMITED BY SIZE
           WS-OCCURRENCE-TOTAL DELIMITED BY SIZE
           '  DOCUMENTS: ' DELIMITED BY SIZE
           WS-DOC-TOTAL DELIMITED BY SIZE
           INTO InquiryReportRecord
    WRITE InquiryReportRecord.
