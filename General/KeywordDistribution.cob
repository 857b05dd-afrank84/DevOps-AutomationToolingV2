IDENTIFICATION DIVISION.
PROGRAM-ID. KeywordDistribution.

*> Distribution step, run after KeywordBatchDriver. Instead of every
*> department getting the whole of summary.txt and doc-scores.txt
*> and hunting for its own lines, the night is burst into one report
*> packet per owner department named on CATEGORY-MASTER
*> (CM-OWNER-DEPT), written to packet.<department>.rpt:
*>   - the department's categories from the night's rollup, copied
*>     from summary.txt as the driver wrote them, keyword lines,
*>     category totals and *REVIEW threshold flags included;
*>   - the documents the department's keywords scored in, ranked by
*>     the weighted score those keywords contributed, each with the
*>     contributing keywords beneath it. These come from the night's
*>     matches on the HIT-INDEX file (HITINDEX.DAT), each match
*>     carrying the category its keyword was loaded under that night
*>     and weighted from KEYWORD-MASTER as the driver's score is.
*> The night's run date is taken from the case-feed.txt header the
*> driver writes every night, so a rerun of an earlier night is
*> distributed under the date it was run for.
*>
*> distribution.rpt is the control listing: every owner department
*> on file with the packet it got and that packet's page and line
*> counts (or that it had nothing tonight), and every category in
*> the rollup that has no owner on file - not on the category master
*> at all, or on it with no owner - so nothing the night found falls
*> through because it belongs to nobody. An unowned category returns
*> RETURN-CODE 4 so the scheduler shows it.
*>
*> distribution.txt, optional, holds one value: lines per packet
*> page, 20 to 999 (default 60). Each page starts with the packet's
*> heading and is counted on the control listing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DistParmFile ASSIGN TO 'distribution.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRM-STATUS.
    SELECT CaseFeedFile ASSIGN TO 'case-feed.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.
    *> A shop without CATEGORY.DAT has no owners - every category in
    *> the rollup is then listed as unowned, which is the point.
    SELECT CategoryMaster ASSIGN TO 'CATEGORY.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CM-CATEGORY-CODE
        FILE STATUS IS WS-CM-STATUS.
    SELECT KeywordMaster ASSIGN TO 'KEYWORDS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS KM-KEYWORD-TEXT
        FILE STATUS IS WS-KM-STATUS.
    SELECT SummaryFile ASSIGN TO 'summary.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUM-STATUS.
    SELECT HitIndex ASSIGN TO 'HITINDEX.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HX-KEY
        FILE STATUS IS WS-HX-STATUS.
    SELECT PacketFile ASSIGN TO DYNAMIC WS-PACKET-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DistControlFile ASSIGN TO 'distribution.rpt'
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DistParmFile.
01 DistParmRecord PIC X(80).

FD CaseFeedFile.
01 CaseFeedRecord PIC X(328).

FD CategoryMaster.
COPY "CATMAST.cpy".

FD KeywordMaster.
COPY "KWMASTER.cpy".

FD SummaryFile.
*> Must match the record length KeywordBatchDriver writes.
01 SummaryRecord PIC X(160).

FD HitIndex.
COPY "HITINDX.cpy".

FD PacketFile.
*> A copied 160-byte summary line, or a ranked document line with
*> its full 80-byte name.
01 PacketRecord PIC X(200).

FD DistControlFile.
01 DistControlRecord PIC X(160).

WORKING-STORAGE SECTION.
01 WS-PRM-STATUS PIC XX VALUE '00'.
01 WS-FEED-STATUS PIC XX VALUE '00'.
01 WS-CM-STATUS PIC XX VALUE '00'.
01 WS-KM-STATUS PIC XX VALUE '00'.
01 WS-SUM-STATUS PIC XX VALUE '00'.
01 WS-HX-STATUS PIC XX VALUE '00'.
01 WS-CM-EOF-FLAG PIC X VALUE 'N'.
    88 CatMasterEndOfFile VALUE 'Y'.
01 WS-KM-EOF-FLAG PIC X VALUE 'N'.
    88 MasterEndOfFile VALUE 'Y'.
01 WS-SUM-EOF-FLAG PIC X VALUE 'N'.
    88 SumEndOfFile VALUE 'Y'.
01 WS-HX-EOF-FLAG PIC X VALUE 'N'.
    88 IndexEndOfFile VALUE 'Y'.
01 WS-HX-OPEN-FLAG PIC X VALUE 'N'.
    88 HitIndexAvailable VALUE 'Y'.
01 WS-SUM-CSV-FLAG PIC X VALUE 'N'.
    88 SummaryIsCsv VALUE 'Y'.

01 WS-TODAY-DATETIME PIC X(21).
01 WS-TODAY-DATETIME-FIELDS REDEFINES WS-TODAY-DATETIME.
    05 WS-TODAY-DATE PIC 9(8).
    05 FILLER PIC X(13).
01 WS-RUN-DATE PIC 9(8) VALUE 0.

01 WS-PRM-LINE PIC X(80).
01 WS-PAGE-LENGTH PIC 9(3) VALUE 60.
01 WS-PARM-X PIC X(4) JUSTIFIED RIGHT.
01 WS-PARM-N REDEFINES WS-PARM-X PIC 9(4).

COPY "KWCATS.cpy".
01 WS-CATM-LIMIT PIC 9(3) VALUE 50.

*> Owner departments, in the order their first category comes off
*> the category master. At most one per category, so the category
*> table's 50 bounds it too.
01 WS-DEPT-AREA.
    05 WS-DEPT-TOTAL PIC 9(3) VALUE 0.
    05 WS-DEPT-ENTRY OCCURS 50 TIMES.
        10 WS-DEPT-NAME       PIC X(20).
        10 WS-DEPT-FILE-NAME  PIC X(40).
        10 WS-DEPT-CATEGORIES PIC 9(3).
        10 WS-DEPT-MATCHES    PIC 9(7).
        10 WS-DEPT-DOCUMENTS  PIC 9(5).
        10 WS-DEPT-PAGES      PIC 9(5).
        10 WS-DEPT-LINES      PIC 9(7).
01 WS-DEPT-I PIC 9(3).
01 WS-DEPT-NAME-LENGTH PIC 9(3).
01 WS-PACKET-FILE-NAME PIC X(40) VALUE SPACES.
01 WS-PACKET-COUNT PIC 9(3) VALUE 0.

*> Categories in the night's rollup, as summary.txt lists them,
*> with the total and review flag the driver printed and where the
*> category master puts them: O owned (by WS-NCAT-DEPT), B on the
*> master with no owner, U not on the master at all.
01 WS-NCAT-AREA.
    05 WS-NCAT-TOTAL PIC 9(3) VALUE 0.
    05 WS-NCAT-ENTRY OCCURS 50 TIMES.
        10 WS-NCAT-CODE   PIC X(8).
        10 WS-NCAT-HITS   PIC 9(9).
        10 WS-NCAT-REVIEW PIC X.
        10 WS-NCAT-STATE  PIC X.
        10 WS-NCAT-DEPT   PIC 9(3).
01 WS-NCAT-I PIC 9(3).
01 WS-NCAT-FOUND-AT PIC 9(3).
01 WS-NCAT-DROPPED-COUNT PIC 9(3) VALUE 0.
01 WS-UNOWNED-COUNT PIC 9(3) VALUE 0.
01 WS-DISTRIBUTED-COUNT PIC 9(3) VALUE 0.
01 WS-REVIEW-TEXT PIC X(8).

*> One summary line, classified: the category it belongs to (blank
*> for the source and co-occurrence sections, which belong to every
*> department and none) and what kind of line it is.
01 WS-LINE-CATEGORY PIC X(8).
01 WS-LINE-KIND PIC X.
    88 LineIsCsvHeading VALUE 'C'.
    88 LineIsCategoryTotal VALUE 'T'.
    88 LineIsCategoryReview VALUE 'R'.
01 WS-BLOCK-CATEGORY PIC X(8) VALUE SPACES.
01 WS-SUM-FIELD-1 PIC X(160).
01 WS-SUM-FIELD-2 PIC X(160).
01 WS-SUM-FIELD-3 PIC X(160).
01 WS-COUNT-TEXT PIC X(160).
01 WS-COUNT-X PIC X(9) JUSTIFIED RIGHT.
01 WS-COUNT-N REDEFINES WS-COUNT-X PIC 9(9).
01 WS-COUNT-VALUE PIC 9(9).

*> Category lookup - in WS-FIND-CATEGORY, out the owning department
*> (zero for none) and the O/B/U state as for WS-NCAT-STATE.
01 WS-FIND-CATEGORY PIC X(8).
01 WS-FIND-DEPT PIC 9(3).
01 WS-FIND-STATE PIC X.

*> Keyword weights and report names off KEYWORD-MASTER. A synonym
*> alias reports under its canonical term, as on the summary.
01 WS-KWT-MAX-ENTRIES PIC 9(4) VALUE 1000.
01 WS-KWT-AREA.
    05 WS-KWT-TOTAL PIC 9(4) VALUE 0.
    05 WS-KWT-ENTRY OCCURS 1000 TIMES.
        10 WS-KWT-TEXT   PIC X(60).
        10 WS-KWT-NAME   PIC X(60).
        10 WS-KWT-WEIGHT PIC 9(3).
01 WS-KWT-I PIC 9(4).
01 WS-KWT-DROPPED-COUNT PIC 9(5) VALUE 0.

*> The night's matched documents, and one entry per document and
*> reported keyword in a category, with its hits and the weighted
*> score they add. Matches past either table are counted on the
*> control listing, not silently lost.
01 WS-DOC-MAX-ENTRIES PIC 9(4) VALUE 500.
01 WS-DOC-AREA.
    05 WS-DOC-TOTAL PIC 9(4) VALUE 0.
    05 WS-DOC-ENTRY OCCURS 500 TIMES.
        10 WS-DOC-NAME       PIC X(80).
        10 WS-DOC-ID         PIC X(20).
        10 WS-DOC-SOURCE     PIC X(8).
        10 WS-DOC-DOCTYPE    PIC X(8).
        10 WS-DOC-DEPT-SCORE PIC 9(9).
        10 WS-DOC-DEPT-HITS  PIC 9(7).
01 WS-DOC-I PIC 9(4).
01 WS-DOC-FOUND-AT PIC 9(4) VALUE 0.

01 WS-PAIR-MAX-ENTRIES PIC 9(4) VALUE 5000.
01 WS-PAIR-AREA.
    05 WS-PAIR-TOTAL PIC 9(4) VALUE 0.
    05 WS-PAIR-ENTRY OCCURS 5000 TIMES.
        10 WS-PAIR-DOC      PIC 9(4).
        10 WS-PAIR-CATEGORY PIC X(8).
        10 WS-PAIR-DEPT     PIC 9(3).
        10 WS-PAIR-NAME     PIC X(60).
        10 WS-PAIR-HITS     PIC 9(7).
        10 WS-PAIR-SCORE    PIC 9(9).
01 WS-PAIR-I PIC 9(4).
01 WS-PAIR-FOUND-AT PIC 9(4) VALUE 0.
01 WS-UNTABLED-MATCHES PIC 9(7) VALUE 0.

*> The match being taken: its keyword's report name and weight, and
*> the last keyword, document and entry seen - the index hands a
*> keyword's matches over document by document, so most matches
*> land on the entry the one before them did.
01 WS-MATCH-NAME PIC X(60).
01 WS-MATCH-WEIGHT PIC 9(3).
01 WS-LAST-KEYWORD PIC X(60) VALUE SPACES.
01 WS-LAST-DOC-NAME PIC X(80) VALUE SPACES.
01 WS-LAST-CATEGORY PIC X(8) VALUE SPACES.
01 WS-NIGHT-MATCHES PIC 9(7) VALUE 0.

*> One department's documents, ranked on the score its keywords
*> contributed.
01 WS-RANK-AREA.
    05 WS-RANK-TOTAL PIC 9(4) VALUE 0.
    05 WS-RANK-DOC PIC 9(4) OCCURS 500 TIMES.
01 WS-RANK-I PIC 9(4).
01 WS-RANK-J PIC 9(4).
01 WS-RANK-HIGH-AT PIC 9(4).
01 WS-RANK-HOLD PIC 9(4).

*> Packet paging - the line buffer every packet line goes through,
*> and where the current page stands.
01 WS-PKT-LINE PIC X(200).
01 WS-PKT-PAGE PIC 9(5).
01 WS-PKT-PAGE-LINES PIC 9(3).
01 WS-PKT-LINES PIC 9(7).

PROCEDURE DIVISION.
Distribution-Main.
    MOVE FUNCTION CURRENT-DATE TO WS-TODAY-DATETIME
    PERFORM Read-Distribution-Parameters
    PERFORM Read-Night-Run-Date
    PERFORM Load-Category-Master
    PERFORM Load-Keyword-Weights
    PERFORM Scan-Summary-Categories
    PERFORM Assign-Night-Category-Owners
    PERFORM Load-Night-Matches

    PERFORM VARYING WS-DEPT-I FROM 1 BY 1
            UNTIL WS-DEPT-I > WS-DEPT-TOTAL
        IF WS-DEPT-CATEGORIES (WS-DEPT-I) > 0
           OR WS-DEPT-MATCHES (WS-DEPT-I) > 0
            PERFORM Write-Department-Packet
        END-IF
    END-PERFORM

    PERFORM Write-Distribution-Control
    DISPLAY 'KeywordDistribution: run date ' WS-RUN-DATE ', '
        WS-PACKET-COUNT ' packet(s) written, ' WS-UNOWNED-COUNT
        ' unowned categor(ies)'
    IF WS-UNOWNED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

Read-Distribution-Parameters.
    MOVE SPACES TO WS-PRM-LINE
    OPEN INPUT DistParmFile
    IF WS-PRM-STATUS = '00'
        READ DistParmFile INTO WS-PRM-LINE
            AT END
                MOVE SPACES TO WS-PRM-LINE
        END-READ
        CLOSE DistParmFile
    END-IF
    IF FUNCTION TRIM(WS-PRM-LINE) = SPACES
        EXIT PARAGRAPH
    END-IF
    *> Length first - the 4-byte JUSTIFIED field truncates on the
    *> left, so "10000" would otherwise arrive as "0000".
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-PRM-LINE)) > 4
        MOVE 'XXXX' TO WS-PARM-X
    ELSE
        MOVE FUNCTION TRIM(WS-PRM-LINE) TO WS-PARM-X
        INSPECT WS-PARM-X REPLACING LEADING SPACE BY ZERO
    END-IF
    IF WS-PARM-X IS NUMERIC AND WS-PARM-N >= 20 AND WS-PARM-N <= 999
        MOVE WS-PARM-N TO WS-PAGE-LENGTH
    ELSE
        DISPLAY 'KeywordDistribution: distribution.txt page length "'
            FUNCTION TRIM(WS-PRM-LINE)
            '" is not 20 to 999 - 60 lines per page'
    END-IF.

Read-Night-Run-Date.
    *> The header record is the first on the feed: HDR, then the run
    *> date the driver ran the night under.
    MOVE WS-TODAY-DATE TO WS-RUN-DATE
    OPEN INPUT CaseFeedFile
    IF WS-FEED-STATUS NOT = '00'
        DISPLAY 'KeywordDistribution: case-feed.txt unreadable, '
            'status ' WS-FEED-STATUS ' - distributing as run date '
            WS-RUN-DATE
        EXIT PARAGRAPH
    END-IF
    READ CaseFeedFile
        AT END
            MOVE SPACES TO CaseFeedRecord
    END-READ
    IF CaseFeedRecord (1 : 3) = 'HDR'
       AND CaseFeedRecord (4 : 8) IS NUMERIC
        MOVE CaseFeedRecord (4 : 8) TO WS-RUN-DATE
    ELSE
        DISPLAY 'KeywordDistribution: case-feed.txt has no header '
            'record - distributing as run date ' WS-RUN-DATE
    END-IF
    CLOSE CaseFeedFile.

Load-Category-Master.
    INITIALIZE WS-CATMASTER-AREA
    OPEN INPUT CategoryMaster
    IF WS-CM-STATUS = '35'
        DISPLAY 'KeywordDistribution: no CATEGORY.DAT - no category '
            'has an owner'
        EXIT PARAGRAPH
    END-IF
    IF WS-CM-STATUS NOT = '00'
        DISPLAY 'KeywordDistribution: CATEGORY-MASTER open failed, '
            'status ' WS-CM-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL CatMasterEndOfFile
        READ CategoryMaster NEXT RECORD
        AT END
            SET CatMasterEndOfFile TO TRUE
        NOT AT END
            IF WS-CATM-TOTAL < WS-CATM-LIMIT
                ADD 1 TO WS-CATM-TOTAL
                SET CMIDX TO WS-CATM-TOTAL
                MOVE CM-CATEGORY-CODE TO WS-CATM-CODE (CMIDX)
                MOVE CM-DESCRIPTION TO WS-CATM-DESC (CMIDX)
                MOVE CM-OWNER-DEPT TO WS-CATM-OWNER (CMIDX)
                MOVE 0 TO WS-CATM-THRESHOLD (CMIDX)
                IF CM-OWNER-DEPT NOT = SPACES
                    PERFORM Add-Owner-Department
                END-IF
            ELSE
                DISPLAY 'KeywordDistribution: CATEGORY-MASTER entry '
                    CM-CATEGORY-CODE ' ignored, table is full ('
                    WS-CATM-LIMIT ' entries)'
            END-IF
        END-READ
    END-PERFORM
    CLOSE CategoryMaster.

Add-Owner-Department.
    PERFORM VARYING WS-DEPT-I FROM 1 BY 1
            UNTIL WS-DEPT-I > WS-DEPT-TOTAL
        IF WS-DEPT-NAME (WS-DEPT-I) = CM-OWNER-DEPT
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    ADD 1 TO WS-DEPT-TOTAL
    MOVE WS-DEPT-TOTAL TO WS-DEPT-I
    INITIALIZE WS-DEPT-ENTRY (WS-DEPT-I)
    MOVE CM-OWNER-DEPT TO WS-DEPT-NAME (WS-DEPT-I)
    *> The packet is named for the department, with anything a file
    *> name cannot carry turned to a hyphen.
    MOVE SPACES TO WS-DEPT-FILE-NAME (WS-DEPT-I)
    STRING 'packet.' DELIMITED BY SIZE
           FUNCTION TRIM(CM-OWNER-DEPT) DELIMITED BY SIZE
           '.rpt' DELIMITED BY SIZE
           INTO WS-DEPT-FILE-NAME (WS-DEPT-I)
    MOVE FUNCTION LENGTH(FUNCTION TRIM(CM-OWNER-DEPT))
        TO WS-DEPT-NAME-LENGTH
    INSPECT WS-DEPT-FILE-NAME (WS-DEPT-I) (8 : WS-DEPT-NAME-LENGTH)
        CONVERTING ' /\:*?&' TO '-------'.

Load-Keyword-Weights.
    OPEN INPUT KeywordMaster
    IF WS-KM-STATUS NOT = '00'
        DISPLAY 'KeywordDistribution: KEYWORD-MASTER open failed, '
            'status ' WS-KM-STATUS ' - every keyword weighted 1'
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL MasterEndOfFile
        READ KeywordMaster NEXT RECORD
        AT END
            SET MasterEndOfFile TO TRUE
        NOT AT END
            IF WS-KWT-TOTAL < WS-KWT-MAX-ENTRIES
                ADD 1 TO WS-KWT-TOTAL
                MOVE KM-KEYWORD-TEXT TO WS-KWT-TEXT (WS-KWT-TOTAL)
                IF KM-SYNONYM-GROUP = SPACES
                    MOVE KM-KEYWORD-TEXT TO WS-KWT-NAME (WS-KWT-TOTAL)
                ELSE
                    MOVE KM-SYNONYM-GROUP
                        TO WS-KWT-NAME (WS-KWT-TOTAL)
                END-IF
                *> Blank (pre-weight records) is read as 1, the same
                *> as the keyword table the night was scored with.
                IF KM-WEIGHT IS NUMERIC
                    MOVE KM-WEIGHT TO WS-KWT-WEIGHT (WS-KWT-TOTAL)
                ELSE
                    MOVE 1 TO WS-KWT-WEIGHT (WS-KWT-TOTAL)
                END-IF
            ELSE
                ADD 1 TO WS-KWT-DROPPED-COUNT
            END-IF
        END-READ
    END-PERFORM
    CLOSE KeywordMaster
    IF WS-KWT-DROPPED-COUNT > 0
        DISPLAY 'KeywordDistribution: ' WS-KWT-DROPPED-COUNT
            ' keyword(s) past the ' WS-KWT-MAX-ENTRIES
            '-entry table - weighted 1 under their own text'
    END-IF.

Scan-Summary-Categories.
    *> First pass over the rollup: which categories the night has,
    *> with the totals and review flags the driver printed. Without
    *> summary.txt there is nothing to distribute.
    OPEN INPUT SummaryFile
    IF WS-SUM-STATUS NOT = '00'
        DISPLAY 'KeywordDistribution: summary.txt unreadable, status '
            WS-SUM-STATUS ' - nothing distributed'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-BLOCK-CATEGORY
    PERFORM UNTIL SumEndOfFile
        READ SummaryFile
        AT END
            SET SumEndOfFile TO TRUE
        NOT AT END
            PERFORM Classify-Summary-Line
            IF WS-LINE-CATEGORY NOT = SPACES
                PERFORM Note-Night-Category
            END-IF
        END-READ
    END-PERFORM
    CLOSE SummaryFile
    IF WS-NCAT-DROPPED-COUNT > 0
        DISPLAY 'KeywordDistribution: ' WS-NCAT-DROPPED-COUNT
            ' rollup categor(ies) past the 50-entry table - not '
            'distributed'
    END-IF.

Classify-Summary-Line.
    *> The plain summary gives each category a CATEGORY: heading and
    *> closes it with its TOTAL line (and a *REVIEW line when the
    *> threshold is reached); every line between is the category's.
    *> The CSVFORMAT summary names the category on each line instead.
    *> The source and co-occurrence sections that follow the rollup
    *> are no category's.
    MOVE SPACES TO WS-LINE-CATEGORY
    MOVE 'D' TO WS-LINE-KIND
    IF SummaryRecord = 'KEYWORD,CATEGORY,COUNT'
        SET SummaryIsCsv TO TRUE
        MOVE 'C' TO WS-LINE-KIND
        EXIT PARAGRAPH
    END-IF
    IF SummaryIsCsv
        MOVE SPACES TO WS-SUM-FIELD-1 WS-SUM-FIELD-2 WS-SUM-FIELD-3
        UNSTRING SummaryRecord DELIMITED BY ','
            INTO WS-SUM-FIELD-1 WS-SUM-FIELD-2 WS-SUM-FIELD-3
        END-UNSTRING
        IF WS-SUM-FIELD-1 = 'SOURCE SUMMARY'
           OR WS-SUM-FIELD-1 = 'CO-OCCURRENCE'
            EXIT PARAGRAPH
        END-IF
        MOVE WS-SUM-FIELD-2 TO WS-LINE-CATEGORY
        IF WS-SUM-FIELD-1 = 'CATEGORY TOTAL'
            MOVE 'T' TO WS-LINE-KIND
            MOVE WS-SUM-FIELD-3 TO WS-COUNT-TEXT
        ELSE
        IF WS-SUM-FIELD-1 = 'CATEGORY REVIEW'
            MOVE 'R' TO WS-LINE-KIND
        END-IF
        END-IF
    ELSE
        IF SummaryRecord (1 : 7) = 'SOURCE '
           OR SummaryRecord (1 : 14) = 'CO-OCCURRENCE '
            MOVE SPACES TO WS-BLOCK-CATEGORY
            EXIT PARAGRAPH
        END-IF
        IF SummaryRecord (1 : 10) = 'CATEGORY: '
            MOVE SPACES TO WS-BLOCK-CATEGORY
            UNSTRING SummaryRecord (11 : 150) DELIMITED BY SPACE
                INTO WS-BLOCK-CATEGORY
            END-UNSTRING
        ELSE
        IF SummaryRecord (1 : 9) = 'CATEGORY '
            MOVE SPACES TO WS-SUM-FIELD-1 WS-SUM-FIELD-2
            UNSTRING SummaryRecord DELIMITED BY ' TOTAL: '
                INTO WS-SUM-FIELD-1 WS-SUM-FIELD-2
            END-UNSTRING
            IF WS-SUM-FIELD-2 NOT = SPACES
                MOVE 'T' TO WS-LINE-KIND
                MOVE WS-SUM-FIELD-2 TO WS-COUNT-TEXT
            ELSE
                MOVE 'R' TO WS-LINE-KIND
            END-IF
        END-IF
        END-IF
        MOVE WS-BLOCK-CATEGORY TO WS-LINE-CATEGORY
    END-IF.

Note-Night-Category.
    MOVE 0 TO WS-NCAT-FOUND-AT
    PERFORM VARYING WS-NCAT-I FROM 1 BY 1
            UNTIL WS-NCAT-I > WS-NCAT-TOTAL OR WS-NCAT-FOUND-AT > 0
        IF WS-NCAT-CODE (WS-NCAT-I) = WS-LINE-CATEGORY
            MOVE WS-NCAT-I TO WS-NCAT-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-NCAT-FOUND-AT = 0
        IF WS-NCAT-TOTAL >= 50
            IF LineIsCategoryTotal
                ADD 1 TO WS-NCAT-DROPPED-COUNT
            END-IF
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-NCAT-TOTAL
        MOVE WS-NCAT-TOTAL TO WS-NCAT-FOUND-AT
        MOVE WS-LINE-CATEGORY TO WS-NCAT-CODE (WS-NCAT-FOUND-AT)
        MOVE 0 TO WS-NCAT-HITS (WS-NCAT-FOUND-AT)
        MOVE SPACE TO WS-NCAT-REVIEW (WS-NCAT-FOUND-AT)
        MOVE SPACE TO WS-NCAT-STATE (WS-NCAT-FOUND-AT)
        MOVE 0 TO WS-NCAT-DEPT (WS-NCAT-FOUND-AT)
    END-IF
    IF LineIsCategoryTotal
        PERFORM Edit-Count-Text
        MOVE WS-COUNT-VALUE TO WS-NCAT-HITS (WS-NCAT-FOUND-AT)
    END-IF
    IF LineIsCategoryReview
        MOVE 'R' TO WS-NCAT-REVIEW (WS-NCAT-FOUND-AT)
    END-IF.

Edit-Count-Text.
    MOVE 0 TO WS-COUNT-VALUE
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-COUNT-TEXT)) > 9
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO WS-COUNT-X
    INSPECT WS-COUNT-X REPLACING LEADING SPACE BY ZERO
    IF WS-COUNT-X IS NUMERIC
        MOVE WS-COUNT-N TO WS-COUNT-VALUE
    END-IF.

Assign-Night-Category-Owners.
    PERFORM VARYING WS-NCAT-I FROM 1 BY 1
            UNTIL WS-NCAT-I > WS-NCAT-TOTAL
        MOVE WS-NCAT-CODE (WS-NCAT-I) TO WS-FIND-CATEGORY
        PERFORM Find-Category-Department
        MOVE WS-FIND-STATE TO WS-NCAT-STATE (WS-NCAT-I)
        MOVE WS-FIND-DEPT TO WS-NCAT-DEPT (WS-NCAT-I)
        IF WS-FIND-DEPT > 0
            ADD 1 TO WS-DEPT-CATEGORIES (WS-FIND-DEPT)
            ADD 1 TO WS-DISTRIBUTED-COUNT
        ELSE
            ADD 1 TO WS-UNOWNED-COUNT
        END-IF
    END-PERFORM.

Find-Category-Department.
    MOVE 0 TO WS-FIND-DEPT
    MOVE 'U' TO WS-FIND-STATE
    PERFORM VARYING CMIDX FROM 1 BY 1 UNTIL CMIDX > WS-CATM-TOTAL
        IF WS-CATM-CODE (CMIDX) = WS-FIND-CATEGORY
            MOVE 'B' TO WS-FIND-STATE
            PERFORM VARYING WS-DEPT-I FROM 1 BY 1
                    UNTIL WS-DEPT-I > WS-DEPT-TOTAL
                IF WS-DEPT-NAME (WS-DEPT-I) = WS-CATM-OWNER (CMIDX)
                   AND WS-CATM-OWNER (CMIDX) NOT = SPACES
                    MOVE 'O' TO WS-FIND-STATE
                    MOVE WS-DEPT-I TO WS-FIND-DEPT
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

Load-Night-Matches.
    *> The index is keyed on keyword first, so the night's matches
    *> are found keyword by keyword: START at the keyword and the run
    *> date, read that keyword's matches for the night, then START
    *> past the keyword's later nights to the next keyword.
    OPEN INPUT HitIndex
    IF WS-HX-STATUS NOT = '00'
        DISPLAY 'KeywordDistribution: HIT-INDEX open failed, status '
            WS-HX-STATUS ' - packets carry the rollup only'
        EXIT PARAGRAPH
    END-IF
    SET HitIndexAvailable TO TRUE
    MOVE LOW-VALUES TO HX-KEY
    START HitIndex KEY IS NOT LESS THAN HX-KEY
        INVALID KEY
            SET IndexEndOfFile TO TRUE
    END-START
    PERFORM UNTIL IndexEndOfFile
        READ HitIndex NEXT RECORD
        AT END
            SET IndexEndOfFile TO TRUE
        NOT AT END
            IF HX-RUN-DATE < WS-RUN-DATE
                MOVE WS-RUN-DATE TO HX-RUN-DATE
                MOVE LOW-VALUES TO HX-DOC-NAME
                MOVE 0 TO HX-LINE-NUMBER HX-COL-NUMBER
                START HitIndex KEY IS NOT LESS THAN HX-KEY
                    INVALID KEY
                        SET IndexEndOfFile TO TRUE
                END-START
            ELSE
            IF HX-RUN-DATE > WS-RUN-DATE
                MOVE 99999999 TO HX-RUN-DATE
                MOVE HIGH-VALUES TO HX-DOC-NAME
                MOVE 9999999 TO HX-LINE-NUMBER
                MOVE 9999 TO HX-COL-NUMBER
                START HitIndex KEY IS GREATER THAN HX-KEY
                    INVALID KEY
                        SET IndexEndOfFile TO TRUE
                END-START
            ELSE
                PERFORM Take-Night-Match
            END-IF
            END-IF
        END-READ
    END-PERFORM
    CLOSE HitIndex.

Take-Night-Match.
    ADD 1 TO WS-NIGHT-MATCHES
    IF HX-KEYWORD-TEXT NOT = WS-LAST-KEYWORD
        PERFORM Find-Match-Keyword
        MOVE 0 TO WS-PAIR-FOUND-AT
    END-IF
    IF HX-DOC-NAME NOT = WS-LAST-DOC-NAME
        PERFORM Find-Match-Document
        MOVE 0 TO WS-PAIR-FOUND-AT
    END-IF
    IF HX-CATEGORY-CODE NOT = WS-LAST-CATEGORY
        MOVE 0 TO WS-PAIR-FOUND-AT
    END-IF
    IF WS-DOC-FOUND-AT = 0
        ADD 1 TO WS-UNTABLED-MATCHES
        EXIT PARAGRAPH
    END-IF
    IF WS-PAIR-FOUND-AT = 0
        PERFORM Find-Match-Pair
    END-IF
    IF WS-PAIR-FOUND-AT = 0
        ADD 1 TO WS-UNTABLED-MATCHES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PAIR-HITS (WS-PAIR-FOUND-AT)
    ADD WS-MATCH-WEIGHT TO WS-PAIR-SCORE (WS-PAIR-FOUND-AT).

Find-Match-Keyword.
    MOVE HX-KEYWORD-TEXT TO WS-LAST-KEYWORD
    MOVE HX-KEYWORD-TEXT TO WS-MATCH-NAME
    MOVE 1 TO WS-MATCH-WEIGHT
    PERFORM VARYING WS-KWT-I FROM 1 BY 1
            UNTIL WS-KWT-I > WS-KWT-TOTAL
        IF WS-KWT-TEXT (WS-KWT-I) = HX-KEYWORD-TEXT
            MOVE WS-KWT-NAME (WS-KWT-I) TO WS-MATCH-NAME
            MOVE WS-KWT-WEIGHT (WS-KWT-I) TO WS-MATCH-WEIGHT
        END-IF
    END-PERFORM.

Find-Match-Document.
    MOVE HX-DOC-NAME TO WS-LAST-DOC-NAME
    MOVE 0 TO WS-DOC-FOUND-AT
    PERFORM VARYING WS-DOC-I FROM 1 BY 1
            UNTIL WS-DOC-I > WS-DOC-TOTAL OR WS-DOC-FOUND-AT > 0
        IF WS-DOC-NAME (WS-DOC-I) = HX-DOC-NAME
            MOVE WS-DOC-I TO WS-DOC-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-DOC-FOUND-AT = 0 AND WS-DOC-TOTAL < WS-DOC-MAX-ENTRIES
        ADD 1 TO WS-DOC-TOTAL
        MOVE WS-DOC-TOTAL TO WS-DOC-FOUND-AT
        MOVE HX-DOC-NAME TO WS-DOC-NAME (WS-DOC-FOUND-AT)
        MOVE HX-DOC-ID TO WS-DOC-ID (WS-DOC-FOUND-AT)
        MOVE HX-SOURCE TO WS-DOC-SOURCE (WS-DOC-FOUND-AT)
        MOVE HX-DOCTYPE TO WS-DOC-DOCTYPE (WS-DOC-FOUND-AT)
    END-IF.

Find-Match-Pair.
    MOVE HX-CATEGORY-CODE TO WS-LAST-CATEGORY
    PERFORM VARYING WS-PAIR-I FROM 1 BY 1
            UNTIL WS-PAIR-I > WS-PAIR-TOTAL OR WS-PAIR-FOUND-AT > 0
        IF WS-PAIR-DOC (WS-PAIR-I) = WS-DOC-FOUND-AT
           AND WS-PAIR-NAME (WS-PAIR-I) = WS-MATCH-NAME
           AND WS-PAIR-CATEGORY (WS-PAIR-I) = HX-CATEGORY-CODE
            MOVE WS-PAIR-I TO WS-PAIR-FOUND-AT
        END-IF
    END-PERFORM
    IF WS-PAIR-FOUND-AT = 0 AND WS-PAIR-TOTAL < WS-PAIR-MAX-ENTRIES
        ADD 1 TO WS-PAIR-TOTAL
        MOVE WS-PAIR-TOTAL TO WS-PAIR-FOUND-AT
        MOVE WS-DOC-FOUND-AT TO WS-PAIR-DOC (WS-PAIR-FOUND-AT)
        MOVE HX-CATEGORY-CODE TO WS-PAIR-CATEGORY (WS-PAIR-FOUND-AT)
        MOVE WS-MATCH-NAME TO WS-PAIR-NAME (WS-PAIR-FOUND-AT)
        MOVE 0 TO WS-PAIR-HITS (WS-PAIR-FOUND-AT)
        MOVE 0 TO WS-PAIR-SCORE (WS-PAIR-FOUND-AT)
        MOVE HX-CATEGORY-CODE TO WS-FIND-CATEGORY
        PERFORM Find-Category-Department
        MOVE WS-FIND-DEPT TO WS-PAIR-DEPT (WS-PAIR-FOUND-AT)
        IF WS-FIND-DEPT > 0
            ADD 1 TO WS-DEPT-MATCHES (WS-FIND-DEPT)
        END-IF
    END-IF.

Write-Department-Packet.
    MOVE WS-DEPT-FILE-NAME (WS-DEPT-I) TO WS-PACKET-FILE-NAME
    OPEN OUTPUT PacketFile
    ADD 1 TO WS-PACKET-COUNT
    MOVE 0 TO WS-PKT-PAGE WS-PKT-PAGE-LINES WS-PKT-LINES

    MOVE 'CATEGORY ROLLUP' TO WS-PKT-LINE
    PERFORM Write-Packet-Line
    PERFORM Write-Packet-Rollup
    MOVE SPACES TO WS-PKT-LINE
    PERFORM Write-Packet-Line
    MOVE 'DOCUMENTS RANKED BY DEPARTMENT KEYWORD SCORE'
        TO WS-PKT-LINE
    PERFORM Write-Packet-Line
    IF NOT HitIndexAvailable
        MOVE 'HIT INDEX UNAVAILABLE - NO DOCUMENT LIST TONIGHT'
            TO WS-PKT-LINE
        PERFORM Write-Packet-Line
    ELSE
        PERFORM Write-Packet-Documents
    END-IF

    *> The foot counts itself, so the control listing's line count
    *> is the packet's whole length.
    PERFORM Check-Packet-Page
    ADD 1 TO WS-PKT-LINES
    MOVE WS-PKT-PAGE TO WS-DEPT-PAGES (WS-DEPT-I)
    MOVE WS-PKT-LINES TO WS-DEPT-LINES (WS-DEPT-I)
    MOVE SPACES TO PacketRecord
    STRING 'PACKET FOOT: CATEGORIES ' DELIMITED BY SIZE
           WS-DEPT-CATEGORIES (WS-DEPT-I) DELIMITED BY SIZE
           '  DOCUMENTS ' DELIMITED BY SIZE
           WS-DEPT-DOCUMENTS (WS-DEPT-I) DELIMITED BY SIZE
           '  PAGES ' DELIMITED BY SIZE
           WS-DEPT-PAGES (WS-DEPT-I) DELIMITED BY SIZE
           '  LINES ' DELIMITED BY SIZE
           WS-DEPT-LINES (WS-DEPT-I) DELIMITED BY SIZE
           INTO PacketRecord
    WRITE PacketRecord
    CLOSE PacketFile.

Write-Packet-Rollup.
    *> Second pass over the rollup, copying the department's own
    *> category lines exactly as the driver printed them.
    MOVE 'N' TO WS-SUM-EOF-FLAG
    MOVE SPACES TO WS-BLOCK-CATEGORY
    OPEN INPUT SummaryFile
    PERFORM UNTIL SumEndOfFile
        READ SummaryFile
        AT END
            SET SumEndOfFile TO TRUE
        NOT AT END
            PERFORM Classify-Summary-Line
            IF LineIsCsvHeading
                MOVE SummaryRecord TO WS-PKT-LINE
                PERFORM Write-Packet-Line
            ELSE
            IF WS-LINE-CATEGORY NOT = SPACES
                MOVE WS-LINE-CATEGORY TO WS-FIND-CATEGORY
                PERFORM Find-Category-Department
                IF WS-FIND-DEPT = WS-DEPT-I
                    MOVE SummaryRecord TO WS-PKT-LINE
                    PERFORM Write-Packet-Line
                END-IF
            END-IF
            END-IF
        END-READ
    END-PERFORM
    CLOSE SummaryFile.

Write-Packet-Documents.
    PERFORM Rank-Department-Documents
    MOVE WS-RANK-TOTAL TO WS-DEPT-DOCUMENTS (WS-DEPT-I)
    IF WS-RANK-TOTAL = 0
        MOVE 'NO DOCUMENT MATCHED THE DEPARTMENT''S KEYWORDS TONIGHT'
            TO WS-PKT-LINE
        PERFORM Write-Packet-Line
    END-IF
    PERFORM VARYING WS-RANK-I FROM 1 BY 1
            UNTIL WS-RANK-I > WS-RANK-TOTAL
        MOVE WS-RANK-DOC (WS-RANK-I) TO WS-DOC-I
        MOVE SPACES TO WS-PKT-LINE
        STRING 'RANK ' DELIMITED BY SIZE
               WS-RANK-I DELIMITED BY SIZE
               ' : SCORE ' DELIMITED BY SIZE
               WS-DOC-DEPT-SCORE (WS-DOC-I) DELIMITED BY SIZE
               ' : HITS ' DELIMITED BY SIZE
               WS-DOC-DEPT-HITS (WS-DOC-I) DELIMITED BY SIZE
               ' : ID ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DOC-ID (WS-DOC-I)) DELIMITED BY SIZE
               ' : SOURCE ' DELIMITED BY SIZE
               WS-DOC-SOURCE (WS-DOC-I) DELIMITED BY SPACE
               ' : TYPE ' DELIMITED BY SIZE
               WS-DOC-DOCTYPE (WS-DOC-I) DELIMITED BY SPACE
               ' : ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DOC-NAME (WS-DOC-I)) DELIMITED BY SIZE
               INTO WS-PKT-LINE
        PERFORM Write-Packet-Line
        PERFORM VARYING WS-PAIR-I FROM 1 BY 1
                UNTIL WS-PAIR-I > WS-PAIR-TOTAL
            IF WS-PAIR-DOC (WS-PAIR-I) = WS-DOC-I
               AND WS-PAIR-DEPT (WS-PAIR-I) = WS-DEPT-I
                MOVE SPACES TO WS-PKT-LINE
                STRING '    KEYWORD ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PAIR-NAME (WS-PAIR-I))
                           DELIMITED BY SIZE
                       ' : CATEGORY ' DELIMITED BY SIZE
                       WS-PAIR-CATEGORY (WS-PAIR-I) DELIMITED BY SPACE
                       ' : HITS ' DELIMITED BY SIZE
                       WS-PAIR-HITS (WS-PAIR-I) DELIMITED BY SIZE
                       ' : SCORE ' DELIMITED BY SIZE
                       WS-PAIR-SCORE (WS-PAIR-I) DELIMITED BY SIZE
                       INTO WS-PKT-LINE
                PERFORM Write-Packet-Line
            END-IF
        END-PERFORM
    END-PERFORM.

Rank-Department-Documents.
    PERFORM VARYING WS-DOC-I FROM 1 BY 1 UNTIL WS-DOC-I > WS-DOC-TOTAL
        MOVE 0 TO WS-DOC-DEPT-SCORE (WS-DOC-I)
        MOVE 0 TO WS-DOC-DEPT-HITS (WS-DOC-I)
    END-PERFORM
    PERFORM VARYING WS-PAIR-I FROM 1 BY 1
            UNTIL WS-PAIR-I > WS-PAIR-TOTAL
        IF WS-PAIR-DEPT (WS-PAIR-I) = WS-DEPT-I
            MOVE WS-PAIR-DOC (WS-PAIR-I) TO WS-DOC-I
            ADD WS-PAIR-SCORE (WS-PAIR-I)
                TO WS-DOC-DEPT-SCORE (WS-DOC-I)
            ADD WS-PAIR-HITS (WS-PAIR-I) TO WS-DOC-DEPT-HITS (WS-DOC-I)
        END-IF
    END-PERFORM
    MOVE 0 TO WS-RANK-TOTAL
    PERFORM VARYING WS-DOC-I FROM 1 BY 1 UNTIL WS-DOC-I > WS-DOC-TOTAL
        IF WS-DOC-DEPT-HITS (WS-DOC-I) > 0
            ADD 1 TO WS-RANK-TOTAL
            MOVE WS-DOC-I TO WS-RANK-DOC (WS-RANK-TOTAL)
        END-IF
    END-PERFORM
    *> Highest score first; ties keep the order the index gave them.
    PERFORM VARYING WS-RANK-I FROM 1 BY 1
            UNTIL WS-RANK-I >= WS-RANK-TOTAL
        MOVE WS-RANK-I TO WS-RANK-HIGH-AT
        PERFORM VARYING WS-RANK-J FROM WS-RANK-I BY 1
                UNTIL WS-RANK-J > WS-RANK-TOTAL
            MOVE WS-RANK-DOC (WS-RANK-J) TO WS-DOC-I
            MOVE WS-RANK-DOC (WS-RANK-HIGH-AT) TO WS-RANK-HOLD
            IF WS-DOC-DEPT-SCORE (WS-DOC-I) >
               WS-DOC-DEPT-SCORE (WS-RANK-HOLD)
                MOVE WS-RANK-J TO WS-RANK-HIGH-AT
            END-IF
        END-PERFORM
        IF WS-RANK-HIGH-AT NOT = WS-RANK-I
            MOVE WS-RANK-DOC (WS-RANK-I) TO WS-RANK-HOLD
            MOVE WS-RANK-DOC (WS-RANK-HIGH-AT)
                TO WS-RANK-DOC (WS-RANK-I)
            MOVE WS-RANK-HOLD TO WS-RANK-DOC (WS-RANK-HIGH-AT)
        END-IF
    END-PERFORM.

Check-Packet-Page.
    IF WS-PKT-PAGE > 0 AND WS-PKT-PAGE-LINES < WS-PAGE-LENGTH
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PKT-PAGE
    MOVE 0 TO WS-PKT-PAGE-LINES
    MOVE SPACES TO PacketRecord
    STRING 'DEPARTMENT PACKET: ' DELIMITED BY SIZE
           FUNCTION TRIM(WS-DEPT-NAME (WS-DEPT-I)) DELIMITED BY SIZE
           '  RUN DATE: ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           '  PAGE: ' DELIMITED BY SIZE
           WS-PKT-PAGE DELIMITED BY SIZE
           INTO PacketRecord
    WRITE PacketRecord
    MOVE SPACES TO PacketRecord
    WRITE PacketRecord
    ADD 2 TO WS-PKT-PAGE-LINES WS-PKT-LINES.

Write-Packet-Line.
    PERFORM Check-Packet-Page
    MOVE WS-PKT-LINE TO PacketRecord
    WRITE PacketRecord
    ADD 1 TO WS-PKT-PAGE-LINES WS-PKT-LINES.

Write-Distribution-Control.
    OPEN OUTPUT DistControlFile
    MOVE SPACES TO DistControlRecord
    STRING 'DISTRIBUTION CONTROL - RUN DATE ' DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           WS-PAGE-LENGTH DELIMITED BY SIZE
           ' LINES PER PAGE' DELIMITED BY SIZE
           INTO DistControlRecord
    WRITE DistControlRecord

    PERFORM VARYING WS-DEPT-I FROM 1 BY 1
            UNTIL WS-DEPT-I > WS-DEPT-TOTAL
        MOVE SPACES TO DistControlRecord
        IF WS-DEPT-PAGES (WS-DEPT-I) > 0
            STRING 'DEPARTMENT ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPT-NAME (WS-DEPT-I))
                       DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPT-FILE-NAME (WS-DEPT-I))
                       DELIMITED BY SIZE
                   ' : CATEGORIES ' DELIMITED BY SIZE
                   WS-DEPT-CATEGORIES (WS-DEPT-I) DELIMITED BY SIZE
                   ' : DOCUMENTS ' DELIMITED BY SIZE
                   WS-DEPT-DOCUMENTS (WS-DEPT-I) DELIMITED BY SIZE
                   ' : PAGES ' DELIMITED BY SIZE
                   WS-DEPT-PAGES (WS-DEPT-I) DELIMITED BY SIZE
                   ' : LINES ' DELIMITED BY SIZE
                   WS-DEPT-LINES (WS-DEPT-I) DELIMITED BY SIZE
                   INTO DistControlRecord
        ELSE
            STRING 'DEPARTMENT ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEPT-NAME (WS-DEPT-I))
                       DELIMITED BY SIZE
                   ' : NOTHING TONIGHT - NO PACKET' DELIMITED BY SIZE
                   INTO DistControlRecord
        END-IF
        WRITE DistControlRecord
    END-PERFORM

    MOVE 'CATEGORIES IN THE ROLLUP WITH NO OWNER ON FILE'
        TO DistControlRecord
    WRITE DistControlRecord
    PERFORM VARYING WS-NCAT-I FROM 1 BY 1
            UNTIL WS-NCAT-I > WS-NCAT-TOTAL
        IF WS-NCAT-DEPT (WS-NCAT-I) = 0
            MOVE SPACES TO WS-REVIEW-TEXT
            IF WS-NCAT-REVIEW (WS-NCAT-I) = 'R'
                MOVE ' *REVIEW' TO WS-REVIEW-TEXT
            END-IF
            MOVE SPACES TO DistControlRecord
            IF WS-NCAT-STATE (WS-NCAT-I) = 'U'
                STRING 'CATEGORY ' DELIMITED BY SIZE
                       WS-NCAT-CODE (WS-NCAT-I) DELIMITED BY SPACE
                       ' : TOTAL ' DELIMITED BY SIZE
                       WS-NCAT-HITS (WS-NCAT-I) DELIMITED BY SIZE
                       ' : NOT ON CATEGORY MASTER' DELIMITED BY SIZE
                       WS-REVIEW-TEXT DELIMITED BY SIZE
                       INTO DistControlRecord
            ELSE
                STRING 'CATEGORY ' DELIMITED BY SIZE
                       WS-NCAT-CODE (WS-NCAT-I) DELIMITED BY SPACE
                       ' : TOTAL ' DELIMITED BY SIZE
                       WS-NCAT-HITS (WS-NCAT-I) DELIMITED BY SIZE
                       ' : NO OWNER DEPARTMENT ON MASTER'
                           DELIMITED BY SIZE
                       WS-REVIEW-TEXT DELIMITED BY SIZE
                       INTO DistControlRecord
            END-IF
            WRITE DistControlRecord
        END-IF
    END-PERFORM
    IF WS-UNOWNED-COUNT = 0
        MOVE 'NONE - EVERY CATEGORY IN THE ROLLUP HAS AN OWNER'
            TO DistControlRecord
        WRITE DistControlRecord
    END-IF

    IF WS-UNTABLED-MATCHES > 0
        MOVE SPACES TO DistControlRecord
        STRING 'MATCHES NOT DISTRIBUTED, DOCUMENT TABLES FULL: '
                   DELIMITED BY SIZE
               WS-UNTABLED-MATCHES DELIMITED BY SIZE
               INTO DistControlRecord
        WRITE DistControlRecord
    END-IF

    MOVE SPACES TO DistControlRecord
    STRING 'COUNTS FOOT: ROLLUP CATEGORIES ' DELIMITED BY SIZE
           WS-NCAT-TOTAL DELIMITED BY SIZE
           '  DISTRIBUTED ' DELIMITED BY SIZE
           WS-DISTRIBUTED-COUNT DELIMITED BY SIZE
           '  UNOWNED ' DELIMITED BY SIZE
           WS-UNOWNED-COUNT DELIMITED BY SIZE
           '  DEPARTMENTS ' DELIMITED BY SIZE
           WS-DEPT-TOTAL DELIMITED BY SIZE
           '  PACKETS ' DELIMITED BY SIZE
           WS-PACKET-COUNT DELIMITED BY SIZE
           '  NIGHT MATCHES ' DELIMITED BY SIZE
           WS-NIGHT-MATCHES DELIMITED BY SIZE
           INTO DistControlRecord
    WRITE DistControlRecord
    CLOSE DistControlFile.
