    88 MasterEndOfFile VALUE 'Y'.
01 WS-KM-STATUS PIC XX VALUE '00'.
01 WS-RECORD-COUNT PIC 9(5) VALUE 0.
*> Blank on records written before the redact flag existed - listed
*> as N, which is how every reader treats it.
01 WS-LIST-REDACT PIC X.

PROCEDURE DIVISION.
List-Main.
    WRITE ListReportRecord
    MOVE SPACES TO ExportRecord
    STRING 'KEYWORD,CASEFOLD,CATEGORY,TYPE,WEIGHT,STARTDATE,'
           'ENDDATE,SYNONYM,REDACT'
        DELIMITED BY SIZE INTO ExportRecord
    WRITE ExportRecord

    STOP RUN.

List-One-Record.
    IF KM-Redact
        MOVE 'Y' TO WS-LIST-REDACT
    ELSE
        MOVE 'N' TO WS-LIST-REDACT
    END-IF
    MOVE SPACES TO ListReportRecord
    STRING FUNCTION TRIM(KM-KEYWORD-TEXT) DELIMITED BY SIZE
           ' : CASEFOLD ' DELIMITED BY SIZE
           KM-START-DATE DELIMITED BY SIZE
           ' : END ' DELIMITED BY SIZE
           KM-END-DATE DELIMITED BY SIZE
           ' : REDACT ' DELIMITED BY SIZE
           WS-LIST-REDACT DELIMITED BY SIZE
           ' : SYNONYM ' DELIMITED BY SIZE
           FUNCTION TRIM(KM-SYNONYM-GROUP) DELIMITED BY SIZE
           INTO ListReportRecord
           KM-END-DATE DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           FUNCTION TRIM(KM-SYNONYM-GROUP) DELIMITED BY SIZE
           ',' DELIMITED BY SIZE
           WS-LIST-REDACT DELIMITED BY SIZE
           INTO ExportRecord
    WRITE ExportRecord.
