DATA DIVISION.
FILE SECTION.
FD JournalFile
    RECORD IS VARYING IN SIZE FROM 1 TO 374
        DEPENDING ON WS-JRN-REC-LEN.
COPY "KWJRNL.cpy".

FD ConvertedFile.
*> Full current record width, so a record already carrying the
*> dual-control IDs copies through with them intact.
01 ConvertedRecord PIC X(374).

FD ConvertReportFile.
01 ConvertReportRecord PIC X(132).
    05 FILLER PIC X.
    05 WS-OLD-AFTER-IMAGE PIC X(100).

*> The record rebuilt as the first 337 bytes of the current layout -
*> timestamp, action and the two 160-byte images. An old-layout
*> record predates dual control, so the submitter, approver and
*> change IDs that follow in the 374-byte KJ-JOURNAL-RECORD are left
*> blank by the MOVE SPACES into ConvertedRecord; this record does
*> not need widening to carry them.
01 WS-NEW-JOURNAL-RECORD.
    05 WS-NEW-TIMESTAMP PIC X(14).
    05 WS-NEW-ACTION PIC X.
