    *> Varying so each record's significant length is visible - it
    *> is how an old-layout (pre-synonym-group, 217-byte) journal
    *> record is recognized and refused instead of replayed wrong.
    RECORD IS VARYING IN SIZE FROM 1 TO 374
        DEPENDING ON WS-JRN-REC-LEN.
COPY "KWJRNL.cpy".

