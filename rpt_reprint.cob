    SELECT CATALOG-OUT-FILE ASSIGN TO CATALOGOUTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-OUT-STATUS.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  CATALOG-OUT-FILE.
01  CATALOG-OUT-REC        PIC X(343).
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  CATALOGPATH        PIC X(200) VALUE SPACES.
*> appends would ride on buffer flush timing.
01  WS-REQUEUE-TABLE.
    05  WS-REQUEUE-COUNT   PIC 9(3) VALUE ZERO.
    05  WS-REQUEUE-ROW     PIC X(343) OCCURS 200 TIMES.
01  WS-REQUEUE-SUB     PIC 9(3) COMP VALUE ZERO.
01  WS-REQUEUE-SKIPPED PIC 9(3) VALUE ZERO.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    IF WS-REQUEUE-COUNT >= 200
        ADD 1 TO WS-REQUEUE-SKIPPED
    ELSE
        IF CATALOG-CHECKSUM = SPACES
            PERFORM SUM-REQUEUED-ARCHIVE
        END-IF
        IF CATALOG-CHECKSUM = SPACES
            MOVE 4 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        MOVE WS-TODAY TO CATALOG-RUN-DATE
        ADD 1 TO WS-REQUEUE-COUNT
        MOVE CATALOG-ENTRY TO WS-REQUEUE-ROW(WS-REQUEUE-COUNT)
                FUNCTION TRIM(CATALOG-ARCHIVE-PATH)
    END-IF.

SUM-REQUEUED-ARCHIVE.
    *> A row that already carries a checksum keeps it: the requeued
    *> row names the same archive, and summing it again would accept
    *> whatever the file holds now. Only a row catalogued without
    *> one is summed here.
    MOVE CATALOG-ARCHIVE-PATH TO WS-CHN-FILE-PATH
    PERFORM CHECKSUM-ARCHIVE-FILE
    IF NOT WS-CHN-FILE-READ
        MOVE "RPTREPRT" TO WS-ERR-PROGRAM-ID
        MOVE CHAIN-SCAN-STATUS TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Archive not requeued, cannot checksum: "
               DELIMITED BY SIZE
               CATALOG-ARCHIVE-PATH(1:70) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CHN-FILE-SUM TO CATALOG-CHECKSUM.

APPEND-REQUEUED-ENTRIES.
    OPEN EXTEND CATALOG-OUT-FILE
    PERFORM VARYING WS-REQUEUE-SUB FROM 1 BY 1
    END-PERFORM
    CLOSE CATALOG-OUT-FILE.

    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
