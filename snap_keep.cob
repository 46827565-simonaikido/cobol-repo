        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.
    COPY CALFILE.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
    COPY CALFD.
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  CATALOGPATH        PIC X(200) VALUE SPACES.
01  WS-COPY-RC         PIC 9(9) COMP-5.
    COPY CATREC.
    COPY CALTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE WS-KEEP-DATE TO CATALOG-RUN-DATE
    MOVE "customer-snapshot.dat" TO CATALOG-REPORT-NAME
    MOVE ARCHIVE-FILE-NAME TO CATALOG-ARCHIVE-PATH
    MOVE ARCHIVE-FILE-NAME TO WS-CHN-FILE-PATH
    PERFORM CHECKSUM-ARCHIVE-FILE
    IF NOT WS-CHN-FILE-READ
        MOVE "SNAPKEEP" TO WS-ERR-PROGRAM-ID
        MOVE CHAIN-SCAN-STATUS TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Archive not catalogued, cannot checksum: "
               DELIMITED BY SIZE
               ARCHIVE-FILE-NAME(1:70) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CHN-FILE-SUM TO CATALOG-CHECKSUM
    OPEN EXTEND CATALOG-FILE
    IF CATALOG-STATUS = "35" OR CATALOG-STATUS = "05"
        OPEN OUTPUT CATALOG-FILE
    CLOSE CATALOG-FILE.

    COPY CALCHK.
    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
