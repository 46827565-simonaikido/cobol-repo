        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SOURCE-FILE-STATUS.
    COPY CYCFILE.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
    COPY CKPTFILE.
DATA DIVISION.
FD  SOURCE-FILE.
01  SOURCE-REC            PIC X(200).
    COPY CYCFD.
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
    COPY CKPTFD.
FD  TEMP-MANIFEST-FILE.
FD  NEW-MANIFEST-FILE.
01  NEW-MANIFEST-REC      PIC X(180).
FD  CATALOG-FILE.
01  CATALOG-REC           PIC X(343).
WORKING-STORAGE SECTION.
01  TEMP-FILE-NAME    PIC X(150).
01  TEMP-FILE-STATUS  PIC XX.
01  WS-TEMP-WRITE-OK-SW PIC X VALUE 'Y'.
    88  WS-TEMP-WRITE-OK       VALUE 'Y'.
    COPY CYCTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
    COPY CKPTTAB.
PROCEDURE DIVISION.
    MOVE WS-CURRENT-DATE-WS(1:8) TO CATALOG-RUN-DATE
    MOVE WS-REPORT-NAME TO CATALOG-REPORT-NAME
    MOVE ARCHIVE-FILE-NAME TO CATALOG-ARCHIVE-PATH
    *> The archive's checksum goes on the row as it is catalogued, so
    *> LOGPROOF can tell later whether the copy was altered.
    MOVE ARCHIVE-FILE-NAME TO WS-CHN-FILE-PATH
    PERFORM CHECKSUM-ARCHIVE-FILE
    IF WS-CHN-FILE-READ
        MOVE WS-CHN-FILE-SUM TO CATALOG-CHECKSUM
    END-IF
    OPEN EXTEND CATALOG-FILE
    IF CATALOG-STATUS = "35" OR CATALOG-STATUS = "05"
        OPEN OUTPUT CATALOG-FILE
            " kept=" WS-KEPT-COUNT.

    COPY CYCSTAT.
    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
    COPY CKPTIO.
