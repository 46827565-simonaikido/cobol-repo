        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PURGE-LIST-STATUS.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  PURGE-ARCHIVE-FILE.
01  PURGE-ARCHIVE-REC      PIC X(310).
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  PURGE-REPORT-FILE.
01  PURGE-REPORT-LINE      PIC X(132).
FD  CLOSED-WORK-FILE.
FD  PURGE-LIST-FILE.
01  PURGE-LIST-REC         PIC X(19).
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
    05  FILLER             PIC X(30) VALUE
        "CLOSED ROWS AFTER PURGE:   ".
    05  CA-COUNT           PIC ZZZZZZZZ9.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE WS-TODAY TO CATALOG-RUN-DATE
    MOVE "customer-purge" TO CATALOG-REPORT-NAME
    MOVE PURGEARCHPATH TO CATALOG-ARCHIVE-PATH
    MOVE PURGEARCHPATH TO WS-CHN-FILE-PATH
    PERFORM CHECKSUM-ARCHIVE-FILE
    IF NOT WS-CHN-FILE-READ
        MOVE "CUSTPURG" TO WS-ERR-PROGRAM-ID
        MOVE CHAIN-SCAN-STATUS TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Archive not catalogued, cannot checksum: "
               DELIMITED BY SIZE
               PURGEARCHPATH(1:70) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CHN-FILE-SUM TO CATALOG-CHECKSUM
    MOVE CATALOG-ENTRY TO CATALOG-REC
    OPEN EXTEND CATALOG-FILE
    IF CATALOG-STATUS = "35" OR CATALOG-STATUS = "05"
    WRITE PURGE-REPORT-LINE FROM COUNT-AFTER-LINE.

    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
