    COPY PARMFILE.
    COPY AUTHFILE.
    COPY CYCFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
    COPY PARMFD.
    COPY AUTHFD.
    COPY CYCFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  USER-QUERY        PIC X(100).
    COPY CUSTEXT.
    COPY AUTHTAB.
    COPY CYCTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    ELSE
        MOVE "DESK" TO WS-AUDIT-MODE
    END-IF
    MOVE SPACES TO WS-CHN-LINE
    STRING AUDIT-TIMESTAMP DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AUDIT-OPERATOR-ID DELIMITED BY SIZE
           AUDIT-ROW-COUNT DELIMITED BY SIZE
           " MODE=" DELIMITED BY SIZE
           WS-AUDIT-MODE DELIMITED BY SIZE
           INTO WS-CHN-LINE
    *> the line closes with its link of the audit log's hash chain,
    *> in the columns after MODE that no reader parses
    MOVE AUDITLOGPATH TO WS-CHN-LOG-PATH
    MOVE WS-CHN-AUDIT-MARK TO WS-CHN-MARK-POS
    PERFORM LOAD-LOG-CHAIN
    PERFORM SEAL-LOG-LINE
    OPEN EXTEND AUDIT-LOG-FILE
    IF AUDIT-LOG-STATUS = "35" OR AUDIT-LOG-STATUS = "05"
        OPEN OUTPUT AUDIT-LOG-FILE
    END-IF
    MOVE WS-CHN-LINE TO AUDIT-LOG-REC
    WRITE AUDIT-LOG-REC
    IF AUDIT-LOG-STATUS = "00"
        PERFORM SAVE-LOG-CHAIN
    END-IF
    CLOSE AUDIT-LOG-FILE.

WRITE-CUSTOMER-EXTRACT-ENTRY.

    COPY PARMLOAD.
    COPY CYCSTAT.
    COPY CHNLOAD.
    COPY ERRHAND.
    COPY AUTHCHK.
