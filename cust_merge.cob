        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    COPY AUTHFILE.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
    COPY AUTHFD.
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  MERGETRANSPATH     PIC X(200) VALUE SPACES.
    05  FILLER             PIC X VALUE SPACE.
    05  MX-OPERATOR        PIC X(8).
    COPY AUTHTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
           " MERGED-INTO=" DELIMITED BY SIZE
           WS-SURVIVOR-ID DELIMITED BY SIZE
           INTO CHANGE-LOG-REC
    PERFORM SEAL-CHANGE-LOG-LINE
    OPEN EXTEND CHANGE-LOG-FILE
    IF CHANGE-LOG-STATUS = "35" OR CHANGE-LOG-STATUS = "05"
        OPEN OUTPUT CHANGE-LOG-FILE
    END-IF
    WRITE CHANGE-LOG-REC
    IF CHANGE-LOG-STATUS = "00"
        PERFORM SAVE-LOG-CHAIN
    END-IF
    CLOSE CHANGE-LOG-FILE.

SEAL-CHANGE-LOG-LINE.
    *> Every change-log line ends in its link of the log's hash chain.
    MOVE CHANGELOGPATH TO WS-CHN-LOG-PATH
    MOVE WS-CHN-CHANGE-MARK TO WS-CHN-MARK-POS
    PERFORM LOAD-LOG-CHAIN
    MOVE CHANGE-LOG-REC TO WS-CHN-LINE
    PERFORM SEAL-LOG-LINE
    MOVE WS-CHN-LINE TO CHANGE-LOG-REC.

    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
    COPY AUTHCHK.
