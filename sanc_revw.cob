      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SANCREVW.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-CRED-FILE ASSIGN TO OPERCREDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-CRED-STATUS.
    SELECT SANCTIONS-HIT-FILE ASSIGN TO SANCHITPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SANC-HIT-STATUS.
    SELECT NEW-SANCTIONS-HIT-FILE ASSIGN TO NEWSANCHITPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-SANC-HIT-STATUS.
    SELECT AUTO-HOLD-FILE ASSIGN TO AUTOHOLDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUTO-HOLD-STATUS.
    SELECT CHANGE-LOG-FILE ASSIGN TO CHANGELOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  OPERATOR-CRED-FILE.
01  OPERATOR-CRED-FILE-REC.
    05  OCF-OPER-ID         PIC X(8).
    05  OCF-PASSWORD-HASH   PIC X(16).
    05  OCF-ROLE            PIC X(1).
    05  OCF-STATUS          PIC X(1).
    05  OCF-PWD-CHANGED     PIC X(8).
    05  OCF-FAIL-COUNT      PIC 9(2).
FD  SANCTIONS-HIT-FILE.
01  SANCTIONS-HIT-REC      PIC X(179).
FD  NEW-SANCTIONS-HIT-FILE.
01  NEW-SANCTIONS-HIT-REC  PIC X(179).
*> Same layout as HOLDMNT's keyed transaction: an action code and
*> the hold image. The nightly HOLDMNT expiry step places them.
FD  AUTO-HOLD-FILE.
01  AUTO-HOLD-REC.
    05  AH-ACTION-CODE     PIC X(1).
    05  AH-HOLD-IMAGE      PIC X(71).
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  OPERCREDPATH       PIC X(200) VALUE SPACES.
01  OPERATOR-CRED-STATUS PIC XX.
01  SANCHITPATH        PIC X(200) VALUE SPACES.
01  SANC-HIT-STATUS    PIC XX.
01  NEWSANCHITPATH     PIC X(200) VALUE SPACES.
01  NEW-SANC-HIT-STATUS PIC XX.
01  AUTOHOLDPATH       PIC X(200) VALUE SPACES.
01  AUTO-HOLD-STATUS   PIC XX.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  CHANGE-LOG-STATUS  PIC XX.
01  USER-INPUT         PIC X(100).
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-CRED-FILE   VALUE 'Y'.
01  WS-HIT-EOF-SW      PIC X VALUE 'N'.
    88  WS-END-OF-HITS         VALUE 'Y'.
01  WS-OPERATOR-TABLE.
    05  WS-OPERATOR-COUNT PIC 9(4) VALUE ZERO.
    05  WS-OPERATOR-ENTRY OCCURS 200 TIMES INDEXED BY OPER-IDX.
        COPY OPERCRED
            REPLACING ==01  OPERATOR-CRED-RECORD== BY ==10  FILLER==
                      ==05  OPER-ID==             BY ==15  OPER-ID==
                      ==05  OPER-PASSWORD-HASH==  BY ==15  OPER-PASSWORD-HASH==
                      ==05  OPER-ROLE==           BY ==15  OPER-ROLE==
                      ==05  OPER-STATUS==         BY ==15  OPER-STATUS==
                      ==05  OPER-PWD-CHANGED==    BY ==15  OPER-PWD-CHANGED==
                      ==05  OPER-FAIL-COUNT==     BY ==15  OPER-FAIL-COUNT==
                      ==05  OPER-BRANCH==         BY ==15  OPER-BRANCH==.
01  WS-LOGIN-OK-SW     PIC X VALUE 'N'.
    88  WS-LOGIN-OK            VALUE 'Y'.
01  WS-OPERATOR-ROLE   PIC X(1) VALUE SPACES.
01  WS-OFFICER-ID      PIC X(8) VALUE SPACES.
01  WS-TIMESTAMP       PIC X(26).
01  WS-TODAY           PIC X(8) VALUE SPACES.
01  WS-DECISION        PIC X(1).
    88  WS-DECISION-CLEAR      VALUE 'F' 'f'.
    88  WS-DECISION-CONFIRM    VALUE 'C' 'c'.
01  WS-DECISION-TEXT   PIC X(10) VALUE SPACES.
01  WS-SOURCE-TEXT     PIC X(20) VALUE SPACES.
01  WS-CLEARED-COUNT   PIC 9(9) VALUE ZERO.
01  WS-CONFIRMED-COUNT PIC 9(9) VALUE ZERO.
01  WS-HELD-COUNT      PIC 9(9) VALUE ZERO.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  WS-SCORE-DISP      PIC ZZ9.
01  WS-HOLD-AMOUNT-DISP PIC Z(8)9.99.
01  WS-MESSAGE-PTR     PIC 9(4) COMP VALUE ZERO.
01  SQL-STATEMENT      PIC X(300).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-CUST-FOUND-SW   PIC X VALUE 'N'.
    88  WS-CUST-ON-FILE        VALUE 'Y'.
    COPY CUSTREC.
    COPY HOLDREC.
    COPY SANCHIT.
    COPY PWDTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    *> Compliance review of the sanctions hit register. Each pending
    *> hit - from keying in CUSTMAINT or from SANCSCRN's rescreen -
    *> is shown with both names and the score; the officer clears it
    *> as a false positive, confirms it, or holds it for later. A
    *> cleared keyed change applies on CUSTMAINT's next run. A
    *> confirmed match on a customer already on the books has a
    *> sanctions block queued for the nightly HOLDMNT step, which
    *> stops every debit from the next posting run on, and alerts
    *> compliance; a confirmed keyed create is rejected by CUSTMAINT.
    PERFORM SIGN-ON-OFFICER
    IF NOT WS-LOGIN-OK
        DISPLAY "Sign-on rejected"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-OPERATOR-ROLE NOT = 'S' AND WS-OPERATOR-ROLE NOT = 'A'
        DISPLAY "Sanctions review requires supervisor or admin role"
        MOVE "SANCREVW" TO WS-ERR-PROGRAM-ID
        MOVE "AUTH" TO WS-ERR-CODE
        STRING "Sanctions review attempt by non-supervisor operator "
               DELIMITED BY SIZE
               WS-OFFICER-ID DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    PERFORM REVIEW-HIT-REGISTER
    DISPLAY "SANCREVW complete - cleared: " WS-CLEARED-COUNT
            " confirmed: " WS-CONFIRMED-COUNT
            " held: " WS-HELD-COUNT
    STOP RUN.

SIGN-ON-OFFICER.
    PERFORM LOAD-OPERATOR-TABLE
    DISPLAY "Enter operator id: " WITH NO ADVANCING
    ACCEPT USER-INPUT
    DISPLAY "Enter password: " WITH NO ADVANCING
    ACCEPT WS-PASSWORD WITH NO ECHO
    MOVE 'N' TO WS-LOGIN-OK-SW
    PERFORM COMPUTE-PASSWORD-HASH
    PERFORM VARYING OPER-IDX FROM 1 BY 1
            UNTIL OPER-IDX > WS-OPERATOR-COUNT
        IF OPER-ID(OPER-IDX) = USER-INPUT
            IF OPER-PASSWORD-HASH(OPER-IDX) = WS-COMPUTED-HASH
                    AND OPER-STATUS(OPER-IDX) = 'A'
                SET WS-LOGIN-OK TO TRUE
                MOVE OPER-ROLE(OPER-IDX) TO WS-OPERATOR-ROLE
                MOVE OPER-ID(OPER-IDX) TO WS-OFFICER-ID
            END-IF
            SET OPER-IDX TO WS-OPERATOR-COUNT
        END-IF
    END-PERFORM.

LOAD-OPERATOR-TABLE.
    DISPLAY "OPERATOR-CREDENTIALS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OPERCREDPATH FROM ENVIRONMENT-VALUE
    IF OPERCREDPATH = SPACES
        MOVE "operator-credentials.dat" TO OPERCREDPATH
    END-IF
    OPEN INPUT OPERATOR-CRED-FILE
    IF OPERATOR-CRED-STATUS = "00"
        PERFORM UNTIL WS-END-OF-CRED-FILE
            READ OPERATOR-CRED-FILE
                AT END
                    SET WS-END-OF-CRED-FILE TO TRUE
                NOT AT END
                    IF WS-OPERATOR-COUNT < 200
                        ADD 1 TO WS-OPERATOR-COUNT
                        SET OPER-IDX TO WS-OPERATOR-COUNT
                        MOVE OCF-OPER-ID TO OPER-ID(OPER-IDX)
                        MOVE OCF-PASSWORD-HASH
                            TO OPER-PASSWORD-HASH(OPER-IDX)
                        MOVE OCF-ROLE TO OPER-ROLE(OPER-IDX)
                        MOVE OCF-STATUS TO OPER-STATUS(OPER-IDX)
                        MOVE OCF-PWD-CHANGED
                            TO OPER-PWD-CHANGED(OPER-IDX)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-CRED-FILE
    END-IF.

REVIEW-HIT-REGISTER.
    DISPLAY "SANCTIONS-HIT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT SANCHITPATH FROM ENVIRONMENT-VALUE
    IF SANCHITPATH = SPACES
        MOVE "sanctions-hits.dat" TO SANCHITPATH
    END-IF
    STRING FUNCTION TRIM(SANCHITPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWSANCHITPATH
    DISPLAY "AUTO-HOLD-TRANS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT AUTOHOLDPATH FROM ENVIRONMENT-VALUE
    IF AUTOHOLDPATH = SPACES
        MOVE "auto-hold-trans.dat" TO AUTOHOLDPATH
    END-IF
    OPEN INPUT SANCTIONS-HIT-FILE
    IF SANC-HIT-STATUS NOT = "00"
        DISPLAY "No sanctions hits on file"
    ELSE
        OPEN OUTPUT NEW-SANCTIONS-HIT-FILE
        PERFORM UNTIL WS-END-OF-HITS
            READ SANCTIONS-HIT-FILE
                AT END
                    SET WS-END-OF-HITS TO TRUE
                NOT AT END
                    MOVE SANCTIONS-HIT-REC TO SANCTIONS-HIT-RECORD
                    IF SH-PENDING
                        PERFORM REVIEW-ONE-HIT
                    END-IF
                    WRITE NEW-SANCTIONS-HIT-REC
                        FROM SANCTIONS-HIT-RECORD
            END-READ
        END-PERFORM
        CLOSE SANCTIONS-HIT-FILE
        CLOSE NEW-SANCTIONS-HIT-FILE
        CALL "CBL_DELETE_FILE" USING SANCHITPATH
            RETURNING WS-DELETE-RC
        CALL "CBL_COPY_FILE" USING NEWSANCHITPATH SANCHITPATH
            RETURNING WS-DELETE-RC
        CALL "CBL_DELETE_FILE" USING NEWSANCHITPATH
            RETURNING WS-DELETE-RC
    END-IF.

REVIEW-ONE-HIT.
    EVALUATE TRUE
        WHEN SH-FROM-CREATE
            MOVE "KEYED NEW CUSTOMER" TO WS-SOURCE-TEXT
        WHEN SH-FROM-UPDATE
            MOVE "KEYED RENAME/ADDRESS" TO WS-SOURCE-TEXT
        WHEN SH-FROM-RESCREEN
            MOVE "LIST RESCREEN" TO WS-SOURCE-TEXT
        WHEN OTHER
            MOVE SPACES TO WS-SOURCE-TEXT
    END-EVALUATE
    MOVE SH-SCORE TO WS-SCORE-DISP
    DISPLAY " "
    DISPLAY "Customer " SH-CUST-ID "  list entry " SH-ENTRY-ID
            "  score " WS-SCORE-DISP
    DISPLAY "  Customer name " SH-SCREENED-NAME
    DISPLAY "  Listed name   " SH-LIST-NAME
    DISPLAY "  Found " SH-FOUND-DATE " on " WS-SOURCE-TEXT
            " against list version " SH-LIST-VERSION
    DISPLAY "Clear as false positive, Confirm, or Hold (F/C/H)? "
            WITH NO ADVANCING
    ACCEPT WS-DECISION
    EVALUATE TRUE
        WHEN WS-DECISION-CLEAR
            SET SH-CLEARED TO TRUE
            MOVE "CLEARED" TO WS-DECISION-TEXT
            ADD 1 TO WS-CLEARED-COUNT
            PERFORM RECORD-DECISION
        WHEN WS-DECISION-CONFIRM
            SET SH-CONFIRMED TO TRUE
            MOVE "CONFIRMED" TO WS-DECISION-TEXT
            ADD 1 TO WS-CONFIRMED-COUNT
            PERFORM RECORD-DECISION
            PERFORM BLOCK-CONFIRMED-CUSTOMER
        WHEN OTHER
            ADD 1 TO WS-HELD-COUNT
    END-EVALUATE.

RECORD-DECISION.
    DISPLAY "Decision note: " WITH NO ADVANCING
    ACCEPT USER-INPUT
    MOVE USER-INPUT TO SH-DECISION-NOTE
    MOVE WS-OFFICER-ID TO SH-DECIDED-BY
    MOVE WS-TODAY TO SH-DECIDED-DATE
    PERFORM WRITE-DECISION-LOG-ENTRY.

BLOCK-CONFIRMED-CUSTOMER.
    *> The block freezes whatever the customer holds today; its
    *> amount is recorded for the statement and the inquiry screen,
    *> but TRXPOST refuses the customer's debits on the reason code
    *> alone, so money arriving later is frozen too. A keyed create
    *> never reached the books and has nothing to block.
    PERFORM LOOKUP-CUSTOMER
    IF NOT WS-CUST-ON-FILE
        DISPLAY "  Customer not on file - no hold needed, the keyed"
                " record will be rejected"
    ELSE
        MOVE SPACES TO FUNDS-HOLD-RECORD
        MOVE SH-CUST-ID TO HD-CUST-ID
        MOVE "SAN" TO HD-HOLD-NO
        IF CUST-BALANCE > ZERO
            MOVE CUST-BALANCE TO HD-AMOUNT
        ELSE
            MOVE ZERO TO HD-AMOUNT
        END-IF
        SET HD-SANCTIONS-BLOCK TO TRUE
        MOVE WS-OFFICER-ID TO HD-PLACED-BY
        MOVE WS-TODAY TO HD-PLACED-DATE
        SET HD-ACTIVE TO TRUE
        OPEN EXTEND AUTO-HOLD-FILE
        IF AUTO-HOLD-STATUS = "35" OR AUTO-HOLD-STATUS = "05"
            OPEN OUTPUT AUTO-HOLD-FILE
        END-IF
        MOVE 'P' TO AH-ACTION-CODE
        MOVE FUNDS-HOLD-RECORD TO AH-HOLD-IMAGE
        WRITE AUTO-HOLD-REC
        CLOSE AUTO-HOLD-FILE
        MOVE HD-AMOUNT TO WS-HOLD-AMOUNT-DISP
        DISPLAY "  Sanctions block queued for tonight, balance "
                WS-HOLD-AMOUNT-DISP
    END-IF
    MOVE "SANCREVW" TO WS-ERR-PROGRAM-ID
    MOVE "SANCCONF" TO WS-ERR-CODE
    MOVE SPACES TO WS-ERR-MESSAGE
    MOVE 1 TO WS-MESSAGE-PTR
    STRING "Sanctions match confirmed by " DELIMITED BY SIZE
           WS-OFFICER-ID DELIMITED BY SPACE
           ": customer " DELIMITED BY SIZE
           SH-CUST-ID DELIMITED BY SPACE
           " list entry " DELIMITED BY SIZE
           SH-ENTRY-ID DELIMITED BY SPACE
           INTO WS-ERR-MESSAGE
           WITH POINTER WS-MESSAGE-PTR
    IF WS-CUST-ON-FILE
        STRING " - funds blocked from tonight" DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
               WITH POINTER WS-MESSAGE-PTR
    END-IF
    SET WS-ERR-WARNING TO TRUE
    PERFORM LOG-COMMON-ERROR.

LOOKUP-CUSTOMER.
    MOVE 'N' TO WS-CUST-FOUND-SW
    INITIALIZE CUSTOMER-RECORD
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT ID, BALANCE, STATUS "
           "FROM CUSTOMERS WHERE ID = '" DELIMITED BY SIZE
           SH-CUST-ID DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C40 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C40
    END-EXEC
    EXEC SQL
        FETCH C40 INTO :CUST-ID, :CUST-BALANCE, :CUST-STATUS
    END-EXEC
    IF SQLCODE = ZERO
        SET WS-CUST-ON-FILE TO TRUE
    END-IF
    EXEC SQL
        CLOSE C40
    END-EXEC.

WRITE-DECISION-LOG-ENTRY.
    *> Same change log the maintenance programs write, so the
    *> customer's history shows the decision and who made it; the
    *> action is 'N' (sanctions decision).
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHANGELOGPATH FROM ENVIRONMENT-VALUE
    IF CHANGELOGPATH = SPACES
        MOVE "custmaint-change-log.dat" TO CHANGELOGPATH
    END-IF
    MOVE SPACES TO CHANGE-LOG-REC
    STRING WS-TODAY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-OFFICER-ID DELIMITED BY SIZE
           " ACTION=N" DELIMITED BY SIZE
           " ID=" DELIMITED BY SIZE
           SH-CUST-ID DELIMITED BY SIZE
           " ENTRY=" DELIMITED BY SIZE
           SH-ENTRY-ID DELIMITED BY SIZE
           " LIST=" DELIMITED BY SIZE
           SH-LIST-VERSION DELIMITED BY SIZE
           " SCORE=" DELIMITED BY SIZE
           SH-SCORE DELIMITED BY SIZE
           " DECISION=" DELIMITED BY SIZE
           WS-DECISION-TEXT DELIMITED BY SPACE
           " NOTE=" DELIMITED BY SIZE
           SH-DECISION-NOTE DELIMITED BY SIZE
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
    COPY PWDHASH.
