      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. COAPPR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-CRED-FILE ASSIGN TO OPERCREDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-CRED-STATUS.
    SELECT PROPOSAL-FILE ASSIGN TO PROPOSALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROPOSAL-STATUS.
    SELECT NEW-PROPOSAL-FILE ASSIGN TO NEWPROPOSALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-PROPOSAL-STATUS.
    SELECT CHARGE-OFF-TRANS-FILE ASSIGN TO CHARGEOFFTRANSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHARGE-OFF-TRANS-STATUS.
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
FD  PROPOSAL-FILE.
01  PROPOSAL-REC           PIC X(70).
FD  NEW-PROPOSAL-FILE.
01  NEW-PROPOSAL-REC       PIC X(70).
FD  CHARGE-OFF-TRANS-FILE.
    COPY TRXREC.
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  OPERCREDPATH       PIC X(200) VALUE SPACES.
01  OPERATOR-CRED-STATUS PIC XX.
01  PROPOSALPATH       PIC X(200) VALUE SPACES.
01  PROPOSAL-STATUS    PIC XX.
01  NEWPROPOSALPATH    PIC X(200) VALUE SPACES.
01  NEW-PROPOSAL-STATUS PIC XX.
01  CHARGEOFFTRANSPATH PIC X(200) VALUE SPACES.
01  CHARGE-OFF-TRANS-STATUS PIC XX.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  CHANGE-LOG-STATUS  PIC XX.
01  USER-INPUT         PIC X(100).
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-CRED-FILE   VALUE 'Y'.
01  WS-PROPOSAL-EOF-SW PIC X VALUE 'N'.
    88  WS-END-OF-PROPOSALS    VALUE 'Y'.
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
01  WS-APPROVER-ID     PIC X(8) VALUE SPACES.
01  WS-TIMESTAMP       PIC X(26).
01  WS-TODAY           PIC X(8) VALUE SPACES.
01  WS-NOW             PIC X(8) VALUE SPACES.
01  WS-DECISION        PIC X(1).
    88  WS-DECISION-RELEASE    VALUE 'R' 'r'.
    88  WS-DECISION-VOID       VALUE 'V' 'v'.
01  WS-DISPOSITION     PIC X(8) VALUE SPACES.
01  WS-RELEASED-COUNT  PIC 9(9) VALUE ZERO.
01  WS-VOIDED-COUNT    PIC 9(9) VALUE ZERO.
01  WS-HELD-COUNT      PIC 9(9) VALUE ZERO.
01  WS-SLIP-SEQ        PIC 9(2) VALUE ZERO.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  WS-BALANCE-DISP    PIC -(9)9.99.
01  WS-DAYS-DISP       PIC Z(3)9.
    COPY CHGOFF.
    COPY PWDTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    *> Supervisor review of the charge-off proposals ODAGE builds.
    *> Nothing leaves the books without a second pair of eyes: a
    *> released proposal becomes a 'W' write-off slip for the next
    *> posting cycle, so the balance is cleared by TRXPOST and
    *> journalled and mapped to the loss account like any other
    *> posting, never by updating the balance here.
    PERFORM SIGN-ON-APPROVER
    IF NOT WS-LOGIN-OK
        DISPLAY "Sign-on rejected"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-OPERATOR-ROLE NOT = 'S' AND WS-OPERATOR-ROLE NOT = 'A'
        DISPLAY "Charge-off approval requires supervisor or admin role"
        MOVE "COAPPR" TO WS-ERR-PROGRAM-ID
        MOVE "AUTH" TO WS-ERR-CODE
        STRING "Charge-off approval attempt by non-supervisor operator "
               DELIMITED BY SIZE
               WS-APPROVER-ID DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    ACCEPT WS-NOW FROM TIME
    PERFORM REVIEW-PROPOSAL-FILE
    DISPLAY "COAPPR complete - released: " WS-RELEASED-COUNT
            " declined: " WS-VOIDED-COUNT
            " held: " WS-HELD-COUNT
    STOP RUN.

SIGN-ON-APPROVER.
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
                MOVE OPER-ID(OPER-IDX) TO WS-APPROVER-ID
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

REVIEW-PROPOSAL-FILE.
    DISPLAY "CHARGE-OFF-PROPOSAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT PROPOSALPATH FROM ENVIRONMENT-VALUE
    IF PROPOSALPATH = SPACES
        MOVE "charge-off-proposals.dat" TO PROPOSALPATH
    END-IF
    STRING FUNCTION TRIM(PROPOSALPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWPROPOSALPATH
    DISPLAY "TRX-CHARGE-OFF-TRANS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHARGEOFFTRANSPATH FROM ENVIRONMENT-VALUE
    IF CHARGEOFFTRANSPATH = SPACES
        MOVE "charge-off-trans.dat" TO CHARGEOFFTRANSPATH
    END-IF
    OPEN INPUT PROPOSAL-FILE
    IF PROPOSAL-STATUS NOT = "00"
        DISPLAY "No charge-off proposals on file"
    ELSE
        OPEN OUTPUT NEW-PROPOSAL-FILE
        PERFORM UNTIL WS-END-OF-PROPOSALS
            READ PROPOSAL-FILE
                AT END
                    SET WS-END-OF-PROPOSALS TO TRUE
                NOT AT END
                    MOVE PROPOSAL-REC TO CHARGE-OFF-PROPOSAL
                    IF CO-PENDING
                        PERFORM REVIEW-ONE-PROPOSAL
                    ELSE
                        *> already declined - ODAGE keeps it on file
                        *> so it is not offered again
                        WRITE NEW-PROPOSAL-REC FROM CHARGE-OFF-PROPOSAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROPOSAL-FILE
        CLOSE NEW-PROPOSAL-FILE
        CALL "CBL_DELETE_FILE" USING PROPOSALPATH
            RETURNING WS-DELETE-RC
        CALL "CBL_COPY_FILE" USING NEWPROPOSALPATH PROPOSALPATH
            RETURNING WS-DELETE-RC
        CALL "CBL_DELETE_FILE" USING NEWPROPOSALPATH
            RETURNING WS-DELETE-RC
    END-IF.

REVIEW-ONE-PROPOSAL.
    MOVE CO-BALANCE TO WS-BALANCE-DISP
    MOVE CO-DAYS-OVERDRAWN TO WS-DAYS-DISP
    DISPLAY " "
    DISPLAY "Charge-off proposed " CO-PROPOSED-DATE
            " for branch " CO-BRANCH
    DISPLAY "  Customer: " CO-CUST-ID
    DISPLAY "  Balance " WS-BALANCE-DISP
            "  overdrawn since " CO-OVERDRAWN-SINCE
            " (" WS-DAYS-DISP " days)"
    DISPLAY "Release, Void or Hold (R/V/H)? " WITH NO ADVANCING
    ACCEPT WS-DECISION
    EVALUATE TRUE
        WHEN WS-DECISION-RELEASE
            PERFORM RELEASE-CHARGE-OFF
        WHEN WS-DECISION-VOID
            ADD 1 TO WS-VOIDED-COUNT
            SET CO-DECLINED TO TRUE
            MOVE WS-APPROVER-ID TO CO-DECIDED-BY
            MOVE WS-TODAY TO CO-DECIDED-DATE
            WRITE NEW-PROPOSAL-REC FROM CHARGE-OFF-PROPOSAL
            MOVE "VOIDED" TO WS-DISPOSITION
            PERFORM WRITE-APPROVAL-LOG-ENTRY
        WHEN OTHER
            ADD 1 TO WS-HELD-COUNT
            WRITE NEW-PROPOSAL-REC FROM CHARGE-OFF-PROPOSAL
    END-EVALUATE.

RELEASE-CHARGE-OFF.
    *> The slip credits the primary account with the overdrawn
    *> amount the proposal was made on. Should the customer have
    *> paid some of it in before the slip posts, TRXPOST refuses a
    *> write-off bigger than what is still overdrawn, and ODAGE puts
    *> the customer back on the list at the new balance.
    IF CO-BALANCE NOT < ZERO
        ADD 1 TO WS-HELD-COUNT
        DISPLAY "  Balance is not overdrawn - proposal held"
        WRITE NEW-PROPOSAL-REC FROM CHARGE-OFF-PROPOSAL
    ELSE
        ADD 1 TO WS-SLIP-SEQ
        MOVE SPACES TO DAILY-TRANS-RECORD
        MOVE CO-CUST-ID TO DT-CUST-ID
        SET DT-TRAN-CHARGE-OFF TO TRUE
        COMPUTE DT-AMOUNT = ZERO - CO-BALANCE
        MOVE WS-TODAY TO DT-EFF-DATE
        MOVE SPACES TO DT-SLIP-SERIAL
        STRING "CO" DELIMITED BY SIZE
               WS-TODAY(3:6) DELIMITED BY SIZE
               WS-NOW(1:4) DELIMITED BY SIZE
               WS-SLIP-SEQ DELIMITED BY SIZE
               INTO DT-SLIP-SERIAL
        OPEN EXTEND CHARGE-OFF-TRANS-FILE
        IF CHARGE-OFF-TRANS-STATUS = "35"
                OR CHARGE-OFF-TRANS-STATUS = "05"
            OPEN OUTPUT CHARGE-OFF-TRANS-FILE
        END-IF
        WRITE DAILY-TRANS-RECORD
        CLOSE CHARGE-OFF-TRANS-FILE
        ADD 1 TO WS-RELEASED-COUNT
        MOVE "RELEASED" TO WS-DISPOSITION
        PERFORM WRITE-APPROVAL-LOG-ENTRY
    END-IF.

WRITE-APPROVAL-LOG-ENTRY.
    *> Same change log CUSTMAINT and MNTAPPR write, so the audit
    *> trail shows who released or declined each write-off; the
    *> action is 'O' (charge-off) since 'W' there is already the
    *> warehouse cancel.
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHANGELOGPATH FROM ENVIRONMENT-VALUE
    IF CHANGELOGPATH = SPACES
        MOVE "custmaint-change-log.dat" TO CHANGELOGPATH
    END-IF
    MOVE CO-BALANCE TO WS-BALANCE-DISP
    MOVE SPACES TO CHANGE-LOG-REC
    STRING WS-TODAY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-APPROVER-ID DELIMITED BY SIZE
           " ACTION=O" DELIMITED BY SIZE
           " ID=" DELIMITED BY SIZE
           CO-CUST-ID DELIMITED BY SIZE
           " BEFORE-BAL=" DELIMITED BY SIZE
           WS-BALANCE-DISP DELIMITED BY SIZE
           " DAYS-OVERDRAWN=" DELIMITED BY SIZE
           CO-DAYS-OVERDRAWN DELIMITED BY SIZE
           " PROPOSED=" DELIMITED BY SIZE
           CO-PROPOSED-DATE DELIMITED BY SIZE
           " APPROVED-BY=" DELIMITED BY SIZE
           WS-APPROVER-ID DELIMITED BY SIZE
           " DISPOSITION=" DELIMITED BY SIZE
           WS-DISPOSITION DELIMITED BY SIZE
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
