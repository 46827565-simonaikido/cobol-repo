    SELECT ACCT-CHANGE-LOG-FILE ASSIGN TO ACCTCHGLOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCT-CHANGE-LOG-STATUS.
    SELECT TD-MASTER-FILE ASSIGN TO TDMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TD-MASTER-STATUS.
    SELECT NEW-TD-MASTER-FILE ASSIGN TO NEWTDMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-TD-MASTER-STATUS.
    SELECT LOAN-MASTER-FILE ASSIGN TO LOANMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOAN-MASTER-STATUS.
    SELECT NEW-LOAN-MASTER-FILE ASSIGN TO NEWLOANMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-LOAN-MASTER-STATUS.
    SELECT OWNER-FILE ASSIGN TO OWNERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OWNER-STATUS.
    SELECT NEW-OWNER-FILE ASSIGN TO NEWOWNERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-OWNER-STATUS.
    SELECT OWNER-SUMMARY-FILE ASSIGN TO OWNSUMPATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OS-PARTY-ID
        FILE STATUS IS OWNER-SUMMARY-STATUS.
    COPY AUTHFILE.
    COPY ERRFILE.
DATA DIVISION.
        88  AT-OPEN               VALUE 'C'.
        88  AT-RETYPE             VALUE 'U'.
        88  AT-CLOSE              VALUE 'D'.
        88  AT-ADD-PARTY          VALUE 'A'.
        88  AT-END-PARTY          VALUE 'X'.
    05  AT-CUST-ID         PIC X(10).
    05  AT-ACCT-NO         PIC X(4).
    05  AT-ACCT-TYPE       PIC X(1).
*> Certificate terms, read only when AT-ACCT-TYPE is 'T': term and
*> fixed annual rate on an open, the maturity instruction and its
*> pay-to account on an open or a retype. Blank on D and S lines.
    05  AT-TERM-MONTHS     PIC 9(3).
    05  AT-RATE            PIC 9(2)V9(4).
    05  AT-INSTRUCTION     PIC X(1).
    05  AT-PAYTO-CUST-ID   PIC X(10).
    05  AT-PAYTO-ACCT-NO   PIC X(4).
*> Loan terms, read only when AT-ACCT-TYPE is 'L' on an open: the
*> amount lent, the payment due day and the customer's own deposit
*> account the proceeds go to (blank for the primary), with the
*> term and rate in AT-TERM-MONTHS and AT-RATE.
    05  AT-PRINCIPAL       PIC 9(9)V99.
    05  AT-DUE-DAY         PIC 9(2).
    05  AT-DISB-ACCT-NO    PIC X(4).
*> Ownership link, read only on an A (add party) or X (end party)
*> line: the other customer, the role they hold on AT-ACCT-NO
*> (blank for the owner's primary account) and, for a
*> payable-on-death beneficiary, their percentage share.
    05  AT-PARTY-CUST-ID   PIC X(10).
    05  AT-PARTY-ROLE      PIC X(1).
    05  AT-SHARE-PCT       PIC 9(3).
FD  ACCT-CHANGE-LOG-FILE.
01  ACCT-CHANGE-LOG-REC    PIC X(200).
FD  TD-MASTER-FILE.
01  TD-MASTER-REC          PIC X(71).
FD  NEW-TD-MASTER-FILE.
01  NEW-TD-MASTER-REC      PIC X(71).
FD  LOAN-MASTER-FILE.
01  LOAN-MASTER-REC        PIC X(121).
FD  NEW-LOAN-MASTER-FILE.
01  NEW-LOAN-MASTER-REC    PIC X(121).
FD  OWNER-FILE.
01  OWNER-REC              PIC X(61).
FD  NEW-OWNER-FILE.
01  NEW-OWNER-REC          PIC X(61).
FD  OWNER-SUMMARY-FILE.
    COPY OWNSUM.
    COPY AUTHFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  ACCT-TRANS-STATUS  PIC XX.
01  ACCTCHGLOGPATH     PIC X(200) VALUE SPACES.
01  ACCT-CHANGE-LOG-STATUS PIC XX.
01  TDMASTERPATH       PIC X(200) VALUE SPACES.
01  TD-MASTER-STATUS   PIC XX.
01  NEWTDMASTERPATH    PIC X(200) VALUE SPACES.
01  NEW-TD-MASTER-STATUS PIC XX.
01  LOANMASTERPATH     PIC X(200) VALUE SPACES.
01  LOAN-MASTER-STATUS PIC XX.
01  NEWLOANMASTERPATH  PIC X(200) VALUE SPACES.
01  NEW-LOAN-MASTER-STATUS PIC XX.
01  OWNERPATH          PIC X(200) VALUE SPACES.
01  OWNER-STATUS       PIC XX.
01  NEWOWNERPATH       PIC X(200) VALUE SPACES.
01  NEW-OWNER-STATUS   PIC XX.
01  OWNSUMPATH         PIC X(200) VALUE SPACES.
01  OWNER-SUMMARY-STATUS PIC XX.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  WS-OPERATOR-ID     PIC X(8)  VALUE SPACES.
01  WS-TODAY           PIC 9(8).
01  WS-TIMESTAMP       PIC X(26).
    88  WS-CUST-ON-FILE        VALUE 'Y'.
01  WS-ACCT-FOUND-SW   PIC X VALUE 'N'.
    88  WS-ACCT-ON-FILE        VALUE 'Y'.
*> The certificate master is worked in memory and written back
*> through a .new file at the end of the run, only when a
*> certificate was opened, re-instructed or closed.
    COPY TDREC.
01  WS-TD-TABLE.
    05  WS-TD-COUNT        PIC 9(4) VALUE ZERO.
    05  WS-TD-IMAGE        PIC X(71) OCCURS 2000 TIMES.
01  WS-TD-SUB          PIC 9(4) COMP VALUE ZERO.
01  WS-TD-FOUND-SUB    PIC 9(4) COMP VALUE ZERO.
01  WS-TD-EOF-SW       PIC X VALUE 'N'.
    88  WS-END-OF-TD-MASTER    VALUE 'Y'.
01  WS-TD-CHANGED-SW   PIC X VALUE 'N'.
    88  WS-TD-MASTER-CHANGED   VALUE 'Y'.
*> The loan master the same way: a loan is booked here with its
*> terms and closed here once paid off; everything between is
*> LOANSVC's.
    COPY LOANREC.
01  WS-LOAN-TABLE.
    05  WS-LOAN-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-LOAN-IMAGE      PIC X(121) OCCURS 2000 TIMES.
01  WS-LOAN-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-LOAN-FOUND-SUB  PIC 9(4) COMP VALUE ZERO.
01  WS-LOAN-EOF-SW     PIC X VALUE 'N'.
    88  WS-END-OF-LOAN-MASTER  VALUE 'Y'.
01  WS-LOAN-CHANGED-SW PIC X VALUE 'N'.
    88  WS-LOAN-MASTER-CHANGED VALUE 'Y'.
01  WS-DISB-FOUND-SW   PIC X VALUE 'N'.
    88  WS-DISB-ACCT-OK        VALUE 'Y'.
01  WS-DISB-TYPE       PIC X(1) VALUE SPACE.
01  WS-LOAN-CLOSABLE-SW PIC X VALUE 'N'.
    88  WS-LOAN-CLOSABLE       VALUE 'Y'.
01  WS-DISB-STATUS     PIC X(1) VALUE SPACE.
*> The ownership relationship file the same way again: worked in
*> memory, written back through a .new file when a link was added
*> or ended, and the CICS summary rebuilt from it on every run.
    COPY OWNREC.
01  WS-OWN-TABLE.
    05  WS-OWN-COUNT       PIC 9(4) VALUE ZERO.
    05  WS-OWN-IMAGE       PIC X(61) OCCURS 2000 TIMES.
01  WS-OWN-SUB         PIC 9(4) COMP VALUE ZERO.
01  WS-OWN-FOUND-SUB   PIC 9(4) COMP VALUE ZERO.
01  WS-OWN-EOF-SW      PIC X VALUE 'N'.
    88  WS-END-OF-OWNER-FILE   VALUE 'Y'.
01  WS-OWN-CHANGED-SW  PIC X VALUE 'N'.
    88  WS-OWNER-FILE-CHANGED  VALUE 'Y'.
01  WS-SHARE-TOTAL     PIC 9(5) VALUE ZERO.
01  WS-ENDED-LINKS     PIC 9(4) VALUE ZERO.
01  WS-SUMMARY-COUNT   PIC 9(6) VALUE ZERO.
01  WS-PARTY-FOUND-SW  PIC X VALUE 'N'.
    88  WS-PARTY-ON-FILE       VALUE 'Y'.
01  WS-PARTY-ID        PIC X(10) VALUE SPACES.
01  WS-PARTY-STATUS    PIC X(1) VALUE SPACE.
    COPY TERMTAB.
    COPY AUTHTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
    IF ACCTTRANSPATH = SPACES
        MOVE "acctmaint-trans.dat" TO ACCTTRANSPATH
    END-IF
    DISPLAY "TERM-DEPOSIT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TDMASTERPATH FROM ENVIRONMENT-VALUE
    IF TDMASTERPATH = SPACES
        MOVE "term-deposits.dat" TO TDMASTERPATH
    END-IF
    MOVE SPACES TO NEWTDMASTERPATH
    STRING FUNCTION TRIM(TDMASTERPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWTDMASTERPATH
    PERFORM LOAD-TD-MASTER
    DISPLAY "LOAN-MASTER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT LOANMASTERPATH FROM ENVIRONMENT-VALUE
    IF LOANMASTERPATH = SPACES
        MOVE "loans.dat" TO LOANMASTERPATH
    END-IF
    MOVE SPACES TO NEWLOANMASTERPATH
    STRING FUNCTION TRIM(LOANMASTERPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWLOANMASTERPATH
    PERFORM LOAD-LOAN-MASTER
    DISPLAY "ACCOUNT-OWNER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OWNERPATH FROM ENVIRONMENT-VALUE
    IF OWNERPATH = SPACES
        MOVE "account-owners.dat" TO OWNERPATH
    END-IF
    MOVE SPACES TO NEWOWNERPATH
    STRING FUNCTION TRIM(OWNERPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWOWNERPATH
    DISPLAY "ACCOUNT-OWNER-SUMMARY-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OWNSUMPATH FROM ENVIRONMENT-VALUE
    IF OWNSUMPATH = SPACES
        MOVE "account-owner-summary.dat" TO OWNSUMPATH
    END-IF
    PERFORM LOAD-OWNER-FILE
    OPEN INPUT ACCT-TRANS-FILE
    IF ACCT-TRANS-STATUS NOT = "00"
        MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
            END-READ
        END-PERFORM
        CLOSE ACCT-TRANS-FILE
        IF WS-TD-MASTER-CHANGED
            PERFORM REWRITE-TD-MASTER
        END-IF
        IF WS-LOAN-MASTER-CHANGED
            PERFORM REWRITE-LOAN-MASTER
        END-IF
        IF WS-OWNER-FILE-CHANGED
            PERFORM REWRITE-OWNER-FILE
        END-IF
        PERFORM REBUILD-OWNER-SUMMARY
        DISPLAY "ACCTMNT complete - applied: " WS-APPLIED-COUNT
                " rejected: " WS-REJECTED-COUNT
    END-IF
    MOVE SPACES TO WS-REJECT-REASON
    EVALUATE TRUE
        WHEN NOT AT-OPEN AND NOT AT-RETYPE AND NOT AT-CLOSE
                AND NOT AT-ADD-PARTY AND NOT AT-END-PARTY
            MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
        WHEN AT-CUST-ID = SPACES
            MOVE "CUSTOMER ID BLANK" TO WS-REJECT-REASON
        WHEN AT-ACCT-NO = SPACES
                AND NOT AT-ADD-PARTY AND NOT AT-END-PARTY
            *> a party can be linked to the primary account, which
            *> has no number; an account maintenance line always has
            MOVE "ACCOUNT NUMBER BLANK" TO WS-REJECT-REASON
        WHEN AT-ADD-PARTY OR AT-END-PARTY
            PERFORM EDIT-PARTY-LINK
        WHEN (AT-OPEN OR AT-RETYPE)
                AND AT-ACCT-TYPE NOT = 'D'
                AND AT-ACCT-TYPE NOT = 'S'
                AND AT-ACCT-TYPE NOT = 'T'
                AND AT-ACCT-TYPE NOT = 'L'
            MOVE "ACCOUNT TYPE NOT D, S, T OR L" TO WS-REJECT-REASON
        WHEN (AT-OPEN OR AT-RETYPE) AND AT-ACCT-TYPE = 'T'
            PERFORM EDIT-CERTIFICATE-TERMS
        WHEN AT-OPEN AND AT-ACCT-TYPE = 'L'
            PERFORM EDIT-LOAN-TERMS
    END-EVALUATE
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM REJECT-TRANSACTION
                    PERFORM DO-RETYPE-ACCOUNT
                WHEN AT-CLOSE
                    PERFORM DO-CLOSE-ACCOUNT
                WHEN AT-ADD-PARTY
                    PERFORM DO-ADD-PARTY
                WHEN AT-END-PARTY
                    PERFORM DO-END-PARTY
            END-EVALUATE
        END-IF
    END-IF.

EDIT-CERTIFICATE-TERMS.
    *> Term and rate are fixed for the life of a certificate, so only
    *> an open carries them; a retype of a 'T' account changes the
    *> maturity instruction alone.
    EVALUATE TRUE
        WHEN AT-OPEN
                AND (AT-TERM-MONTHS NOT NUMERIC
                     OR AT-TERM-MONTHS = ZERO)
            MOVE "CERTIFICATE TERM MISSING" TO WS-REJECT-REASON
        WHEN AT-OPEN AND AT-RATE NOT NUMERIC
            MOVE "CERTIFICATE RATE NOT NUMERIC" TO WS-REJECT-REASON
        WHEN AT-INSTRUCTION NOT = 'R'
                AND AT-INSTRUCTION NOT = 'P'
                AND AT-INSTRUCTION NOT = 'H'
            MOVE "MATURITY INSTRUCTION NOT R, P OR H"
                TO WS-REJECT-REASON
        WHEN AT-INSTRUCTION = 'P'
                AND (AT-PAYTO-CUST-ID = SPACES
                     OR AT-PAYTO-ACCT-NO = SPACES)
            MOVE "PAY-TO ACCOUNT MISSING" TO WS-REJECT-REASON
        WHEN AT-INSTRUCTION = 'P'
                AND AT-PAYTO-CUST-ID = AT-CUST-ID
                AND AT-PAYTO-ACCT-NO = AT-ACCT-NO
            MOVE "PAY-TO IS THE CERTIFICATE ITSELF"
                TO WS-REJECT-REASON
    END-EVALUATE.

EDIT-LOAN-TERMS.
    *> A loan's terms are fixed when it is booked; there is nothing
    *> on a loan a retype could change.
    EVALUATE TRUE
        WHEN AT-PRINCIPAL NOT NUMERIC OR AT-PRINCIPAL = ZERO
            MOVE "LOAN AMOUNT MISSING" TO WS-REJECT-REASON
        WHEN AT-TERM-MONTHS NOT NUMERIC OR AT-TERM-MONTHS = ZERO
            MOVE "LOAN TERM MISSING" TO WS-REJECT-REASON
        WHEN AT-RATE NOT NUMERIC
            MOVE "LOAN RATE NOT NUMERIC" TO WS-REJECT-REASON
        WHEN AT-DUE-DAY NOT NUMERIC
                OR AT-DUE-DAY = ZERO OR AT-DUE-DAY > 31
            MOVE "PAYMENT DUE DAY NOT 1 TO 31" TO WS-REJECT-REASON
        WHEN AT-DISB-ACCT-NO = AT-ACCT-NO
            MOVE "LOAN CANNOT DISBURSE TO ITSELF" TO WS-REJECT-REASON
    END-EVALUATE.

EDIT-PARTY-LINK.
    *> A beneficiary carries a share; the roles that act on the
    *> account do not.
    MOVE AT-PARTY-ROLE TO OW-ROLE
    EVALUATE TRUE
        WHEN AT-PARTY-CUST-ID = SPACES
            MOVE "PARTY ID BLANK" TO WS-REJECT-REASON
        WHEN AT-PARTY-CUST-ID = AT-CUST-ID
            MOVE "PARTY IS THE ACCOUNT OWNER" TO WS-REJECT-REASON
        WHEN NOT OW-ROLE-VALID
            MOVE "ROLE NOT J, S, T OR B" TO WS-REJECT-REASON
        WHEN AT-ADD-PARTY AND OW-BENEFICIARY
                AND (AT-SHARE-PCT NOT NUMERIC OR AT-SHARE-PCT > 100)
            MOVE "BENEFICIARY SHARE NOT 0 TO 100"
                TO WS-REJECT-REASON
        WHEN AT-ADD-PARTY AND NOT OW-BENEFICIARY
                AND AT-SHARE-PCT NUMERIC AND AT-SHARE-PCT NOT = ZERO
            MOVE "SHARE ONLY ON A BENEFICIARY" TO WS-REJECT-REASON
    END-EVALUATE.

REJECT-TRANSACTION.
    ADD 1 TO WS-REJECTED-COUNT
    DISPLAY "Rejected account transaction, "
    END-EXEC.

DO-OPEN-ACCOUNT.
    IF AT-ACCT-TYPE = 'L' AND AT-DISB-ACCT-NO NOT = SPACES
            AND NOT WS-ACCT-ON-FILE
        PERFORM LOOKUP-DISBURSE-ACCOUNT
        IF NOT WS-DISB-ACCT-OK
            MOVE "DISBURSE-TO NOT AN OPEN DEPOSIT ACCT"
                TO WS-REJECT-REASON
        END-IF
    END-IF
    IF WS-ACCT-ON-FILE
        MOVE "ACCOUNT ALREADY ON FILE" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM REJECT-TRANSACTION
    ELSE
        STRING "INSERT INTO ACCOUNTS "
               "(CUST_ID, ACCT_NO, TYPE, BALANCE, OPEN_DATE, STATUS)"
               INTO SQL-STATEMENT
        PERFORM EXECUTE-ACCOUNT-CHANGE
        IF SQLCODE = ZERO
            IF AT-ACCT-TYPE = 'T'
                PERFORM ADD-CERTIFICATE-TERMS
            END-IF
            IF AT-ACCT-TYPE = 'L'
                PERFORM ADD-LOAN-TERMS
            END-IF
            MOVE "OPEN" TO WS-LOG-ACTION
            PERFORM WRITE-ACCT-CHANGE-LOG
        END-IF
    END-IF
    END-IF.

LOOKUP-DISBURSE-ACCOUNT.
    *> The proceeds go to one of the customer's own open demand or
    *> savings accounts - never a certificate, never another loan.
    MOVE 'N' TO WS-DISB-FOUND-SW
    MOVE SPACES TO WS-DISB-TYPE
    MOVE SPACES TO WS-DISB-STATUS
    STRING "SELECT TYPE, STATUS "
           "FROM ACCOUNTS WHERE CUST_ID = '" DELIMITED BY SIZE
           AT-CUST-ID DELIMITED BY SIZE
           "' AND ACCT_NO = '" DELIMITED BY SIZE
           AT-DISB-ACCT-NO DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C24 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C24
    END-EXEC
    EXEC SQL
        FETCH C24 INTO :WS-DISB-TYPE, :WS-DISB-STATUS
    END-EXEC
    IF SQLCODE = ZERO AND WS-DISB-STATUS = 'A'
            AND (WS-DISB-TYPE = 'D' OR WS-DISB-TYPE = 'S')
        SET WS-DISB-ACCT-OK TO TRUE
    END-IF
    EXEC SQL
        CLOSE C24
    END-EXEC.

ADD-LOAN-TERMS.
    *> Booked only: LOANSVC builds the schedule and cuts the
    *> disbursement slip on its next nightly run, and the balance
    *> owed starts when that slip has posted.
    MOVE SPACES TO LOAN-RECORD
    MOVE AT-CUST-ID TO LN-CUST-ID
    MOVE AT-ACCT-NO TO LN-ACCT-NO
    MOVE AT-PRINCIPAL TO LN-PRINCIPAL
    MOVE AT-RATE TO LN-RATE
    MOVE AT-TERM-MONTHS TO LN-TERM-MONTHS
    MOVE AT-DUE-DAY TO LN-DUE-DAY
    MOVE AT-DISB-ACCT-NO TO LN-DISB-ACCT-NO
    MOVE WS-TODAY TO LN-BOOKED-DATE
    SET LN-BOOKED TO TRUE
    MOVE ZERO TO LN-PAYMENT
    MOVE ZERO TO LN-PRIN-BAL
    MOVE ZERO TO LN-INT-DUE
    MOVE ZERO TO LN-FEES-DUE
    MOVE ZERO TO LN-BILLED-COUNT
    MOVE ZERO TO LN-LAST-FEE-INSTALL
    MOVE ZERO TO LN-DAYS-PAST-DUE
    SET LN-CURRENT TO TRUE
    PERFORM FIND-LOAN-ENTRY
    IF WS-LOAN-FOUND-SUB > ZERO
        *> a closed loan's row under the same account number is
        *> replaced by the new loan's
        MOVE LOAN-RECORD TO WS-LOAN-IMAGE(WS-LOAN-FOUND-SUB)
        SET WS-LOAN-MASTER-CHANGED TO TRUE
    ELSE
    IF WS-LOAN-COUNT < 2000
        ADD 1 TO WS-LOAN-COUNT
        MOVE LOAN-RECORD TO WS-LOAN-IMAGE(WS-LOAN-COUNT)
        SET WS-LOAN-MASTER-CHANGED TO TRUE
    ELSE
        MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
        MOVE "TBLFULL" TO WS-ERR-CODE
        MOVE "Loan master full - loan terms not recorded"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    END-IF.

ADD-CERTIFICATE-TERMS.
    *> The certificate runs from the open date; its maturity is the
    *> same day of the month TD-TERM-MONTHS later.
    MOVE SPACES TO TERM-DEPOSIT-RECORD
    MOVE AT-CUST-ID TO TD-CUST-ID
    MOVE AT-ACCT-NO TO TD-ACCT-NO
    MOVE AT-TERM-MONTHS TO TD-TERM-MONTHS
    MOVE AT-RATE TO TD-RATE
    MOVE WS-TODAY TO TD-START-DATE
    MOVE WS-TODAY TO WS-TERM-BASE-DATE
    MOVE AT-TERM-MONTHS TO WS-TERM-ADD-MONTHS
    PERFORM ADD-TERM-MONTHS
    MOVE WS-TERM-RESULT-DATE TO TD-MATURITY-DATE
    MOVE AT-INSTRUCTION TO TD-INSTRUCTION
    IF TD-PAY-OUT
        MOVE AT-PAYTO-CUST-ID TO TD-PAYTO-CUST-ID
        MOVE AT-PAYTO-ACCT-NO TO TD-PAYTO-ACCT-NO
    END-IF
    SET TD-ACTIVE TO TRUE
    PERFORM FIND-TD-ENTRY
    IF WS-TD-FOUND-SUB > ZERO
        *> terms left behind by an earlier certificate under the same
        *> account number are replaced by the new one's
        MOVE TERM-DEPOSIT-RECORD TO WS-TD-IMAGE(WS-TD-FOUND-SUB)
        SET WS-TD-MASTER-CHANGED TO TRUE
    ELSE
    IF WS-TD-COUNT < 2000
        ADD 1 TO WS-TD-COUNT
        MOVE TERM-DEPOSIT-RECORD TO WS-TD-IMAGE(WS-TD-COUNT)
        SET WS-TD-MASTER-CHANGED TO TRUE
    ELSE
        MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
        MOVE "TBLFULL" TO WS-ERR-CODE
        MOVE "Certificate master full - terms not recorded"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    END-IF.

DO-RETYPE-ACCOUNT.
    EVALUATE TRUE
        WHEN NOT WS-ACCT-ON-FILE
            MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        WHEN ACCT-TERM-DEPOSIT AND AT-ACCT-TYPE = 'T'
            PERFORM DO-CHANGE-INSTRUCTION
        WHEN ACCT-TERM-DEPOSIT OR AT-ACCT-TYPE = 'T'
            *> a certificate's money is locked to its term; turning a
            *> demand account into one, or a certificate back into a
            *> demand account, would dodge the maturity rules
            MOVE "TERM DEPOSIT TYPE CANNOT CHANGE" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        WHEN ACCT-LOAN OR AT-ACCT-TYPE = 'L'
            *> a loan is a loan from booking to payoff
            MOVE "LOAN TYPE CANNOT CHANGE" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        WHEN OTHER
            PERFORM DO-UPDATE-ACCOUNT-TYPE
    END-EVALUATE.

DO-CHANGE-INSTRUCTION.
    MOVE AT-CUST-ID TO TD-CUST-ID
    MOVE AT-ACCT-NO TO TD-ACCT-NO
    PERFORM FIND-TD-ENTRY
    IF WS-TD-FOUND-SUB = ZERO
        MOVE "CERTIFICATE TERMS NOT ON FILE" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        MOVE WS-TD-IMAGE(WS-TD-FOUND-SUB) TO TERM-DEPOSIT-RECORD
        IF NOT TD-ACTIVE
            MOVE "CERTIFICATE ALREADY MATURED" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        ELSE
            MOVE AT-INSTRUCTION TO TD-INSTRUCTION
            MOVE SPACES TO TD-PAYTO-CUST-ID
            MOVE SPACES TO TD-PAYTO-ACCT-NO
            IF TD-PAY-OUT
                MOVE AT-PAYTO-CUST-ID TO TD-PAYTO-CUST-ID
                MOVE AT-PAYTO-ACCT-NO TO TD-PAYTO-ACCT-NO
            END-IF
            MOVE TERM-DEPOSIT-RECORD TO WS-TD-IMAGE(WS-TD-FOUND-SUB)
            SET WS-TD-MASTER-CHANGED TO TRUE
            ADD 1 TO WS-APPLIED-COUNT
            MOVE "INSTRUCT" TO WS-LOG-ACTION
            PERFORM WRITE-ACCT-CHANGE-LOG
        END-IF
    END-IF.

DO-UPDATE-ACCOUNT-TYPE.
    STRING "UPDATE ACCOUNTS SET TYPE = '" DELIMITED BY SIZE
           AT-ACCT-TYPE DELIMITED BY SIZE
           "' WHERE CUST_ID = '" DELIMITED BY SIZE
           AT-CUST-ID DELIMITED BY SIZE
           "' AND ACCT_NO = '" DELIMITED BY SIZE
           AT-ACCT-NO DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    PERFORM EXECUTE-ACCOUNT-CHANGE
    IF SQLCODE = ZERO
        MOVE "RETYPE" TO WS-LOG-ACTION
        PERFORM WRITE-ACCT-CHANGE-LOG
    END-IF.

DO-CLOSE-ACCOUNT.
    MOVE 'N' TO WS-LOAN-CLOSABLE-SW
    IF WS-ACCT-ON-FILE AND ACCT-LOAN
        MOVE AT-CUST-ID TO LN-CUST-ID
        MOVE AT-ACCT-NO TO LN-ACCT-NO
        PERFORM FIND-LOAN-ENTRY
        IF WS-LOAN-FOUND-SUB = ZERO
            SET WS-LOAN-CLOSABLE TO TRUE
        ELSE
            MOVE WS-LOAN-IMAGE(WS-LOAN-FOUND-SUB) TO LOAN-RECORD
            IF LN-PAID-OFF OR LN-BOOKED OR LN-CLOSED
                SET WS-LOAN-CLOSABLE TO TRUE
            END-IF
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN NOT WS-ACCT-ON-FILE
            MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
            *> the rollup split
            MOVE "ACCOUNT BALANCE NOT ZERO" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        WHEN ACCT-LOAN AND NOT WS-LOAN-CLOSABLE
            *> the loan row sits at zero whatever is owed; the test
            *> is the loan master - paid off, or never disbursed
            MOVE "LOAN NOT PAID OFF" TO WS-REJECT-REASON
            PERFORM REJECT-TRANSACTION
        WHEN OTHER
            STRING "UPDATE ACCOUNTS SET STATUS = 'C'"
                   " WHERE CUST_ID = '" DELIMITED BY SIZE
                   INTO SQL-STATEMENT
            PERFORM EXECUTE-ACCOUNT-CHANGE
            IF SQLCODE = ZERO
                IF ACCT-TERM-DEPOSIT
                    PERFORM CLOSE-CERTIFICATE-TERMS
                END-IF
                IF ACCT-LOAN
                    PERFORM CLOSE-LOAN-TERMS
                END-IF
                PERFORM END-ACCOUNT-LINKS
                MOVE "CLOSE" TO WS-LOG-ACTION
                PERFORM WRITE-ACCT-CHANGE-LOG
            END-IF
    END-EVALUATE.

CLOSE-CERTIFICATE-TERMS.
    MOVE AT-CUST-ID TO TD-CUST-ID
    MOVE AT-ACCT-NO TO TD-ACCT-NO
    PERFORM FIND-TD-ENTRY
    IF WS-TD-FOUND-SUB > ZERO
        MOVE WS-TD-IMAGE(WS-TD-FOUND-SUB) TO TERM-DEPOSIT-RECORD
        SET TD-CLOSED TO TRUE
        MOVE TERM-DEPOSIT-RECORD TO WS-TD-IMAGE(WS-TD-FOUND-SUB)
        SET WS-TD-MASTER-CHANGED TO TRUE
    END-IF.

CLOSE-LOAN-TERMS.
    MOVE AT-CUST-ID TO LN-CUST-ID
    MOVE AT-ACCT-NO TO LN-ACCT-NO
    PERFORM FIND-LOAN-ENTRY
    IF WS-LOAN-FOUND-SUB > ZERO
        MOVE WS-LOAN-IMAGE(WS-LOAN-FOUND-SUB) TO LOAN-RECORD
        SET LN-CLOSED TO TRUE
        MOVE LOAN-RECORD TO WS-LOAN-IMAGE(WS-LOAN-FOUND-SUB)
        SET WS-LOAN-MASTER-CHANGED TO TRUE
    END-IF.

END-ACCOUNT-LINKS.
    *> Nobody owns, signs on or inherits an account that is gone.
    MOVE ZERO TO WS-ENDED-LINKS
    PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
            UNTIL WS-OWN-SUB > WS-OWN-COUNT
        MOVE WS-OWN-IMAGE(WS-OWN-SUB) TO ACCOUNT-OWNER-RECORD
        IF OW-CUST-ID = AT-CUST-ID AND OW-ACCT-NO = AT-ACCT-NO
                AND OW-ACTIVE
            SET OW-ENDED TO TRUE
            MOVE WS-TODAY TO OW-ENDED-DATE
            MOVE WS-OPERATOR-ID TO OW-ENDED-BY
            MOVE ACCOUNT-OWNER-RECORD TO WS-OWN-IMAGE(WS-OWN-SUB)
            SET WS-OWNER-FILE-CHANGED TO TRUE
            ADD 1 TO WS-ENDED-LINKS
        END-IF
    END-PERFORM.

DO-ADD-PARTY.
    *> Owner and party must both be open customers and a named
    *> account must be open. A loan leaves nothing of the owner's
    *> behind, so it takes no beneficiary, and an account's
    *> beneficiaries can never be promised more than all of it.
    PERFORM LOOKUP-PARTY-CUSTOMER
    MOVE SPACES TO ACCOUNT-OWNER-RECORD
    MOVE AT-CUST-ID TO OW-CUST-ID
    MOVE AT-ACCT-NO TO OW-ACCT-NO
    MOVE AT-PARTY-CUST-ID TO OW-PARTY-ID
    MOVE AT-PARTY-ROLE TO OW-ROLE
    PERFORM FIND-OWNER-LINK
    MOVE ZERO TO WS-SHARE-TOTAL
    IF OW-BENEFICIARY
        PERFORM SUM-BENEFICIARY-SHARES
        ADD AT-SHARE-PCT TO WS-SHARE-TOTAL
    END-IF
    EVALUATE TRUE
        WHEN NOT CUST-ACTIVE
            MOVE "CUSTOMER NOT ACTIVE" TO WS-REJECT-REASON
        WHEN AT-ACCT-NO NOT = SPACES AND NOT WS-ACCT-ON-FILE
            MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
        WHEN AT-ACCT-NO NOT = SPACES AND NOT ACCT-ACTIVE
            MOVE "ACCOUNT NOT OPEN" TO WS-REJECT-REASON
        WHEN AT-ACCT-NO NOT = SPACES AND ACCT-LOAN AND OW-BENEFICIARY
            MOVE "NO BENEFICIARY ON A LOAN" TO WS-REJECT-REASON
        WHEN NOT WS-PARTY-ON-FILE
            MOVE "PARTY NOT ON FILE" TO WS-REJECT-REASON
        WHEN WS-PARTY-STATUS NOT = 'A'
            MOVE "PARTY NOT ACTIVE" TO WS-REJECT-REASON
        WHEN WS-OWN-FOUND-SUB > ZERO
            MOVE "PARTY ALREADY HOLDS THAT ROLE" TO WS-REJECT-REASON
        WHEN WS-SHARE-TOTAL > 100
            MOVE "BENEFICIARY SHARES OVER 100 PERCENT"
                TO WS-REJECT-REASON
        WHEN WS-OWN-COUNT NOT < 2000
            MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
            MOVE "TBLFULL" TO WS-ERR-CODE
            MOVE "Ownership file full - link not recorded"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE "OWNERSHIP FILE FULL" TO WS-REJECT-REASON
    END-EVALUATE
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM REJECT-TRANSACTION
    ELSE
        MOVE ZERO TO OW-SHARE-PCT
        IF OW-BENEFICIARY
            MOVE AT-SHARE-PCT TO OW-SHARE-PCT
        END-IF
        SET OW-ACTIVE TO TRUE
        MOVE WS-TODAY TO OW-ADDED-DATE
        MOVE WS-OPERATOR-ID TO OW-ADDED-BY
        ADD 1 TO WS-OWN-COUNT
        MOVE ACCOUNT-OWNER-RECORD TO WS-OWN-IMAGE(WS-OWN-COUNT)
        SET WS-OWNER-FILE-CHANGED TO TRUE
        ADD 1 TO WS-APPLIED-COUNT
        MOVE "PARTYADD" TO WS-LOG-ACTION
        PERFORM WRITE-ACCT-CHANGE-LOG
    END-IF.

DO-END-PARTY.
    MOVE SPACES TO ACCOUNT-OWNER-RECORD
    MOVE AT-CUST-ID TO OW-CUST-ID
    MOVE AT-ACCT-NO TO OW-ACCT-NO
    MOVE AT-PARTY-CUST-ID TO OW-PARTY-ID
    MOVE AT-PARTY-ROLE TO OW-ROLE
    PERFORM FIND-OWNER-LINK
    IF WS-OWN-FOUND-SUB = ZERO
        MOVE "NO ACTIVE LINK IN THAT ROLE" TO WS-REJECT-REASON
        PERFORM REJECT-TRANSACTION
    ELSE
        MOVE WS-OWN-IMAGE(WS-OWN-FOUND-SUB) TO ACCOUNT-OWNER-RECORD
        SET OW-ENDED TO TRUE
        MOVE WS-TODAY TO OW-ENDED-DATE
        MOVE WS-OPERATOR-ID TO OW-ENDED-BY
        MOVE ACCOUNT-OWNER-RECORD TO WS-OWN-IMAGE(WS-OWN-FOUND-SUB)
        SET WS-OWNER-FILE-CHANGED TO TRUE
        ADD 1 TO WS-APPLIED-COUNT
        MOVE "PARTYEND" TO WS-LOG-ACTION
        PERFORM WRITE-ACCT-CHANGE-LOG
    END-IF.

LOOKUP-PARTY-CUSTOMER.
    MOVE 'N' TO WS-PARTY-FOUND-SW
    MOVE SPACE TO WS-PARTY-STATUS
    STRING "SELECT ID, STATUS "
           "FROM CUSTOMERS WHERE ID = '" DELIMITED BY SIZE
           AT-PARTY-CUST-ID DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C31 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C31
    END-EXEC
    EXEC SQL
        FETCH C31 INTO :WS-PARTY-ID, :WS-PARTY-STATUS
    END-EXEC
    IF SQLCODE = ZERO
        SET WS-PARTY-ON-FILE TO TRUE
    END-IF
    EXEC SQL
        CLOSE C31
    END-EXEC.

FIND-OWNER-LINK.
    *> An active link for the same account, party and role - owner,
    *> account, party and role are the first twenty-five bytes.
    MOVE ZERO TO WS-OWN-FOUND-SUB
    PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
            UNTIL WS-OWN-SUB > WS-OWN-COUNT
        IF WS-OWN-IMAGE(WS-OWN-SUB)(1:25)
                = ACCOUNT-OWNER-RECORD(1:25)
                AND WS-OWN-IMAGE(WS-OWN-SUB)(29:1) = 'A'
            MOVE WS-OWN-SUB TO WS-OWN-FOUND-SUB
            MOVE WS-OWN-COUNT TO WS-OWN-SUB
        END-IF
    END-PERFORM.

SUM-BENEFICIARY-SHARES.
    *> Shares already promised on the same account by its other
    *> active beneficiaries.
    PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
            UNTIL WS-OWN-SUB > WS-OWN-COUNT
        IF WS-OWN-IMAGE(WS-OWN-SUB)(1:14) = ACCOUNT-OWNER-RECORD(1:14)
                AND WS-OWN-IMAGE(WS-OWN-SUB)(25:1) = 'B'
                AND WS-OWN-IMAGE(WS-OWN-SUB)(29:1) = 'A'
                AND WS-OWN-IMAGE(WS-OWN-SUB)(26:3) NUMERIC
            ADD FUNCTION NUMVAL(WS-OWN-IMAGE(WS-OWN-SUB)(26:3))
                TO WS-SHARE-TOTAL
        END-IF
    END-PERFORM.

EXECUTE-ACCOUNT-CHANGE.
    EXEC SQL
        EXECUTE IMMEDIATE :SQL-STATEMENT
           " TYPE=" DELIMITED BY SIZE
           AT-ACCT-TYPE DELIMITED BY SIZE
           INTO ACCT-CHANGE-LOG-REC
    IF AT-ACCT-TYPE = 'T' AND (AT-OPEN OR AT-RETYPE)
        *> TERM-DEPOSIT-RECORD holds the terms just opened or
        *> re-instructed
        STRING FUNCTION TRIM(ACCT-CHANGE-LOG-REC) DELIMITED BY SIZE
               " TERM=" DELIMITED BY SIZE
               TD-TERM-MONTHS DELIMITED BY SIZE
               " MATURES=" DELIMITED BY SIZE
               TD-MATURITY-DATE DELIMITED BY SIZE
               " INSTR=" DELIMITED BY SIZE
               TD-INSTRUCTION DELIMITED BY SIZE
               INTO ACCT-CHANGE-LOG-REC
            ON OVERFLOW
                PERFORM NOTE-ACCT-LOG-OVERFLOW
        END-STRING
    END-IF
    IF AT-ACCT-TYPE = 'L' AND AT-OPEN
        STRING FUNCTION TRIM(ACCT-CHANGE-LOG-REC) DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               LN-PRINCIPAL DELIMITED BY SIZE
               " TERM=" DELIMITED BY SIZE
               LN-TERM-MONTHS DELIMITED BY SIZE
               " RATE=" DELIMITED BY SIZE
               LN-RATE DELIMITED BY SIZE
               " DUEDAY=" DELIMITED BY SIZE
               LN-DUE-DAY DELIMITED BY SIZE
               INTO ACCT-CHANGE-LOG-REC
            ON OVERFLOW
                PERFORM NOTE-ACCT-LOG-OVERFLOW
        END-STRING
    END-IF
    IF AT-ADD-PARTY OR AT-END-PARTY
        *> ACCOUNT-OWNER-RECORD holds the link just added or ended
        STRING FUNCTION TRIM(ACCT-CHANGE-LOG-REC) DELIMITED BY SIZE
               " PARTY=" DELIMITED BY SIZE
               OW-PARTY-ID DELIMITED BY SIZE
               " ROLE=" DELIMITED BY SIZE
               OW-ROLE DELIMITED BY SIZE
               " SHARE=" DELIMITED BY SIZE
               OW-SHARE-PCT DELIMITED BY SIZE
               INTO ACCT-CHANGE-LOG-REC
            ON OVERFLOW
                PERFORM NOTE-ACCT-LOG-OVERFLOW
        END-STRING
    END-IF
    IF AT-CLOSE AND WS-ENDED-LINKS > ZERO
        STRING FUNCTION TRIM(ACCT-CHANGE-LOG-REC) DELIMITED BY SIZE
               " LINKS-ENDED=" DELIMITED BY SIZE
               WS-ENDED-LINKS DELIMITED BY SIZE
               INTO ACCT-CHANGE-LOG-REC
            ON OVERFLOW
                PERFORM NOTE-ACCT-LOG-OVERFLOW
        END-STRING
    END-IF
    OPEN EXTEND ACCT-CHANGE-LOG-FILE
    IF ACCT-CHANGE-LOG-STATUS = "35" OR ACCT-CHANGE-LOG-STATUS = "05"
        OPEN OUTPUT ACCT-CHANGE-LOG-FILE
    WRITE ACCT-CHANGE-LOG-REC
    CLOSE ACCT-CHANGE-LOG-FILE.

NOTE-ACCT-LOG-OVERFLOW.
    *> The line is still written with what fit; the warning says the
    *> audit trail for this action is short of its last fields.
    MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
    MOVE "LOGLINE" TO WS-ERR-CODE
    MOVE SPACES TO WS-ERR-MESSAGE
    STRING "Account change log line truncated for " DELIMITED BY SIZE
           AT-CUST-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AT-ACCT-NO DELIMITED BY SIZE
           " ACTION=" DELIMITED BY SIZE
           WS-LOG-ACTION DELIMITED BY SIZE
           INTO WS-ERR-MESSAGE
    SET WS-ERR-WARNING TO TRUE
    PERFORM LOG-COMMON-ERROR.

LOAD-TD-MASTER.
    OPEN INPUT TD-MASTER-FILE
    IF TD-MASTER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-TD-MASTER
            READ TD-MASTER-FILE
                AT END
                    SET WS-END-OF-TD-MASTER TO TRUE
                NOT AT END
                    IF WS-TD-COUNT < 2000
                        ADD 1 TO WS-TD-COUNT
                        MOVE TD-MASTER-REC TO WS-TD-IMAGE(WS-TD-COUNT)
                    ELSE
                        MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
                        MOVE "TBLFULL" TO WS-ERR-CODE
                        MOVE "Certificate master exceeds table, run stopped"
                            TO WS-ERR-MESSAGE
                        SET WS-ERR-FATAL TO TRUE
                        PERFORM LOG-COMMON-ERROR
                        CLOSE TD-MASTER-FILE
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TD-MASTER-FILE
    END-IF.

FIND-TD-ENTRY.
    *> Match on customer id plus account number - the first fourteen
    *> bytes of the image.
    MOVE ZERO TO WS-TD-FOUND-SUB
    PERFORM VARYING WS-TD-SUB FROM 1 BY 1
            UNTIL WS-TD-SUB > WS-TD-COUNT
        IF WS-TD-IMAGE(WS-TD-SUB)(1:14)
                = TERM-DEPOSIT-RECORD(1:14)
            MOVE WS-TD-SUB TO WS-TD-FOUND-SUB
            MOVE WS-TD-COUNT TO WS-TD-SUB
        END-IF
    END-PERFORM.

REWRITE-TD-MASTER.
    *> Same replace-in-place convention as the standing-order master.
    OPEN OUTPUT NEW-TD-MASTER-FILE
    IF NEW-TD-MASTER-STATUS NOT = "00"
        MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
        MOVE NEW-TD-MASTER-STATUS TO WS-ERR-CODE
        MOVE "Unable to open new certificate master, nothing replaced"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM VARYING WS-TD-SUB FROM 1 BY 1
                UNTIL WS-TD-SUB > WS-TD-COUNT
            WRITE NEW-TD-MASTER-REC FROM WS-TD-IMAGE(WS-TD-SUB)
        END-PERFORM
        CLOSE NEW-TD-MASTER-FILE
        CALL "CBL_DELETE_FILE" USING TDMASTERPATH
            RETURNING WS-DELETE-RC
        CALL "CBL_COPY_FILE" USING NEWTDMASTERPATH TDMASTERPATH
            RETURNING WS-DELETE-RC
        IF WS-DELETE-RC NOT = ZERO
            MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
            MOVE "REPLACE" TO WS-ERR-CODE
            MOVE "Could not replace certificate master - rebuild from .new file"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
        ELSE
            CALL "CBL_DELETE_FILE" USING NEWTDMASTERPATH
                RETURNING WS-DELETE-RC
        END-IF
    END-IF.

LOAD-LOAN-MASTER.
    OPEN INPUT LOAN-MASTER-FILE
    IF LOAN-MASTER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-LOAN-MASTER
            READ LOAN-MASTER-FILE
                AT END
                    SET WS-END-OF-LOAN-MASTER TO TRUE
                NOT AT END
                    IF WS-LOAN-COUNT < 2000
                        ADD 1 TO WS-LOAN-COUNT
                        MOVE LOAN-MASTER-REC
                            TO WS-LOAN-IMAGE(WS-LOAN-COUNT)
                    ELSE
                        MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
                        MOVE "TBLFULL" TO WS-ERR-CODE
                        MOVE "Loan master exceeds table, run stopped"
                            TO WS-ERR-MESSAGE
                        SET WS-ERR-FATAL TO TRUE
                        PERFORM LOG-COMMON-ERROR
                        CLOSE LOAN-MASTER-FILE
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LOAN-MASTER-FILE
    END-IF.

FIND-LOAN-ENTRY.
    *> Customer id plus account number, the first fourteen bytes.
    MOVE ZERO TO WS-LOAN-FOUND-SUB
    PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
            UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
        IF WS-LOAN-IMAGE(WS-LOAN-SUB)(1:14) = LOAN-RECORD(1:14)
            MOVE WS-LOAN-SUB TO WS-LOAN-FOUND-SUB
            MOVE WS-LOAN-COUNT TO WS-LOAN-SUB
        END-IF
    END-PERFORM.

REWRITE-LOAN-MASTER.
    OPEN OUTPUT NEW-LOAN-MASTER-FILE
    IF NEW-LOAN-MASTER-STATUS NOT = "00"
        MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
        MOVE NEW-LOAN-MASTER-STATUS TO WS-ERR-CODE
        MOVE "Unable to open new loan master, nothing replaced"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
                UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
            WRITE NEW-LOAN-MASTER-REC FROM WS-LOAN-IMAGE(WS-LOAN-SUB)
        END-PERFORM
        CLOSE NEW-LOAN-MASTER-FILE
        CALL "CBL_DELETE_FILE" USING LOANMASTERPATH
            RETURNING WS-DELETE-RC
        CALL "CBL_COPY_FILE" USING NEWLOANMASTERPATH LOANMASTERPATH
            RETURNING WS-DELETE-RC
        IF WS-DELETE-RC NOT = ZERO
            MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
            MOVE "REPLACE" TO WS-ERR-CODE
            MOVE "Could not replace loan master - rebuild from .new file"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
        ELSE
            CALL "CBL_DELETE_FILE" USING NEWLOANMASTERPATH
                RETURNING WS-DELETE-RC
        END-IF
    END-IF.

LOAD-OWNER-FILE.
    OPEN INPUT OWNER-FILE
    IF OWNER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-OWNER-FILE
            READ OWNER-FILE
                AT END
                    SET WS-END-OF-OWNER-FILE TO TRUE
                NOT AT END
                    IF WS-OWN-COUNT < 2000
                        ADD 1 TO WS-OWN-COUNT
                        MOVE OWNER-REC TO WS-OWN-IMAGE(WS-OWN-COUNT)
                    ELSE
                        MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
                        MOVE "TBLFULL" TO WS-ERR-CODE
                        MOVE "Ownership file exceeds table, run stopped"
                            TO WS-ERR-MESSAGE
                        SET WS-ERR-FATAL TO TRUE
                        PERFORM LOG-COMMON-ERROR
                        CLOSE OWNER-FILE
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OWNER-FILE
    END-IF.

REWRITE-OWNER-FILE.
    OPEN OUTPUT NEW-OWNER-FILE
    IF NEW-OWNER-STATUS NOT = "00"
        MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
        MOVE NEW-OWNER-STATUS TO WS-ERR-CODE
        MOVE "Unable to open new ownership file, nothing replaced"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
                UNTIL WS-OWN-SUB > WS-OWN-COUNT
            WRITE NEW-OWNER-REC FROM WS-OWN-IMAGE(WS-OWN-SUB)
        END-PERFORM
        CLOSE NEW-OWNER-FILE
        CALL "CBL_DELETE_FILE" USING OWNERPATH
            RETURNING WS-DELETE-RC
        CALL "CBL_COPY_FILE" USING NEWOWNERPATH OWNERPATH
            RETURNING WS-DELETE-RC
        IF WS-DELETE-RC NOT = ZERO
            MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
            MOVE "REPLACE" TO WS-ERR-CODE
            MOVE "Could not replace ownership file - rebuild from .new file"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
        ELSE
            CALL "CBL_DELETE_FILE" USING NEWOWNERPATH
                RETURNING WS-DELETE-RC
        END-IF
    END-IF.

REBUILD-OWNER-SUMMARY.
    *> Same rebuild-from-nothing convention as HOLDMNT's hold
    *> summary: one keyed row per customer who is an active party on
    *> another customer's account.
    OPEN OUTPUT OWNER-SUMMARY-FILE
    IF OWNER-SUMMARY-STATUS NOT = "00"
        MOVE "ACCTMNT" TO WS-ERR-PROGRAM-ID
        MOVE OWNER-SUMMARY-STATUS TO WS-ERR-CODE
        MOVE "Unable to open ownership summary file" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    CLOSE OWNER-SUMMARY-FILE
    OPEN I-O OWNER-SUMMARY-FILE
    PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
            UNTIL WS-OWN-SUB > WS-OWN-COUNT
        MOVE WS-OWN-IMAGE(WS-OWN-SUB) TO ACCOUNT-OWNER-RECORD
        IF OW-ACTIVE
            PERFORM ADD-TO-OWNER-SUMMARY
        END-IF
    END-PERFORM
    CLOSE OWNER-SUMMARY-FILE.

ADD-TO-OWNER-SUMMARY.
    MOVE OW-PARTY-ID TO OS-PARTY-ID
    READ OWNER-SUMMARY-FILE
        INVALID KEY
            MOVE SPACES TO OWNER-SUMMARY-RECORD
            MOVE OW-PARTY-ID TO OS-PARTY-ID
            MOVE 1 TO OS-LINK-COUNT
            MOVE OW-CUST-ID TO OS-OWNER-ID(1)
            MOVE OW-ACCT-NO TO OS-ACCT-NO(1)
            MOVE OW-ROLE TO OS-ROLE(1)
            WRITE OWNER-SUMMARY-RECORD
            ADD 1 TO WS-SUMMARY-COUNT
        NOT INVALID KEY
            IF OS-LINK-COUNT < 99
                ADD 1 TO OS-LINK-COUNT
            END-IF
            IF OS-LINK-COUNT NOT > 6
                MOVE OW-CUST-ID TO OS-OWNER-ID(OS-LINK-COUNT)
                MOVE OW-ACCT-NO TO OS-ACCT-NO(OS-LINK-COUNT)
                MOVE OW-ROLE TO OS-ROLE(OS-LINK-COUNT)
            END-IF
            REWRITE OWNER-SUMMARY-RECORD
    END-READ.

    COPY TERMCALC.
    COPY ERRHAND.
    COPY AUTHCHK.
