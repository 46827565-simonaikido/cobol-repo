      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CLOSESET.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLOSE-REQUEST-FILE ASSIGN TO CLOSEREQPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLOSE-REQUEST-STATUS.
    SELECT NEW-CLOSE-REQUEST-FILE ASSIGN TO NEWCLOSEREQPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-CLOSE-REQUEST-STATUS.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT MERGED-TRANS-FILE ASSIGN TO MERGEDTRANSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MERGED-TRANS-STATUS.
    SELECT ACCRUAL-RULES-FILE ASSIGN TO ACCRRULESPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCRUAL-RULES-STATUS.
    SELECT LOAN-MASTER-FILE ASSIGN TO LOANMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOAN-MASTER-STATUS.
    SELECT TD-MASTER-FILE ASSIGN TO TDMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TD-MASTER-STATUS.
    SELECT NEW-TD-MASTER-FILE ASSIGN TO NEWTDMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-TD-MASTER-STATUS.
    SELECT FUNDS-HOLD-FILE ASSIGN TO FUNDSHOLDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FUNDS-HOLD-STATUS.
    SELECT SETTLE-REPORT-FILE ASSIGN TO SETTLEREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SETTLE-REPORT-STATUS.
    SELECT CHECK-REGISTER-FILE ASSIGN TO CHECKREGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHECK-REGISTER-STATUS.
    SELECT CHANGE-LOG-FILE ASSIGN TO CHANGELOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    SELECT OWNER-FILE ASSIGN TO OWNERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OWNER-STATUS.
    SELECT NEW-OWNER-FILE ASSIGN TO NEWOWNERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-OWNER-STATUS.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  CLOSE-REQUEST-FILE.
01  CLOSE-REQUEST-REC      PIC X(139).
FD  NEW-CLOSE-REQUEST-FILE.
01  NEW-CLOSE-REQUEST-REC  PIC X(139).
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  MERGED-TRANS-FILE.
    COPY TRXREC.
FD  ACCRUAL-RULES-FILE.
01  ACCRUAL-RULES-REC      PIC X(100).
FD  LOAN-MASTER-FILE.
01  LOAN-MASTER-REC        PIC X(121).
FD  TD-MASTER-FILE.
01  TD-MASTER-REC          PIC X(71).
FD  NEW-TD-MASTER-FILE.
01  NEW-TD-MASTER-REC      PIC X(71).
FD  FUNDS-HOLD-FILE.
    COPY HOLDREC.
FD  SETTLE-REPORT-FILE.
01  SETTLE-REPORT-LINE     PIC X(132).
FD  CHECK-REGISTER-FILE.
01  CHECK-REGISTER-LINE    PIC X(160).
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
FD  OWNER-FILE.
01  OWNER-REC              PIC X(61).
FD  NEW-OWNER-FILE.
01  NEW-OWNER-REC          PIC X(61).
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  CLOSEREQPATH       PIC X(200) VALUE SPACES.
01  CLOSE-REQUEST-STATUS PIC XX.
01  NEWCLOSEREQPATH    PIC X(200) VALUE SPACES.
01  NEW-CLOSE-REQUEST-STATUS PIC XX.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  MERGEDTRANSPATH    PIC X(200) VALUE SPACES.
01  MERGED-TRANS-STATUS PIC XX.
01  ACCRRULESPATH      PIC X(200) VALUE SPACES.
01  ACCRUAL-RULES-STATUS PIC XX.
01  LOANMASTERPATH     PIC X(200) VALUE SPACES.
01  LOAN-MASTER-STATUS PIC XX.
01  TDMASTERPATH       PIC X(200) VALUE SPACES.
01  TD-MASTER-STATUS   PIC XX.
01  NEWTDMASTERPATH    PIC X(200) VALUE SPACES.
01  NEW-TD-MASTER-STATUS PIC XX.
01  FUNDSHOLDPATH      PIC X(200) VALUE SPACES.
01  FUNDS-HOLD-STATUS  PIC XX.
01  SETTLEREPORTPATH   PIC X(200) VALUE SPACES.
01  SETTLE-REPORT-STATUS PIC XX.
01  CHECKREGPATH       PIC X(200) VALUE SPACES.
01  CHECK-REGISTER-STATUS PIC XX.
01  CHECK-REGISTER-RESULT PIC XX.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  CHANGE-LOG-STATUS  PIC XX.
01  OWNERPATH          PIC X(200) VALUE SPACES.
01  OWNER-STATUS       PIC XX.
01  NEWOWNERPATH       PIC X(200) VALUE SPACES.
01  NEW-OWNER-STATUS   PIC XX.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  WS-RUN-MODE        PIC X(8) VALUE SPACES.
    88  WS-MODE-ISSUE          VALUE SPACES "ISSUE".
    88  WS-MODE-VERIFY         VALUE "VERIFY".
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-REPORT-DATE     PIC X(10).
01  SQL-STATEMENT      PIC X(400).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-SQLCODE-DISP PIC -(9)9.
    COPY CUSTREC.
    COPY ACCTREC.
    COPY TRXJRNL.
    COPY CLOSEREQ.
    COPY LOANREC.
    COPY TDREC.
    COPY OWNREC.
*> Every request on file, worked in memory and written back through
*> a .new file; a request that completes drops off, one still
*> waiting stays with CR-NOTE saying why. RQ- carries what this run
*> has found out about the customer alongside each request image.
01  WS-REQ-TABLE.
    05  WS-REQ-COUNT       PIC 9(4) VALUE ZERO.
    05  WS-REQ-ENTRY       OCCURS 500 TIMES.
        10  WS-REQ-IMAGE       PIC X(139).
        10  RQ-STATE           PIC X(1).
            88  RQ-SKIP                VALUE SPACE.
            88  RQ-READY               VALUE 'Y'.
            88  RQ-DROP                VALUE 'X'.
        10  RQ-NAME            PIC X(40).
        10  RQ-ADDRESS         PIC X(60).
        10  RQ-BALANCE         PIC S9(9)V99.
        10  RQ-CERT-TOTAL      PIC S9(9)V99.
        10  RQ-ADB-BALANCE     PIC S9(9)V99.
        10  RQ-ADB-PREV-DAY    PIC 9(2).
        10  RQ-ADB-ACCUM       PIC S9(13)V99.
        10  RQ-ADB-FIRST-SW    PIC X(1).
            88  RQ-ADB-FIRST-ROW       VALUE 'Y'.
        10  RQ-START-DAY       PIC 9(2).
        10  RQ-PAYOUT-POSTED-SW PIC X(1).
            88  RQ-PAYOUT-POSTED       VALUE 'Y'.
        10  RQ-ACCT-COUNT      PIC 9(2).
        10  RQ-ACCT            OCCURS 20 TIMES.
            15  RQ-ACCT-NO         PIC X(4).
            15  RQ-ACCT-BAL        PIC S9(9)V99.
01  WS-REQ-SUB         PIC 9(4) COMP VALUE ZERO.
01  WS-REQ-FOUND-SUB   PIC 9(4) COMP VALUE ZERO.
01  WS-ACCT-SUB        PIC 9(2) COMP VALUE ZERO.
*> The loan and certificate masters and the hold file are only
*> looked at for the customers asking to close; the certificate
*> master is rewritten when a closed customer's matured-and-held
*> certificates are marked closed with their account.
01  WS-LOAN-TABLE.
    05  WS-LOAN-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-LOAN-IMAGE      PIC X(121) OCCURS 2000 TIMES.
01  WS-LOAN-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-TD-TABLE.
    05  WS-TD-COUNT        PIC 9(4) VALUE ZERO.
    05  WS-TD-IMAGE        PIC X(71) OCCURS 2000 TIMES.
01  WS-TD-SUB          PIC 9(4) COMP VALUE ZERO.
01  WS-TD-CHANGED-SW   PIC X VALUE 'N'.
    88  WS-TD-CHANGED          VALUE 'Y'.
01  WS-HOLD-TABLE.
    05  WS-HOLD-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-HOLD-CUST-ID    PIC X(10) OCCURS 2000 TIMES.
01  WS-HOLD-SUB        PIC 9(4) COMP VALUE ZERO.
*> The account ownership file: a joint owner holds up a customer's
*> own close, a deceased customer's accounts pass to the surviving
*> joint owners or the beneficiaries, and every link the closed
*> customer was on, either side, is ended when the close completes.
01  WS-OWN-TABLE.
    05  WS-OWN-COUNT       PIC 9(4) VALUE ZERO.
    05  WS-OWN-IMAGE       PIC X(61) OCCURS 2000 TIMES.
01  WS-OWN-SUB         PIC 9(4) COMP VALUE ZERO.
01  WS-OWN-CHANGED-SW  PIC X VALUE 'N'.
    88  WS-OWNER-FILE-CHANGED  VALUE 'Y'.
01  WS-LINKS-ENDED     PIC 9(4) VALUE ZERO.
*> What a deceased customer's accounts pay out to other customers,
*> one row per receiving customer and role; WS-BENE- is the living
*> joint owners or beneficiaries of the one account being shared out.
01  WS-DIST-TABLE.
    05  WS-DIST-COUNT      PIC 9(2) VALUE ZERO.
    05  WS-DIST-ENTRY      OCCURS 40 TIMES.
        10  DS-PARTY-ID        PIC X(10).
        10  DS-ROLE            PIC X(1).
        10  DS-AMOUNT          PIC S9(9)V99.
01  WS-DIST-SUB        PIC 9(2) COMP VALUE ZERO.
01  WS-DIST-FOUND-SUB  PIC 9(2) COMP VALUE ZERO.
01  WS-BENE-TABLE.
    05  WS-BENE-COUNT      PIC 9(2) VALUE ZERO.
    05  WS-BENE-ENTRY      OCCURS 20 TIMES.
        10  BN-PARTY-ID        PIC X(10).
        10  BN-SHARE-PCT       PIC 9(3).
01  WS-BENE-SUB        PIC 9(2) COMP VALUE ZERO.
01  WS-SHARE-TOTAL     PIC 9(5) VALUE ZERO.
01  WS-ALLOC-ACCT-NO   PIC X(4) VALUE SPACES.
01  WS-ALLOC-ROLE      PIC X(1) VALUE SPACES.
01  WS-ALLOC-AMT       PIC S9(9)V99 VALUE ZERO.
01  WS-ALLOC-LEFT      PIC S9(9)V99 VALUE ZERO.
01  WS-PORTION-AMT     PIC S9(9)V99 VALUE ZERO.
01  WS-PARTY-STATUS    PIC X(1) VALUE SPACES.
*> ANNUAL-INT-RATE is read from MONACCR's own accrual rules file, so
*> a closing customer is paid at the rate everyone else is paid at
*> month end; CLOSE-FEE comes from the system parameter file.
01  WS-ANNUAL-RATE     PIC S9(3)V9(4) VALUE ZERO.
01  WS-CLOSE-FEE       PIC 9(7)V99 VALUE ZERO.
01  WS-RULE-KEY        PIC X(20) VALUE SPACES.
01  WS-RULE-VALUE      PIC X(80) VALUE SPACES.
01  WS-PROC-MONTH      PIC X(6) VALUE SPACES.
01  WS-PROC-DAY        PIC 9(2) VALUE ZERO.
01  WS-MONTH-FIRST     PIC 9(8) VALUE ZERO.
01  WS-NEXT-FIRST      PIC 9(8) VALUE ZERO.
01  WS-DAYS-IN-MONTH   PIC 9(2) VALUE ZERO.
01  WS-SPAN-FROM       PIC 9(2) VALUE ZERO.
01  WS-SPAN-TO         PIC 9(2) VALUE ZERO.
01  WS-SPAN-DAYS       PIC S9(3) VALUE ZERO.
01  WS-ROW-DAY         PIC 9(2) VALUE ZERO.
01  WS-INTEREST-DAYS   PIC S9(3) VALUE ZERO.
01  WS-INTEREST-AMT    PIC S9(9)V99 VALUE ZERO.
01  WS-FEE-AMT         PIC S9(9)V99 VALUE ZERO.
01  WS-NET-AMT         PIC S9(9)V99 VALUE ZERO.
01  WS-PRIMARY-AMT     PIC S9(9)V99 VALUE ZERO.
01  WS-SURVIVOR-AMT    PIC S9(9)V99 VALUE ZERO.
01  WS-ESTATE-AMT      PIC S9(9)V99 VALUE ZERO.
01  WS-NOTE            PIC X(30) VALUE SPACES.
01  WS-SLIP-SEQ        PIC 9(6) VALUE ZERO.
01  WS-COUNT-RESULT    PIC S9(9) COMP VALUE ZERO.
01  WS-PAYTO-STATUS    PIC X(1) VALUE SPACES.
01  WS-PAYTO-TYPE      PIC X(1) VALUE SPACES.
01  WS-FOUND-SW        PIC X VALUE 'N'.
    88  WS-FOUND               VALUE 'Y'.
01  WS-ISSUED-COUNT    PIC 9(9) VALUE ZERO.
01  WS-WAITING-COUNT   PIC 9(9) VALUE ZERO.
01  WS-CLOSED-COUNT    PIC 9(9) VALUE ZERO.
01  WS-RESETTLE-COUNT  PIC 9(9) VALUE ZERO.
01  WS-DROPPED-COUNT   PIC 9(9) VALUE ZERO.
01  WS-CHECK-COUNT     PIC 9(9) VALUE ZERO.
01  WS-PAYOUT-TOTAL    PIC S9(11)V99 VALUE ZERO.
01  WS-SURVIVOR-TOTAL  PIC S9(11)V99 VALUE ZERO.
01  WS-REASON-TEXT     PIC X(8) VALUE SPACES.
01  WS-SURV-DISP       PIC -(9)9.99.
01  WS-AMT-DISP        PIC -(9)9.99.
01  WS-INT-DISP        PIC -(9)9.99.
01  WS-FEE-DISP        PIC -(9)9.99.
01  PAGE-HEADER-1.
    05  PH-TITLE           PIC X(30) VALUE
        "CLOSING SETTLEMENT REGISTER   ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  PH-MODE            PIC X(8).
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "CUSTOMER         BALANCE      INTEREST           FEE        PAYOUT PAY TO          ACTION".
01  DETAIL-LINE.
    05  DL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-BALANCE         PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-INTEREST        PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-FEE             PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-PAYOUT          PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-PAYTO           PIC X(15).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACTION          PIC X(30).
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-VALUE           PIC -(11)9.99.
    COPY PARMTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "CLOSESET" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Closing settlement for the customers CUSTMAINT was asked to
    *> deactivate. The close is only finished when the money has
    *> left the books through the journal: ISSUE, ahead of TRXPOST,
    *> cuts the interest earned so far this month, the closing fee,
    *> a sweep of every deposit account into the primary and one
    *> payout of the net - a transfer to the named customer, or a
    *> debit paid by official check. VERIFY, behind TRXPOST, closes
    *> every ACCOUNTS row and the customer once the balance is zero;
    *> anything left over (a slip refused, a deposit landing the
    *> same night) sends the request round again the next night.
    *> A deceased customer's accounts first pass by transfer to the
    *> surviving joint owners or the payable-on-death beneficiaries
    *> on the ownership file; the payout is the estate's remainder.
    DISPLAY "CLOSESET-MODE" UPON ENVIRONMENT-NAME
    ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE
    MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
    IF NOT WS-MODE-ISSUE AND NOT WS-MODE-VERIFY
        MOVE "CLOSESET" TO WS-ERR-PROGRAM-ID
        MOVE "BADMODE" TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Unknown CLOSESET-MODE, nothing settled: " DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    IF NOT WS-CAL-BUSINESS-DAY
        DISPLAY "Non-business day, no closes settled"
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM LOAD-PARAMETERS
    MOVE "CLOSE-FEE" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-CLOSE-FEE
    END-IF
    PERFORM RESOLVE-PATHS
    PERFORM LOAD-CLOSE-REQUESTS
    IF WS-REQ-COUNT = ZERO
        DISPLAY "No close requests on file, nothing to settle"
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM LOAD-OWNER-FILE
    PERFORM OPEN-REPORT-FILE
    IF WS-MODE-ISSUE
        PERFORM LOAD-ACCRUAL-RATE
        PERFORM SIZE-PROCESSING-MONTH
        PERFORM LOAD-LOAN-MASTER
        PERFORM LOAD-TD-MASTER
        PERFORM LOAD-FUNDS-HOLDS
        PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                UNTIL WS-REQ-SUB > WS-REQ-COUNT
            MOVE WS-REQ-IMAGE(WS-REQ-SUB) TO CLOSE-REQUEST-RECORD
            IF CR-REQUESTED
                PERFORM SCREEN-ONE-REQUEST
                MOVE CLOSE-REQUEST-RECORD TO WS-REQ-IMAGE(WS-REQ-SUB)
            END-IF
        END-PERFORM
        PERFORM SCAN-JOURNAL
        PERFORM OPEN-POSTING-FILE
        PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                UNTIL WS-REQ-SUB > WS-REQ-COUNT
            IF RQ-READY(WS-REQ-SUB)
                MOVE WS-REQ-IMAGE(WS-REQ-SUB) TO CLOSE-REQUEST-RECORD
                PERFORM ISSUE-ONE-SETTLEMENT
                MOVE CLOSE-REQUEST-RECORD TO WS-REQ-IMAGE(WS-REQ-SUB)
            END-IF
        END-PERFORM
        CLOSE MERGED-TRANS-FILE
    ELSE
        PERFORM LOAD-TD-MASTER
        PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                UNTIL WS-REQ-SUB > WS-REQ-COUNT
            MOVE WS-REQ-IMAGE(WS-REQ-SUB) TO CLOSE-REQUEST-RECORD
            IF CR-ISSUED
                SET RQ-READY(WS-REQ-SUB) TO TRUE
            END-IF
        END-PERFORM
        PERFORM SCAN-JOURNAL
        PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                UNTIL WS-REQ-SUB > WS-REQ-COUNT
            IF RQ-READY(WS-REQ-SUB)
                MOVE WS-REQ-IMAGE(WS-REQ-SUB) TO CLOSE-REQUEST-RECORD
                PERFORM VERIFY-ONE-SETTLEMENT
                MOVE CLOSE-REQUEST-RECORD TO WS-REQ-IMAGE(WS-REQ-SUB)
            END-IF
        END-PERFORM
        IF WS-TD-CHANGED
            PERFORM REWRITE-TD-MASTER
        END-IF
        IF WS-OWNER-FILE-CHANGED
            PERFORM REWRITE-OWNER-FILE
        END-IF
    END-IF
    PERFORM WRITE-REPORT-TOTALS
    CLOSE SETTLE-REPORT-FILE
    PERFORM REWRITE-CLOSE-REQUESTS
    IF WS-MODE-ISSUE
        DISPLAY "CLOSESET issue complete - settlements issued: "
                WS-ISSUED-COUNT
                " waiting: " WS-WAITING-COUNT
                " dropped: " WS-DROPPED-COUNT
    ELSE
        DISPLAY "CLOSESET verify complete - closed: " WS-CLOSED-COUNT
                " to settle again: " WS-RESETTLE-COUNT
                " official checks: " WS-CHECK-COUNT
                " links ended: " WS-LINKS-ENDED
    END-IF
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "CLOSE-REQUEST-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CLOSEREQPATH FROM ENVIRONMENT-VALUE
    IF CLOSEREQPATH = SPACES
        MOVE "close-requests.dat" TO CLOSEREQPATH
    END-IF
    MOVE SPACES TO NEWCLOSEREQPATH
    STRING FUNCTION TRIM(CLOSEREQPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWCLOSEREQPATH
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    DISPLAY "TRX-TRANS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT MERGEDTRANSPATH FROM ENVIRONMENT-VALUE
    IF MERGEDTRANSPATH = SPACES
        MOVE "daily-trans.dat" TO MERGEDTRANSPATH
    END-IF
    DISPLAY "ACCRUAL-RULES-PATH" UPON ENVIRONMENT-NAME
    ACCEPT ACCRRULESPATH FROM ENVIRONMENT-VALUE
    IF ACCRRULESPATH = SPACES
        MOVE "accrual-rules.dat" TO ACCRRULESPATH
    END-IF
    DISPLAY "LOAN-MASTER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT LOANMASTERPATH FROM ENVIRONMENT-VALUE
    IF LOANMASTERPATH = SPACES
        MOVE "loans.dat" TO LOANMASTERPATH
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
    DISPLAY "FUNDS-HOLD-PATH" UPON ENVIRONMENT-NAME
    ACCEPT FUNDSHOLDPATH FROM ENVIRONMENT-VALUE
    IF FUNDSHOLDPATH = SPACES
        MOVE "funds-holds.dat" TO FUNDSHOLDPATH
    END-IF
    DISPLAY "CLOSE-SETTLEMENT-REPORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT SETTLEREPORTPATH FROM ENVIRONMENT-VALUE
    IF SETTLEREPORTPATH = SPACES
        MOVE "close-settlement.dat" TO SETTLEREPORTPATH
    END-IF
    DISPLAY "OFFICIAL-CHECK-REGISTER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHECKREGPATH FROM ENVIRONMENT-VALUE
    IF CHECKREGPATH = SPACES
        MOVE "official-check-register.dat" TO CHECKREGPATH
    END-IF
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHANGELOGPATH FROM ENVIRONMENT-VALUE
    IF CHANGELOGPATH = SPACES
        MOVE "custmaint-change-log.dat" TO CHANGELOGPATH
    END-IF
    DISPLAY "ACCOUNT-OWNER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OWNERPATH FROM ENVIRONMENT-VALUE
    IF OWNERPATH = SPACES
        MOVE "account-owners.dat" TO OWNERPATH
    END-IF
    MOVE SPACES TO NEWOWNERPATH
    STRING FUNCTION TRIM(OWNERPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWOWNERPATH.

LOAD-CLOSE-REQUESTS.
    *> A customer keyed for close twice before the first settles
    *> keeps the first request; the second is dropped.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT CLOSE-REQUEST-FILE
    IF CLOSE-REQUEST-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ CLOSE-REQUEST-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE CLOSE-REQUEST-REC TO CLOSE-REQUEST-RECORD
                    PERFORM STORE-CLOSE-REQUEST
            END-READ
        END-PERFORM
        CLOSE CLOSE-REQUEST-FILE
    END-IF.

STORE-CLOSE-REQUEST.
    MOVE ZERO TO WS-REQ-FOUND-SUB
    PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
            UNTIL WS-REQ-SUB > WS-REQ-COUNT
        IF WS-REQ-IMAGE(WS-REQ-SUB)(1:10) = CR-CUST-ID
            MOVE WS-REQ-SUB TO WS-REQ-FOUND-SUB
            MOVE WS-REQ-COUNT TO WS-REQ-SUB
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-REQ-FOUND-SUB > ZERO
            DISPLAY "Duplicate close request dropped: " CR-CUST-ID
        WHEN WS-REQ-COUNT < 500
            ADD 1 TO WS-REQ-COUNT
            INITIALIZE WS-REQ-ENTRY(WS-REQ-COUNT)
            MOVE CLOSE-REQUEST-RECORD TO WS-REQ-IMAGE(WS-REQ-COUNT)
            MOVE SPACE TO RQ-STATE(WS-REQ-COUNT)
        WHEN OTHER
            MOVE "CLOSESET" TO WS-ERR-PROGRAM-ID
            MOVE "OVERFLOW" TO WS-ERR-CODE
            MOVE "Close request table exceeded 500, settlement aborted"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 12 TO RETURN-CODE
            PERFORM RECORD-STEP-END
            STOP RUN
    END-EVALUATE.

LOAD-ACCRUAL-RATE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT ACCRUAL-RULES-FILE
    IF ACCRUAL-RULES-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ ACCRUAL-RULES-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE SPACES TO WS-RULE-KEY WS-RULE-VALUE
                    UNSTRING ACCRUAL-RULES-REC DELIMITED BY "="
                        INTO WS-RULE-KEY WS-RULE-VALUE
                    IF WS-RULE-KEY = "ANNUAL-INT-RATE"
                            AND WS-RULE-VALUE NOT = SPACES
                            AND FUNCTION TEST-NUMVAL(WS-RULE-VALUE)
                                = ZERO
                        MOVE FUNCTION NUMVAL(WS-RULE-VALUE)
                            TO WS-ANNUAL-RATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACCRUAL-RULES-FILE
    END-IF.

SIZE-PROCESSING-MONTH.
    *> Same month arithmetic as MONACCR, so a full month's interest
    *> worked here would come to what the month-end accrual pays.
    MOVE WS-PROC-DATE(1:6) TO WS-PROC-MONTH
    MOVE WS-PROC-DATE(7:2) TO WS-PROC-DAY
    COMPUTE WS-MONTH-FIRST = WS-PROC-DATE -
        FUNCTION MOD(WS-PROC-DATE, 100) + 1
    IF WS-MONTH-FIRST(5:2) = "12"
        COMPUTE WS-NEXT-FIRST = WS-MONTH-FIRST + 8900
    ELSE
        COMPUTE WS-NEXT-FIRST = WS-MONTH-FIRST + 100
    END-IF
    COMPUTE WS-DAYS-IN-MONTH =
        FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) -
        FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST).

LOAD-LOAN-MASTER.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT LOAN-MASTER-FILE
    IF LOAN-MASTER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ LOAN-MASTER-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF WS-LOAN-COUNT < 2000
                        ADD 1 TO WS-LOAN-COUNT
                        MOVE LOAN-MASTER-REC
                            TO WS-LOAN-IMAGE(WS-LOAN-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LOAN-MASTER-FILE
    END-IF.

LOAD-TD-MASTER.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TD-MASTER-FILE
    IF TD-MASTER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ TD-MASTER-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF WS-TD-COUNT < 2000
                        ADD 1 TO WS-TD-COUNT
                        MOVE TD-MASTER-REC TO WS-TD-IMAGE(WS-TD-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TD-MASTER-FILE
    END-IF.

LOAD-FUNDS-HOLDS.
    *> Same in-force test TRXPOST uses: active, and the business date
    *> before the expiry (no expiry: in force until released).
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT FUNDS-HOLD-FILE
    IF FUNDS-HOLD-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ FUNDS-HOLD-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF HD-ACTIVE
                            AND (HD-EXPIRY-DATE = SPACES
                                OR HD-EXPIRY-DATE = ZEROS
                                OR HD-EXPIRY-DATE > WS-PROC-DATE)
                            AND WS-HOLD-COUNT < 2000
                        ADD 1 TO WS-HOLD-COUNT
                        MOVE HD-CUST-ID TO WS-HOLD-CUST-ID(WS-HOLD-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FUNDS-HOLD-FILE
    END-IF.

LOAD-OWNER-FILE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT OWNER-FILE
    IF OWNER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ OWNER-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF WS-OWN-COUNT < 2000
                        ADD 1 TO WS-OWN-COUNT
                        MOVE OWNER-REC TO WS-OWN-IMAGE(WS-OWN-COUNT)
                    ELSE
                        *> a short table would pay a deceased customer's
                        *> account to the wrong people, and VERIFY would
                        *> drop the rows it could not hold on the rewrite
                        MOVE "CLOSESET" TO WS-ERR-PROGRAM-ID
                        MOVE "TBLFULL" TO WS-ERR-CODE
                        MOVE "Ownership file exceeds table, nothing settled"
                            TO WS-ERR-MESSAGE
                        SET WS-ERR-FATAL TO TRUE
                        PERFORM LOG-COMMON-ERROR
                        CLOSE OWNER-FILE
                        MOVE 12 TO RETURN-CODE
                        PERFORM RECORD-STEP-END
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OWNER-FILE
    END-IF.

OPEN-REPORT-FILE.
    OPEN EXTEND SETTLE-REPORT-FILE
    IF SETTLE-REPORT-STATUS = "35" OR SETTLE-REPORT-STATUS = "05"
        OPEN OUTPUT SETTLE-REPORT-FILE
    END-IF
    STRING WS-PROC-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    IF WS-MODE-ISSUE
        MOVE "ISSUE" TO PH-MODE
    ELSE
        MOVE "VERIFY" TO PH-MODE
    END-IF
    WRITE SETTLE-REPORT-LINE FROM PAGE-HEADER-1
    WRITE SETTLE-REPORT-LINE FROM COLUMN-HEADER-LINE.

OPEN-POSTING-FILE.
    OPEN EXTEND MERGED-TRANS-FILE
    IF MERGED-TRANS-STATUS = "35" OR MERGED-TRANS-STATUS = "05"
        OPEN OUTPUT MERGED-TRANS-FILE
    END-IF.

SCREEN-ONE-REQUEST.
    *> Everything that would stop the money leaving in one night is
    *> checked before a single slip is cut, so a settlement is never
    *> left half-issued: the request waits, with the reason on it.
    MOVE SPACES TO WS-NOTE
    PERFORM LOOKUP-CLOSING-CUSTOMER
    EVALUATE TRUE
        WHEN NOT WS-FOUND
            MOVE "CUSTOMER NOT ON FILE" TO WS-NOTE
            SET RQ-DROP(WS-REQ-SUB) TO TRUE
        WHEN CUST-STATUS = 'C'
            MOVE "ALREADY CLOSED" TO WS-NOTE
            SET RQ-DROP(WS-REQ-SUB) TO TRUE
        WHEN OTHER
            PERFORM CHECK-LOANS-AND-CERTIFICATES
            IF WS-NOTE = SPACES
                PERFORM CHECK-FUNDS-HOLDS
            END-IF
            IF WS-NOTE = SPACES
                PERFORM CHECK-PAYTO-ACCOUNT
            END-IF
            IF WS-NOTE = SPACES AND NOT CR-DECEASED
                PERFORM CHECK-JOINT-OWNERS
            END-IF
            IF WS-NOTE = SPACES
                PERFORM LOAD-CLOSING-ACCOUNTS
            END-IF
    END-EVALUATE
    EVALUATE TRUE
        WHEN RQ-DROP(WS-REQ-SUB)
            ADD 1 TO WS-DROPPED-COUNT
            MOVE WS-NOTE TO CR-NOTE
            PERFORM WRITE-WAITING-LINE
        WHEN WS-NOTE NOT = SPACES
            ADD 1 TO WS-WAITING-COUNT
            MOVE WS-NOTE TO CR-NOTE
            PERFORM WRITE-WAITING-LINE
        WHEN OTHER
            SET RQ-READY(WS-REQ-SUB) TO TRUE
            *> interest already paid by an earlier pass this month is
            *> not paid again
            MOVE 1 TO RQ-START-DAY(WS-REQ-SUB)
            IF CR-INTEREST-THRU IS NUMERIC
                    AND CR-INTEREST-THRU(1:6) = WS-PROC-MONTH
                COMPUTE RQ-START-DAY(WS-REQ-SUB) =
                    FUNCTION NUMVAL(CR-INTEREST-THRU(7:2)) + 1
            END-IF
            MOVE CUST-BALANCE TO RQ-ADB-BALANCE(WS-REQ-SUB)
            MOVE 1 TO RQ-ADB-PREV-DAY(WS-REQ-SUB)
            MOVE ZERO TO RQ-ADB-ACCUM(WS-REQ-SUB)
            MOVE 'Y' TO RQ-ADB-FIRST-SW(WS-REQ-SUB)
    END-EVALUATE.

LOOKUP-CLOSING-CUSTOMER.
    MOVE 'N' TO WS-FOUND-SW
    MOVE ZERO TO CUST-BALANCE
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT ID, NAME, ADDRESS, BALANCE, STATUS FROM CUSTOMERS "
           "WHERE ID = '" DELIMITED BY SIZE
           CR-CUST-ID DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C26 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C26
    END-EXEC
    EXEC SQL
        FETCH C26 INTO :CUST-ID, :CUST-NAME, :CUST-ADDRESS,
                       :CUST-BALANCE, :CUST-STATUS
    END-EXEC
    IF SQLCODE = ZERO
        SET WS-FOUND TO TRUE
        MOVE CUST-NAME TO RQ-NAME(WS-REQ-SUB)
        MOVE CUST-ADDRESS TO RQ-ADDRESS(WS-REQ-SUB)
    END-IF
    MOVE CUST-BALANCE TO RQ-BALANCE(WS-REQ-SUB)
    EXEC SQL
        CLOSE C26
    END-EXEC.

CHECK-LOANS-AND-CERTIFICATES.
    *> A loan not yet paid off is closed through the loan desk
    *> first; a certificate still inside its term would be broken
    *> early, so it waits for maturity or an instruction change.
    PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
            UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
        MOVE WS-LOAN-IMAGE(WS-LOAN-SUB) TO LOAN-RECORD
        IF LN-CUST-ID = CR-CUST-ID
                AND (LN-BOOKED OR LN-DISBURSING OR LN-ACTIVE)
            MOVE "LOAN NOT PAID OFF" TO WS-NOTE
            MOVE WS-LOAN-COUNT TO WS-LOAN-SUB
        END-IF
    END-PERFORM
    IF WS-NOTE = SPACES
        PERFORM VARYING WS-TD-SUB FROM 1 BY 1
                UNTIL WS-TD-SUB > WS-TD-COUNT
            MOVE WS-TD-IMAGE(WS-TD-SUB) TO TERM-DEPOSIT-RECORD
            IF TD-CUST-ID = CR-CUST-ID AND TD-ACTIVE
                MOVE "CERTIFICATE STILL IN TERM" TO WS-NOTE
                MOVE WS-TD-COUNT TO WS-TD-SUB
            END-IF
        END-PERFORM
    END-IF.

CHECK-FUNDS-HOLDS.
    PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
            UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
        IF WS-HOLD-CUST-ID(WS-HOLD-SUB) = CR-CUST-ID
            MOVE "FUNDS HOLD IN FORCE" TO WS-NOTE
            MOVE WS-HOLD-COUNT TO WS-HOLD-SUB
        END-IF
    END-PERFORM.

CHECK-PAYTO-ACCOUNT.
    *> The receiving customer must be open, and a named receiving
    *> account an open demand or savings account under it.
    IF CR-PAYTO-CUST-ID NOT = SPACES
        MOVE SPACES TO WS-PAYTO-STATUS
        MOVE SPACES TO SQL-STATEMENT
        STRING "SELECT STATUS FROM CUSTOMERS WHERE ID = '"
               DELIMITED BY SIZE
               CR-PAYTO-CUST-ID DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SQL-STATEMENT
        EXEC SQL
            DECLARE C28 CURSOR FOR
            EXECUTE IMMEDIATE :SQL-STATEMENT
        END-EXEC
        EXEC SQL
            OPEN C28
        END-EXEC
        EXEC SQL
            FETCH C28 INTO :WS-PAYTO-STATUS
        END-EXEC
        EXEC SQL
            CLOSE C28
        END-EXEC
        IF WS-PAYTO-STATUS NOT = 'A'
            MOVE "PAYOUT CUSTOMER NOT OPEN" TO WS-NOTE
        END-IF
    END-IF
    IF WS-NOTE = SPACES AND CR-PAYTO-ACCT-NO NOT = SPACES
        MOVE SPACES TO WS-PAYTO-STATUS WS-PAYTO-TYPE
        MOVE SPACES TO SQL-STATEMENT
        STRING "SELECT TYPE, STATUS FROM ACCOUNTS WHERE CUST_ID = '"
               DELIMITED BY SIZE
               CR-PAYTO-CUST-ID DELIMITED BY SIZE
               "' AND ACCT_NO = '" DELIMITED BY SIZE
               CR-PAYTO-ACCT-NO DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SQL-STATEMENT
        EXEC SQL
            DECLARE C29 CURSOR FOR
            EXECUTE IMMEDIATE :SQL-STATEMENT
        END-EXEC
        EXEC SQL
            OPEN C29
        END-EXEC
        EXEC SQL
            FETCH C29 INTO :WS-PAYTO-TYPE, :WS-PAYTO-STATUS
        END-EXEC
        EXEC SQL
            CLOSE C29
        END-EXEC
        IF WS-PAYTO-STATUS NOT = 'A'
                OR (WS-PAYTO-TYPE NOT = 'D' AND WS-PAYTO-TYPE NOT = 'S')
            MOVE "PAYOUT ACCOUNT NOT OPEN" TO WS-NOTE
        END-IF
    END-IF.

CHECK-JOINT-OWNERS.
    *> A customer cannot close out an account someone else owns with
    *> them; the joint owner is taken off through ACCTMNT first, or
    *> the account goes to them when the close is for a death.
    PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
            UNTIL WS-OWN-SUB > WS-OWN-COUNT
        MOVE WS-OWN-IMAGE(WS-OWN-SUB) TO ACCOUNT-OWNER-RECORD
        IF OW-CUST-ID = CR-CUST-ID AND OW-JOINT-OWNER AND OW-ACTIVE
            MOVE "JOINT OWNER ON ACCOUNT" TO WS-NOTE
            MOVE WS-OWN-COUNT TO WS-OWN-SUB
        END-IF
    END-PERFORM.

LOAD-CLOSING-ACCOUNTS.
    *> The open accounts and their splits of the rollup; each one
    *> holding money is swept into the primary before the payout.
    MOVE ZERO TO RQ-ACCT-COUNT(WS-REQ-SUB)
    MOVE ZERO TO RQ-CERT-TOTAL(WS-REQ-SUB)
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT ACCT_NO, TYPE, BALANCE FROM ACCOUNTS "
           "WHERE CUST_ID = '" DELIMITED BY SIZE
           CR-CUST-ID DELIMITED BY SIZE
           "' AND STATUS = 'A' ORDER BY ACCT_NO" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C27 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C27
    END-EXEC
    PERFORM UNTIL SQLCODE NOT = ZERO
        EXEC SQL
            FETCH C27 INTO :ACCT-NO, :ACCT-TYPE, :ACCT-BALANCE
        END-EXEC
        IF SQLCODE = ZERO
            EVALUATE TRUE
                WHEN ACCT-BALANCE < ZERO
                    MOVE "ACCOUNT OVERDRAWN" TO WS-NOTE
                WHEN ACCT-BALANCE = ZERO
                    CONTINUE
                WHEN RQ-ACCT-COUNT(WS-REQ-SUB) >= 20
                    MOVE "TOO MANY ACCOUNTS TO SWEEP" TO WS-NOTE
                WHEN OTHER
                    ADD 1 TO RQ-ACCT-COUNT(WS-REQ-SUB)
                    MOVE RQ-ACCT-COUNT(WS-REQ-SUB) TO WS-ACCT-SUB
                    MOVE ACCT-NO
                        TO RQ-ACCT-NO(WS-REQ-SUB, WS-ACCT-SUB)
                    MOVE ACCT-BALANCE
                        TO RQ-ACCT-BAL(WS-REQ-SUB, WS-ACCT-SUB)
                    IF ACCT-TERM-DEPOSIT
                        ADD ACCT-BALANCE TO RQ-CERT-TOTAL(WS-REQ-SUB)
                    END-IF
            END-EVALUATE
        END-IF
    END-PERFORM
    EXEC SQL
        CLOSE C27
    END-EXEC
    MOVE ZERO TO SQLCODE.

SCAN-JOURNAL.
    *> One pass over the journal. ISSUE walks this month's rows of
    *> each customer ready to settle for the day-weighted balance the
    *> interest is paid on - the same walk MONACCR makes at month
    *> end. VERIFY looks for tonight's payout rows, which is what
    *> tells it an official check is owed.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                    PERFORM SCAN-ONE-JOURNAL-ROW
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF.

SCAN-ONE-JOURNAL-ROW.
    MOVE ZERO TO WS-REQ-FOUND-SUB
    IF (WS-MODE-ISSUE AND TJ-EFF-DATE(1:6) = WS-PROC-MONTH)
            OR (WS-MODE-VERIFY AND TJ-POST-DATE = WS-PROC-DATE)
        PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                UNTIL WS-REQ-SUB > WS-REQ-COUNT
            IF RQ-READY(WS-REQ-SUB)
                    AND WS-REQ-IMAGE(WS-REQ-SUB)(1:10) = TJ-CUST-ID
                MOVE WS-REQ-SUB TO WS-REQ-FOUND-SUB
                MOVE WS-REQ-COUNT TO WS-REQ-SUB
            END-IF
        END-PERFORM
    END-IF
    IF WS-REQ-FOUND-SUB > ZERO
        MOVE WS-REQ-FOUND-SUB TO WS-REQ-SUB
        IF WS-MODE-ISSUE
            PERFORM ACCUMULATE-ADB-ROW
        ELSE
            MOVE WS-REQ-IMAGE(WS-REQ-SUB) TO CLOSE-REQUEST-RECORD
            IF TJ-SLIP-SERIAL = CR-PAYOUT-SERIAL
                    AND CR-PAYOUT-SERIAL NOT = SPACES
                SET RQ-PAYOUT-POSTED(WS-REQ-SUB) TO TRUE
            END-IF
        END-IF
    END-IF.

ACCUMULATE-ADB-ROW.
    IF TJ-EFF-DATE(7:2) NUMERIC
        MOVE TJ-EFF-DATE(7:2) TO WS-ROW-DAY
    ELSE
        MOVE 1 TO WS-ROW-DAY
    END-IF
    IF RQ-ADB-FIRST-ROW(WS-REQ-SUB)
        MOVE TJ-BEFORE-BALANCE TO RQ-ADB-BALANCE(WS-REQ-SUB)
        MOVE 'N' TO RQ-ADB-FIRST-SW(WS-REQ-SUB)
    END-IF
    IF WS-ROW-DAY > RQ-ADB-PREV-DAY(WS-REQ-SUB)
        MOVE RQ-ADB-PREV-DAY(WS-REQ-SUB) TO WS-SPAN-FROM
        COMPUTE WS-SPAN-TO = WS-ROW-DAY - 1
        PERFORM ADD-ADB-SPAN
        MOVE WS-ROW-DAY TO RQ-ADB-PREV-DAY(WS-REQ-SUB)
    END-IF
    MOVE TJ-AFTER-BALANCE TO RQ-ADB-BALANCE(WS-REQ-SUB).

ADD-ADB-SPAN.
    *> Only the days from the first unpaid day through tonight count.
    IF WS-SPAN-FROM < RQ-START-DAY(WS-REQ-SUB)
        MOVE RQ-START-DAY(WS-REQ-SUB) TO WS-SPAN-FROM
    END-IF
    IF WS-SPAN-TO > WS-PROC-DAY
        MOVE WS-PROC-DAY TO WS-SPAN-TO
    END-IF
    COMPUTE WS-SPAN-DAYS = WS-SPAN-TO - WS-SPAN-FROM + 1
    IF WS-SPAN-DAYS > ZERO
        COMPUTE RQ-ADB-ACCUM(WS-REQ-SUB) = RQ-ADB-ACCUM(WS-REQ-SUB)
            + RQ-ADB-BALANCE(WS-REQ-SUB) * WS-SPAN-DAYS
    END-IF.

ISSUE-ONE-SETTLEMENT.
    *> Interest on the day-weighted balance from the first unpaid
    *> day through tonight, less the certificate money MONACCR would
    *> also have left out, at the month-end rate pro rata.
    MOVE RQ-ADB-PREV-DAY(WS-REQ-SUB) TO WS-SPAN-FROM
    MOVE WS-PROC-DAY TO WS-SPAN-TO
    PERFORM ADD-ADB-SPAN
    COMPUTE WS-INTEREST-DAYS =
        WS-PROC-DAY - RQ-START-DAY(WS-REQ-SUB) + 1
    MOVE ZERO TO WS-INTEREST-AMT
    IF WS-INTEREST-DAYS > ZERO AND WS-ANNUAL-RATE > ZERO
        COMPUTE RQ-ADB-ACCUM(WS-REQ-SUB) = RQ-ADB-ACCUM(WS-REQ-SUB)
            - RQ-CERT-TOTAL(WS-REQ-SUB) * WS-INTEREST-DAYS
        IF RQ-ADB-ACCUM(WS-REQ-SUB) > ZERO
            COMPUTE WS-INTEREST-AMT ROUNDED =
                RQ-ADB-ACCUM(WS-REQ-SUB) * WS-ANNUAL-RATE / 100 / 12
                / WS-DAYS-IN-MONTH
        END-IF
    END-IF
    *> the primary's own part of the rollup - what the accounts
    *> being swept do not hold - carries the interest and the fee
    COMPUTE WS-PRIMARY-AMT = RQ-BALANCE(WS-REQ-SUB) + WS-INTEREST-AMT
    PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
            UNTIL WS-ACCT-SUB > RQ-ACCT-COUNT(WS-REQ-SUB)
        SUBTRACT RQ-ACCT-BAL(WS-REQ-SUB, WS-ACCT-SUB) FROM WS-PRIMARY-AMT
    END-PERFORM
    *> the closing fee once, and never more than there is to pay it;
    *> an estate pays it from the primary alone, since the accounts
    *> that pass to joint owners or beneficiaries are not the estate's
    MOVE ZERO TO WS-FEE-AMT
    IF NOT CR-FEE-DONE
        MOVE WS-CLOSE-FEE TO WS-FEE-AMT
        IF WS-FEE-AMT > RQ-BALANCE(WS-REQ-SUB) + WS-INTEREST-AMT
            COMPUTE WS-FEE-AMT = RQ-BALANCE(WS-REQ-SUB) + WS-INTEREST-AMT
        END-IF
        IF CR-DECEASED AND WS-FEE-AMT > WS-PRIMARY-AMT
            MOVE WS-PRIMARY-AMT TO WS-FEE-AMT
        END-IF
        IF WS-FEE-AMT < ZERO
            MOVE ZERO TO WS-FEE-AMT
        END-IF
    END-IF
    SUBTRACT WS-FEE-AMT FROM WS-PRIMARY-AMT
    COMPUTE WS-NET-AMT =
        RQ-BALANCE(WS-REQ-SUB) + WS-INTEREST-AMT - WS-FEE-AMT
    IF WS-NET-AMT < ZERO
        *> an overdrawn customer cannot be paid out; the branch
        *> collects or the balance goes the charge-off route
        MOVE "OVERDRAWN - COLLECT OR CHARGE" TO CR-NOTE
        ADD 1 TO WS-WAITING-COUNT
        PERFORM WRITE-WAITING-LINE
    ELSE IF CR-DECEASED AND WS-PRIMARY-AMT < ZERO
        *> the other accounts are not the estate's to cover it with
        MOVE "PRIMARY OVERDRAWN - COLLECT" TO CR-NOTE
        ADD 1 TO WS-WAITING-COUNT
        PERFORM WRITE-WAITING-LINE
    ELSE
        IF WS-INTEREST-AMT > ZERO
            MOVE SPACES TO DAILY-TRANS-RECORD
            SET DT-TRAN-INTEREST TO TRUE
            MOVE WS-INTEREST-AMT TO DT-AMOUNT
            PERFORM WRITE-SETTLEMENT-SLIP
        END-IF
        IF WS-FEE-AMT > ZERO
            MOVE SPACES TO DAILY-TRANS-RECORD
            SET DT-TRAN-FEE TO TRUE
            MOVE WS-FEE-AMT TO DT-AMOUNT
            PERFORM WRITE-SETTLEMENT-SLIP
        END-IF
        MOVE 'Y' TO CR-FEE-CHARGED
        *> each account's money into the primary: the credit first,
        *> so the rollup never dips on the way through
        PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                UNTIL WS-ACCT-SUB > RQ-ACCT-COUNT(WS-REQ-SUB)
            MOVE SPACES TO DAILY-TRANS-RECORD
            MOVE 'C' TO DT-TRAN-CODE
            MOVE RQ-ACCT-BAL(WS-REQ-SUB, WS-ACCT-SUB) TO DT-AMOUNT
            PERFORM WRITE-SETTLEMENT-SLIP
            MOVE SPACES TO DAILY-TRANS-RECORD
            MOVE 'D' TO DT-TRAN-CODE
            MOVE RQ-ACCT-BAL(WS-REQ-SUB, WS-ACCT-SUB) TO DT-AMOUNT
            MOVE RQ-ACCT-NO(WS-REQ-SUB, WS-ACCT-SUB) TO DT-ACCT-NO
            PERFORM WRITE-SETTLEMENT-SLIP
        END-PERFORM
        *> a deceased customer's accounts go first to the surviving
        *> joint owners and beneficiaries, by transfer to each one's
        *> primary; only the rest is the estate's to pay out
        MOVE ZERO TO WS-DIST-COUNT WS-SURVIVOR-AMT
        IF CR-DECEASED
            PERFORM ALLOCATE-DECEASED-BALANCES
        END-IF
        PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
                UNTIL WS-DIST-SUB > WS-DIST-COUNT
            MOVE SPACES TO DAILY-TRANS-RECORD
            SET DT-TRAN-TRANSFER TO TRUE
            MOVE DS-PARTY-ID(WS-DIST-SUB) TO DT-TO-CUST-ID
            MOVE DS-AMOUNT(WS-DIST-SUB) TO DT-AMOUNT
            PERFORM WRITE-SETTLEMENT-SLIP
        END-PERFORM
        COMPUTE WS-ESTATE-AMT = WS-NET-AMT - WS-SURVIVOR-AMT
        MOVE SPACES TO CR-PAYOUT-SERIAL
        IF WS-ESTATE-AMT > ZERO
            MOVE SPACES TO DAILY-TRANS-RECORD
            IF CR-PAYTO-CUST-ID = SPACES
                MOVE 'D' TO DT-TRAN-CODE
            ELSE
                SET DT-TRAN-TRANSFER TO TRUE
                MOVE CR-PAYTO-CUST-ID TO DT-TO-CUST-ID
                MOVE CR-PAYTO-ACCT-NO TO DT-TO-ACCT-NO
            END-IF
            MOVE WS-ESTATE-AMT TO DT-AMOUNT
            PERFORM WRITE-SETTLEMENT-SLIP
            MOVE DT-SLIP-SERIAL TO CR-PAYOUT-SERIAL
        END-IF
        ADD WS-INTEREST-AMT TO CR-INTEREST
        ADD WS-FEE-AMT TO CR-FEE
        MOVE WS-ESTATE-AMT TO CR-PAYOUT
        MOVE WS-SURVIVOR-AMT TO CR-SURVIVOR-PAID
        MOVE WS-PROC-DATE TO CR-INTEREST-THRU
        MOVE SPACES TO CR-NOTE
        SET CR-ISSUED TO TRUE
        ADD 1 TO WS-ISSUED-COUNT
        ADD WS-ESTATE-AMT TO WS-PAYOUT-TOTAL
        ADD WS-SURVIVOR-AMT TO WS-SURVIVOR-TOTAL
        MOVE SPACES TO DETAIL-LINE
        MOVE CR-CUST-ID TO DL-CUST-ID
        MOVE RQ-BALANCE(WS-REQ-SUB) TO DL-BALANCE
        MOVE WS-INTEREST-AMT TO DL-INTEREST
        MOVE WS-FEE-AMT TO DL-FEE
        MOVE WS-ESTATE-AMT TO DL-PAYOUT
        PERFORM FORMAT-PAYTO
        IF CR-DECEASED
            MOVE "ESTATE SETTLEMENT ISSUED" TO DL-ACTION
        ELSE
            MOVE "SETTLEMENT ISSUED" TO DL-ACTION
        END-IF
        WRITE SETTLE-REPORT-LINE FROM DETAIL-LINE
        PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
                UNTIL WS-DIST-SUB > WS-DIST-COUNT
            MOVE SPACES TO DETAIL-LINE
            MOVE CR-CUST-ID TO DL-CUST-ID
            MOVE DS-AMOUNT(WS-DIST-SUB) TO DL-PAYOUT
            MOVE DS-PARTY-ID(WS-DIST-SUB) TO DL-PAYTO
            IF DS-ROLE(WS-DIST-SUB) = 'J'
                MOVE "TO SURVIVING JOINT OWNER" TO DL-ACTION
            ELSE
                MOVE "TO POD BENEFICIARY" TO DL-ACTION
            END-IF
            WRITE SETTLE-REPORT-LINE FROM DETAIL-LINE
        END-PERFORM
    END-IF
    END-IF.

ALLOCATE-DECEASED-BALANCES.
    *> Account by account: the primary's own part, then each account
    *> being swept, shared out among whoever it passes to.
    MOVE SPACES TO WS-ALLOC-ACCT-NO
    MOVE WS-PRIMARY-AMT TO WS-ALLOC-AMT
    PERFORM ALLOCATE-ONE-ACCOUNT
    PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
            UNTIL WS-ACCT-SUB > RQ-ACCT-COUNT(WS-REQ-SUB)
        MOVE RQ-ACCT-NO(WS-REQ-SUB, WS-ACCT-SUB) TO WS-ALLOC-ACCT-NO
        MOVE RQ-ACCT-BAL(WS-REQ-SUB, WS-ACCT-SUB) TO WS-ALLOC-AMT
        PERFORM ALLOCATE-ONE-ACCOUNT
    END-PERFORM.

ALLOCATE-ONE-ACCOUNT.
    *> Survivorship first: the living joint owners take the whole
    *> account, equally between them. Failing that the living
    *> beneficiaries take it by their shares - equally when none was
    *> given - and a share that has lapsed or was never designated
    *> stays with the estate.
    IF WS-ALLOC-AMT > ZERO
        MOVE 'J' TO WS-ALLOC-ROLE
        PERFORM COLLECT-LIVING-PARTIES
        IF WS-BENE-COUNT = ZERO
            MOVE 'B' TO WS-ALLOC-ROLE
            PERFORM COLLECT-LIVING-PARTIES
        END-IF
        IF WS-BENE-COUNT > ZERO
            PERFORM SPLIT-ACCOUNT-AMOUNT
        END-IF
    END-IF.

COLLECT-LIVING-PARTIES.
    MOVE ZERO TO WS-BENE-COUNT WS-SHARE-TOTAL
    PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
            UNTIL WS-OWN-SUB > WS-OWN-COUNT
        MOVE WS-OWN-IMAGE(WS-OWN-SUB) TO ACCOUNT-OWNER-RECORD
        IF OW-CUST-ID = CR-CUST-ID AND OW-ACCT-NO = WS-ALLOC-ACCT-NO
                AND OW-ROLE = WS-ALLOC-ROLE AND OW-ACTIVE
                AND WS-BENE-COUNT < 20
            PERFORM LOOKUP-PARTY-STATUS
            IF WS-PARTY-STATUS = 'A'
                ADD 1 TO WS-BENE-COUNT
                MOVE OW-PARTY-ID TO BN-PARTY-ID(WS-BENE-COUNT)
                MOVE OW-SHARE-PCT TO BN-SHARE-PCT(WS-BENE-COUNT)
                ADD OW-SHARE-PCT TO WS-SHARE-TOTAL
            END-IF
        END-IF
    END-PERFORM.

LOOKUP-PARTY-STATUS.
    MOVE SPACES TO WS-PARTY-STATUS
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT STATUS FROM CUSTOMERS WHERE ID = '"
           DELIMITED BY SIZE
           OW-PARTY-ID DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C35 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C35
    END-EXEC
    EXEC SQL
        FETCH C35 INTO :WS-PARTY-STATUS
    END-EXEC
    EXEC SQL
        CLOSE C35
    END-EXEC.

SPLIT-ACCOUNT-AMOUNT.
    *> Shares are cut down to the cent; when the whole account is
    *> being shared out the last one takes what the cutting left.
    MOVE WS-ALLOC-AMT TO WS-ALLOC-LEFT
    PERFORM VARYING WS-BENE-SUB FROM 1 BY 1
            UNTIL WS-BENE-SUB > WS-BENE-COUNT
        EVALUATE TRUE
            WHEN WS-BENE-SUB = WS-BENE-COUNT
                    AND (WS-SHARE-TOTAL = ZERO OR WS-SHARE-TOTAL = 100)
                MOVE WS-ALLOC-LEFT TO WS-PORTION-AMT
            WHEN WS-SHARE-TOTAL = ZERO
                COMPUTE WS-PORTION-AMT = WS-ALLOC-AMT / WS-BENE-COUNT
            WHEN OTHER
                COMPUTE WS-PORTION-AMT =
                    WS-ALLOC-AMT * BN-SHARE-PCT(WS-BENE-SUB) / 100
        END-EVALUATE
        SUBTRACT WS-PORTION-AMT FROM WS-ALLOC-LEFT
        IF WS-PORTION-AMT > ZERO
            PERFORM ADD-DISTRIBUTION
        END-IF
    END-PERFORM.

ADD-DISTRIBUTION.
    *> one transfer per receiving customer and role, however many of
    *> the accounts they take a part of; a part that cannot be given
    *> a row stays with the estate
    MOVE ZERO TO WS-DIST-FOUND-SUB
    PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
            UNTIL WS-DIST-SUB > WS-DIST-COUNT
        IF DS-PARTY-ID(WS-DIST-SUB) = BN-PARTY-ID(WS-BENE-SUB)
                AND DS-ROLE(WS-DIST-SUB) = WS-ALLOC-ROLE
            MOVE WS-DIST-SUB TO WS-DIST-FOUND-SUB
            MOVE WS-DIST-COUNT TO WS-DIST-SUB
        END-IF
    END-PERFORM
    IF WS-DIST-FOUND-SUB = ZERO AND WS-DIST-COUNT < 40
        ADD 1 TO WS-DIST-COUNT
        MOVE WS-DIST-COUNT TO WS-DIST-FOUND-SUB
        MOVE BN-PARTY-ID(WS-BENE-SUB) TO DS-PARTY-ID(WS-DIST-FOUND-SUB)
        MOVE WS-ALLOC-ROLE TO DS-ROLE(WS-DIST-FOUND-SUB)
        MOVE ZERO TO DS-AMOUNT(WS-DIST-FOUND-SUB)
    END-IF
    IF WS-DIST-FOUND-SUB > ZERO
        ADD WS-PORTION-AMT TO DS-AMOUNT(WS-DIST-FOUND-SUB)
        ADD WS-PORTION-AMT TO WS-SURVIVOR-AMT
    END-IF.

WRITE-SETTLEMENT-SLIP.
    *> CS tag, business date, run sequence: a rerun of the same
    *> night cuts the same serials and the duplicate register stops
    *> the second posting.
    MOVE CR-CUST-ID TO DT-CUST-ID
    MOVE WS-PROC-DATE TO DT-EFF-DATE
    ADD 1 TO WS-SLIP-SEQ
    MOVE SPACES TO DT-SLIP-SERIAL
    STRING "CS" DELIMITED BY SIZE
           WS-PROC-DATE(3:6) DELIMITED BY SIZE
           WS-SLIP-SEQ DELIMITED BY SIZE
           INTO DT-SLIP-SERIAL
    WRITE DAILY-TRANS-RECORD.

FORMAT-PAYTO.
    IF CR-PAYTO-CUST-ID = SPACES
        MOVE "OFFICIAL CHECK" TO DL-PAYTO
    ELSE
        STRING CR-PAYTO-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CR-PAYTO-ACCT-NO DELIMITED BY SIZE
               INTO DL-PAYTO
    END-IF.

WRITE-WAITING-LINE.
    MOVE SPACES TO DETAIL-LINE
    MOVE CR-CUST-ID TO DL-CUST-ID
    MOVE RQ-BALANCE(WS-REQ-SUB) TO DL-BALANCE
    MOVE ZERO TO DL-INTEREST DL-FEE DL-PAYOUT
    PERFORM FORMAT-PAYTO
    MOVE CR-NOTE TO DL-ACTION
    WRITE SETTLE-REPORT-LINE FROM DETAIL-LINE.

VERIFY-ONE-SETTLEMENT.
    IF RQ-PAYOUT-POSTED(WS-REQ-SUB) AND CR-PAYTO-CUST-ID = SPACES
        PERFORM WRITE-OFFICIAL-CHECK
    END-IF
    PERFORM LOOKUP-CLOSING-CUSTOMER
    MOVE ZERO TO WS-COUNT-RESULT
    IF WS-FOUND
        MOVE SPACES TO SQL-STATEMENT
        STRING "SELECT COUNT(*) FROM ACCOUNTS WHERE CUST_ID = '"
               DELIMITED BY SIZE
               CR-CUST-ID DELIMITED BY SIZE
               "' AND STATUS = 'A' AND BALANCE <> 0" DELIMITED BY SIZE
               INTO SQL-STATEMENT
        EXEC SQL
            DECLARE C30 CURSOR FOR
            EXECUTE IMMEDIATE :SQL-STATEMENT
        END-EXEC
        EXEC SQL
            OPEN C30
        END-EXEC
        EXEC SQL
            FETCH C30 INTO :WS-COUNT-RESULT
        END-EXEC
        EXEC SQL
            CLOSE C30
        END-EXEC
    END-IF
    MOVE SPACES TO DETAIL-LINE
    MOVE CR-CUST-ID TO DL-CUST-ID
    MOVE CUST-BALANCE TO DL-BALANCE
    MOVE CR-INTEREST TO DL-INTEREST
    MOVE CR-FEE TO DL-FEE
    MOVE CR-PAYOUT TO DL-PAYOUT
    PERFORM FORMAT-PAYTO
    IF WS-FOUND AND CUST-BALANCE = ZERO AND WS-COUNT-RESULT = ZERO
        PERFORM COMPLETE-CLOSE
    ELSE
        *> something did not post, or money arrived behind the
        *> settlement; tomorrow night settles whatever is left
        SET CR-REQUESTED TO TRUE
        MOVE "BALANCE NOT ZERO AFTER POSTING" TO CR-NOTE
        MOVE ZERO TO CR-PAYOUT CR-SURVIVOR-PAID
        MOVE SPACES TO CR-PAYOUT-SERIAL
        ADD 1 TO WS-RESETTLE-COUNT
        MOVE CR-NOTE TO DL-ACTION
    END-IF
    WRITE SETTLE-REPORT-LINE FROM DETAIL-LINE.

COMPLETE-CLOSE.
    MOVE SPACES TO SQL-STATEMENT
    STRING "UPDATE ACCOUNTS SET STATUS = 'C' WHERE CUST_ID = '"
           DELIMITED BY SIZE
           CR-CUST-ID DELIMITED BY SIZE
           "' AND STATUS = 'A'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    IF SQLCODE = ZERO OR SQLCODE = 100
        MOVE SPACES TO SQL-STATEMENT
        STRING "UPDATE CUSTOMERS SET STATUS = 'C' WHERE ID = '"
               DELIMITED BY SIZE
               CR-CUST-ID DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SQL-STATEMENT
        EXEC SQL
            EXECUTE IMMEDIATE :SQL-STATEMENT
        END-EXEC
    END-IF
    IF SQLCODE NOT = ZERO
        MOVE "CLOSESET" TO WS-ERR-PROGRAM-ID
        MOVE SQLCODE TO WS-SQLCODE-DISP
        MOVE WS-SQLCODE-DISP TO WS-ERR-CODE
        MOVE "SQL update failed completing customer close"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 8 TO RETURN-CODE
        MOVE "CLOSE FAILED - SEE ERROR LOG" TO CR-NOTE
        MOVE CR-NOTE TO DL-ACTION
    ELSE
        *> matured certificates held at maturity close with their
        *> account, so TDMATUR has nothing left to look at
        PERFORM VARYING WS-TD-SUB FROM 1 BY 1
                UNTIL WS-TD-SUB > WS-TD-COUNT
            MOVE WS-TD-IMAGE(WS-TD-SUB) TO TERM-DEPOSIT-RECORD
            IF TD-CUST-ID = CR-CUST-ID AND TD-MATURED-HELD
                SET TD-CLOSED TO TRUE
                MOVE TERM-DEPOSIT-RECORD TO WS-TD-IMAGE(WS-TD-SUB)
                SET WS-TD-CHANGED TO TRUE
            END-IF
        END-PERFORM
        PERFORM END-CUSTOMER-LINKS
        PERFORM WRITE-CLOSE-LOG-ENTRY
        SET RQ-DROP(WS-REQ-SUB) TO TRUE
        ADD 1 TO WS-CLOSED-COUNT
        MOVE "CLOSED" TO DL-ACTION
    END-IF.

END-CUSTOMER-LINKS.
    *> A closed customer no longer owns, signs on, holds in trust or
    *> inherits anything, and nobody is linked to its accounts.
    PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
            UNTIL WS-OWN-SUB > WS-OWN-COUNT
        MOVE WS-OWN-IMAGE(WS-OWN-SUB) TO ACCOUNT-OWNER-RECORD
        IF (OW-CUST-ID = CR-CUST-ID OR OW-PARTY-ID = CR-CUST-ID)
                AND OW-ACTIVE
            SET OW-ENDED TO TRUE
            MOVE WS-PROC-DATE TO OW-ENDED-DATE
            MOVE CR-REQUESTED-BY TO OW-ENDED-BY
            MOVE ACCOUNT-OWNER-RECORD TO WS-OWN-IMAGE(WS-OWN-SUB)
            SET WS-OWNER-FILE-CHANGED TO TRUE
            ADD 1 TO WS-LINKS-ENDED
        END-IF
    END-PERFORM.

WRITE-OFFICIAL-CHECK.
    *> The payout debit has posted; the check goes on the register
    *> the official-check desk prints and mails from.
    MOVE CR-PAYOUT TO WS-AMT-DISP
    MOVE SPACES TO CHECK-REGISTER-LINE
    STRING WS-PROC-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CR-CUST-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CR-PAYOUT-SERIAL DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-AMT-DISP DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RQ-NAME(WS-REQ-SUB) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RQ-ADDRESS(WS-REQ-SUB) DELIMITED BY SIZE
           INTO CHECK-REGISTER-LINE
    OPEN EXTEND CHECK-REGISTER-FILE
    IF CHECK-REGISTER-STATUS = "35" OR CHECK-REGISTER-STATUS = "05"
        OPEN OUTPUT CHECK-REGISTER-FILE
    END-IF
    IF CHECK-REGISTER-STATUS NOT = "00"
        MOVE CHECK-REGISTER-STATUS TO CHECK-REGISTER-RESULT
        PERFORM LOG-CHECK-NOT-REGISTERED
        EXIT PARAGRAPH
    END-IF
    WRITE CHECK-REGISTER-LINE
    MOVE CHECK-REGISTER-STATUS TO CHECK-REGISTER-RESULT
    CLOSE CHECK-REGISTER-FILE
    IF CHECK-REGISTER-RESULT NOT = "00"
        PERFORM LOG-CHECK-NOT-REGISTERED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CHECK-COUNT.

LOG-CHECK-NOT-REGISTERED.
    *> The payout has already posted, so a check missing from the
    *> register means the customer is owed money nobody will mail;
    *> stop the run so the desk issues it by hand.
    MOVE "CLOSESET" TO WS-ERR-PROGRAM-ID
    MOVE CHECK-REGISTER-RESULT TO WS-ERR-CODE
    MOVE SPACES TO WS-ERR-MESSAGE
    STRING "Official check not registered - cust " DELIMITED BY SIZE
           CR-CUST-ID DELIMITED BY SIZE
           " serial " DELIMITED BY SIZE
           CR-PAYOUT-SERIAL DELIMITED BY SIZE
           INTO WS-ERR-MESSAGE
    SET WS-ERR-FATAL TO TRUE
    PERFORM LOG-COMMON-ERROR
    MOVE 12 TO RETURN-CODE.

WRITE-CLOSE-LOG-ENTRY.
    *> The ACTION=D line that records the close actually completing;
    *> CUSTPURG dates the close from the latest one.
    MOVE CR-INTEREST TO WS-INT-DISP
    MOVE CR-FEE TO WS-FEE-DISP
    MOVE CR-PAYOUT TO WS-AMT-DISP
    MOVE CR-SURVIVOR-PAID TO WS-SURV-DISP
    IF CR-DECEASED
        MOVE "DECEASED" TO WS-REASON-TEXT
    ELSE
        MOVE "CUSTOMER" TO WS-REASON-TEXT
    END-IF
    MOVE SPACES TO CHANGE-LOG-REC
    STRING WS-PROC-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CR-REQUESTED-BY DELIMITED BY SIZE
           " ACTION=D ID=" DELIMITED BY SIZE
           CR-CUST-ID DELIMITED BY SIZE
           " INTEREST=" DELIMITED BY SIZE
           WS-INT-DISP DELIMITED BY SIZE
           " FEE=" DELIMITED BY SIZE
           WS-FEE-DISP DELIMITED BY SIZE
           " PAYOUT=" DELIMITED BY SIZE
           WS-AMT-DISP DELIMITED BY SIZE
           " PAYTO=" DELIMITED BY SIZE
           DL-PAYTO DELIMITED BY SIZE
           " SURVIVORS=" DELIMITED BY SIZE
           WS-SURV-DISP DELIMITED BY SIZE
           " REASON=" DELIMITED BY SIZE
           WS-REASON-TEXT DELIMITED BY SIZE
           " REQUESTED=" DELIMITED BY SIZE
           CR-REQUEST-DATE DELIMITED BY SIZE
           " DISPOSITION=CLOSED" DELIMITED BY SIZE
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

WRITE-REPORT-TOTALS.
    MOVE SPACES TO SETTLE-REPORT-LINE
    WRITE SETTLE-REPORT-LINE
    IF WS-MODE-ISSUE
        MOVE SPACES TO COUNT-LINE
        MOVE "SETTLEMENTS ISSUED:" TO CL-LABEL
        MOVE WS-ISSUED-COUNT TO CL-VALUE
        WRITE SETTLE-REPORT-LINE FROM COUNT-LINE
        MOVE SPACES TO COUNT-LINE
        MOVE "TOTAL PAID OUT:" TO CL-LABEL
        MOVE WS-PAYOUT-TOTAL TO CL-VALUE
        WRITE SETTLE-REPORT-LINE FROM COUNT-LINE
        MOVE SPACES TO COUNT-LINE
        MOVE "PAID TO OWNERS/BENEFICIARIES:" TO CL-LABEL
        MOVE WS-SURVIVOR-TOTAL TO CL-VALUE
        WRITE SETTLE-REPORT-LINE FROM COUNT-LINE
        MOVE SPACES TO COUNT-LINE
        MOVE "WAITING:" TO CL-LABEL
        MOVE WS-WAITING-COUNT TO CL-VALUE
        WRITE SETTLE-REPORT-LINE FROM COUNT-LINE
        MOVE SPACES TO COUNT-LINE
        MOVE "DROPPED:" TO CL-LABEL
        MOVE WS-DROPPED-COUNT TO CL-VALUE
        WRITE SETTLE-REPORT-LINE FROM COUNT-LINE
    ELSE
        MOVE SPACES TO COUNT-LINE
        MOVE "CUSTOMERS CLOSED:" TO CL-LABEL
        MOVE WS-CLOSED-COUNT TO CL-VALUE
        WRITE SETTLE-REPORT-LINE FROM COUNT-LINE
        MOVE SPACES TO COUNT-LINE
        MOVE "TO SETTLE AGAIN:" TO CL-LABEL
        MOVE WS-RESETTLE-COUNT TO CL-VALUE
        WRITE SETTLE-REPORT-LINE FROM COUNT-LINE
        MOVE SPACES TO COUNT-LINE
        MOVE "OFFICIAL CHECKS REGISTERED:" TO CL-LABEL
        MOVE WS-CHECK-COUNT TO CL-VALUE
        WRITE SETTLE-REPORT-LINE FROM COUNT-LINE
        MOVE SPACES TO COUNT-LINE
        MOVE "ACCOUNT LINKS ENDED:" TO CL-LABEL
        MOVE WS-LINKS-ENDED TO CL-VALUE
        WRITE SETTLE-REPORT-LINE FROM COUNT-LINE
    END-IF.

REWRITE-CLOSE-REQUESTS.
    OPEN OUTPUT NEW-CLOSE-REQUEST-FILE
    PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
            UNTIL WS-REQ-SUB > WS-REQ-COUNT
        IF NOT RQ-DROP(WS-REQ-SUB)
            WRITE NEW-CLOSE-REQUEST-REC FROM WS-REQ-IMAGE(WS-REQ-SUB)
        END-IF
    END-PERFORM
    CLOSE NEW-CLOSE-REQUEST-FILE
    CALL "CBL_DELETE_FILE" USING CLOSEREQPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_COPY_FILE" USING NEWCLOSEREQPATH CLOSEREQPATH
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = ZERO
        MOVE "CLOSESET" TO WS-ERR-PROGRAM-ID
        MOVE "REPLACE" TO WS-ERR-CODE
        MOVE "Could not replace close requests - rebuild from .new file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        CALL "CBL_DELETE_FILE" USING NEWCLOSEREQPATH
            RETURNING WS-DELETE-RC
    END-IF.

REWRITE-TD-MASTER.
    OPEN OUTPUT NEW-TD-MASTER-FILE
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
        MOVE "CLOSESET" TO WS-ERR-PROGRAM-ID
        MOVE "REPLACE" TO WS-ERR-CODE
        MOVE "Could not replace certificate master - rebuild from .new file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        CALL "CBL_DELETE_FILE" USING NEWTDMASTERPATH
            RETURNING WS-DELETE-RC
    END-IF.

REWRITE-OWNER-FILE.
    OPEN OUTPUT NEW-OWNER-FILE
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
        MOVE "CLOSESET" TO WS-ERR-PROGRAM-ID
        MOVE "REPLACE" TO WS-ERR-CODE
        MOVE "Could not replace ownership file - rebuild from .new file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        CALL "CBL_DELETE_FILE" USING NEWOWNERPATH
            RETURNING WS-DELETE-RC
    END-IF.

    COPY PARMLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY CHNLOAD.
    COPY ERRHAND.
