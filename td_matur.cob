      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TDMATUR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TD-MASTER-FILE ASSIGN TO TDMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TD-MASTER-STATUS.
    SELECT NEW-TD-MASTER-FILE ASSIGN TO NEWTDMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-TD-MASTER-STATUS.
    SELECT MERGED-TRANS-FILE ASSIGN TO MERGEDTRANSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MERGED-TRANS-STATUS.
    SELECT TD-NOTICE-FILE ASSIGN TO TDNOTICEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TD-NOTICE-STATUS.
    SELECT TD-REGISTER-FILE ASSIGN TO TDREGISTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TD-REGISTER-STATUS.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  TD-MASTER-FILE.
01  TD-MASTER-REC          PIC X(71).
FD  NEW-TD-MASTER-FILE.
01  NEW-TD-MASTER-REC      PIC X(71).
FD  MERGED-TRANS-FILE.
    COPY TRXREC.
FD  TD-NOTICE-FILE.
01  TD-NOTICE-LINE         PIC X(132).
FD  TD-REGISTER-FILE.
01  TD-REGISTER-LINE       PIC X(132).
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TDMASTERPATH       PIC X(200) VALUE SPACES.
01  TD-MASTER-STATUS   PIC XX.
01  NEWTDMASTERPATH    PIC X(200) VALUE SPACES.
01  NEW-TD-MASTER-STATUS PIC XX.
01  MERGEDTRANSPATH    PIC X(200) VALUE SPACES.
01  MERGED-TRANS-STATUS PIC XX.
01  TDNOTICEPATH       PIC X(200) VALUE SPACES.
01  TD-NOTICE-STATUS   PIC XX.
01  TDREGISTERPATH     PIC X(200) VALUE SPACES.
01  TD-REGISTER-STATUS PIC XX.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-MASTER       VALUE 'Y'.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-REPORT-DATE     PIC X(10).
*> The whole certificate master is worked in memory and written
*> back through a .new file, the way ACCTMNT keeps it: a rolled
*> certificate gets its new term dates, a paid or held one its new
*> status, and every notice its sent date, so a rerun of the same
*> night finds nothing left to do.
    COPY TDREC.
01  WS-TD-TABLE.
    05  WS-TD-COUNT        PIC 9(4) VALUE ZERO.
    05  WS-TD-IMAGE        PIC X(71) OCCURS 2000 TIMES.
01  WS-TD-SUB          PIC 9(4) COMP VALUE ZERO.
*> TD-NOTICE-DAYS in the system parameter file is how many days
*> ahead of maturity the notice goes out.
01  WS-NOTICE-DAYS     PIC 9(3) VALUE 30.
01  WS-NOTICE-DUE-DATE PIC 9(8) VALUE ZERO.
01  WS-NOTICE-INT      PIC 9(9) VALUE ZERO.
01  WS-MATURITY-DATE   PIC 9(8) VALUE ZERO.
01  WS-START-DATE      PIC 9(8) VALUE ZERO.
01  WS-TERM-DAYS       PIC 9(5) VALUE ZERO.
01  WS-PRINCIPAL       PIC S9(9)V99 VALUE ZERO.
01  WS-INTEREST-AMT    PIC S9(9)V99 VALUE ZERO.
01  WS-PAYOUT-AMT      PIC S9(9)V99 VALUE ZERO.
01  WS-SLIP-SEQ        PIC 9(6) VALUE ZERO.
01  WS-ACTION-TEXT     PIC X(30) VALUE SPACES.
01  WS-INSTR-TEXT      PIC X(60) VALUE SPACES.
01  WS-MATURED-COUNT   PIC 9(9) VALUE ZERO.
01  WS-ROLLED-COUNT    PIC 9(9) VALUE ZERO.
01  WS-PAID-COUNT      PIC 9(9) VALUE ZERO.
01  WS-HELD-COUNT      PIC 9(9) VALUE ZERO.
01  WS-NOTICE-COUNT    PIC 9(9) VALUE ZERO.
01  WS-SKIPPED-COUNT   PIC 9(9) VALUE ZERO.
01  WS-INTEREST-TOTAL  PIC S9(11)V99 VALUE ZERO.
01  SQL-STATEMENT      PIC X(400).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
    COPY CUSTREC.
    COPY ACCTREC.
01  WS-ACCT-FOUND-SW   PIC X VALUE 'N'.
    88  WS-ACCOUNT-FOUND       VALUE 'Y'.
01  WS-ACCT-LOOKUP-ID  PIC X(10) VALUE SPACES.
01  WS-ACCT-LOOKUP-NO  PIC X(4)  VALUE SPACES.
01  WS-CUST-FOUND-SW   PIC X VALUE 'N'.
    88  WS-CUSTOMER-FOUND      VALUE 'Y'.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(30) VALUE
        "CERTIFICATE MATURITY REGISTER ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "CUSTOMER   ACCT MATURES      PRINCIPAL       INTEREST ACTION".
01  DETAIL-LINE.
    05  DL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACCT-NO         PIC X(4).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-MATURITY-DATE   PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-PRINCIPAL       PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-INTEREST        PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACTION          PIC X(30).
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-VALUE           PIC -(11)9.99.
01  WS-RATE-DISP       PIC Z9.9999.
    COPY TERMTAB.
    COPY PARMTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "TDMATUR" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Nightly certificate maturity run. Every active certificate
    *> whose maturity date has arrived - a maturity on a HOLIDAY is
    *> simply picked up the next business night - is credited its
    *> term's interest and then rolled, paid out or held as its
    *> instruction says. The money moves only as ordinary slips
    *> appended to the posting file, so TRXPOST validates and
    *> journals a maturity exactly as it would a teller slip. A
    *> certificate coming up on maturity within TD-NOTICE-DAYS gets
    *> its maturity notice first, once per term.
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    IF NOT WS-CAL-BUSINESS-DAY
        DISPLAY "Non-business day, no certificates matured"
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM LOAD-PARAMETERS
    MOVE "TD-NOTICE-DAYS" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-NOTICE-DAYS
    END-IF
    PERFORM RESOLVE-PATHS
    PERFORM LOAD-TD-MASTER
    IF WS-TD-COUNT = ZERO
        DISPLAY "No certificates on file, nothing to mature"
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM OPEN-OUTPUT-FILES
    PERFORM VARYING WS-TD-SUB FROM 1 BY 1
            UNTIL WS-TD-SUB > WS-TD-COUNT
        MOVE WS-TD-IMAGE(WS-TD-SUB) TO TERM-DEPOSIT-RECORD
        PERFORM WORK-ONE-CERTIFICATE
        MOVE TERM-DEPOSIT-RECORD TO WS-TD-IMAGE(WS-TD-SUB)
    END-PERFORM
    PERFORM WRITE-REGISTER-TOTALS
    CLOSE MERGED-TRANS-FILE
    CLOSE TD-NOTICE-FILE
    CLOSE TD-REGISTER-FILE
    PERFORM REWRITE-TD-MASTER
    DISPLAY "TDMATUR complete - matured: " WS-MATURED-COUNT
            " rolled: " WS-ROLLED-COUNT
            " paid out: " WS-PAID-COUNT
            " held: " WS-HELD-COUNT
            " notices: " WS-NOTICE-COUNT
            " skipped: " WS-SKIPPED-COUNT
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "TERM-DEPOSIT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TDMASTERPATH FROM ENVIRONMENT-VALUE
    IF TDMASTERPATH = SPACES
        MOVE "term-deposits.dat" TO TDMASTERPATH
    END-IF
    MOVE SPACES TO NEWTDMASTERPATH
    STRING FUNCTION TRIM(TDMASTERPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWTDMASTERPATH
    DISPLAY "TRX-TRANS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT MERGEDTRANSPATH FROM ENVIRONMENT-VALUE
    IF MERGEDTRANSPATH = SPACES
        MOVE "daily-trans.dat" TO MERGEDTRANSPATH
    END-IF
    DISPLAY "TD-NOTICE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TDNOTICEPATH FROM ENVIRONMENT-VALUE
    IF TDNOTICEPATH = SPACES
        MOVE "td-maturity-notices.dat" TO TDNOTICEPATH
    END-IF
    DISPLAY "TD-REGISTER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TDREGISTERPATH FROM ENVIRONMENT-VALUE
    IF TDREGISTERPATH = SPACES
        MOVE "td-maturity-register.dat" TO TDREGISTERPATH
    END-IF.

LOAD-TD-MASTER.
    OPEN INPUT TD-MASTER-FILE
    IF TD-MASTER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-MASTER
            READ TD-MASTER-FILE
                AT END
                    SET WS-END-OF-MASTER TO TRUE
                NOT AT END
                    IF WS-TD-COUNT < 2000
                        ADD 1 TO WS-TD-COUNT
                        MOVE TD-MASTER-REC TO WS-TD-IMAGE(WS-TD-COUNT)
                    ELSE
                        MOVE "TDMATUR" TO WS-ERR-PROGRAM-ID
                        MOVE "TBLFULL" TO WS-ERR-CODE
                        MOVE "Certificate master exceeds table, run stopped"
                            TO WS-ERR-MESSAGE
                        SET WS-ERR-FATAL TO TRUE
                        PERFORM LOG-COMMON-ERROR
                        CLOSE TD-MASTER-FILE
                        MOVE 12 TO RETURN-CODE
                        PERFORM RECORD-STEP-END
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TD-MASTER-FILE
    END-IF.

OPEN-OUTPUT-FILES.
    OPEN EXTEND MERGED-TRANS-FILE
    IF MERGED-TRANS-STATUS = "35" OR MERGED-TRANS-STATUS = "05"
        OPEN OUTPUT MERGED-TRANS-FILE
    END-IF
    IF MERGED-TRANS-STATUS NOT = "00"
        MOVE "TDMATUR" TO WS-ERR-PROGRAM-ID
        MOVE MERGED-TRANS-STATUS TO WS-ERR-CODE
        MOVE "Unable to open posting file, no certificates matured"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    OPEN OUTPUT TD-NOTICE-FILE
    OPEN OUTPUT TD-REGISTER-FILE
    STRING WS-PROC-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE TD-REGISTER-LINE FROM PAGE-HEADER-1
    MOVE SPACES TO TD-REGISTER-LINE
    WRITE TD-REGISTER-LINE
    WRITE TD-REGISTER-LINE FROM COLUMN-HEADER-LINE.

WORK-ONE-CERTIFICATE.
    IF NOT TD-ACTIVE
        CONTINUE
    ELSE
    IF TD-MATURITY-DATE NOT NUMERIC
            OR TD-START-DATE NOT NUMERIC
        ADD 1 TO WS-SKIPPED-COUNT
        MOVE "TDMATUR" TO WS-ERR-PROGRAM-ID
        MOVE "BADDATE" TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Certificate term dates unreadable, not worked: "
               DELIMITED BY SIZE
               TD-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TD-ACCT-NO DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        MOVE TD-MATURITY-DATE TO WS-MATURITY-DATE
        MOVE TD-START-DATE TO WS-START-DATE
        IF WS-MATURITY-DATE <= WS-PROC-DATE
            PERFORM MATURE-CERTIFICATE
        ELSE
            COMPUTE WS-NOTICE-INT =
                FUNCTION INTEGER-OF-DATE(WS-MATURITY-DATE)
                - WS-NOTICE-DAYS
            COMPUTE WS-NOTICE-DUE-DATE =
                FUNCTION DATE-OF-INTEGER(WS-NOTICE-INT)
            IF TD-NOTICE-DATE = SPACES
                    AND WS-NOTICE-DUE-DATE <= WS-PROC-DATE
                PERFORM SEND-MATURITY-NOTICE
            END-IF
        END-IF
    END-IF
    END-IF.

MATURE-CERTIFICATE.
    *> Simple interest at the certificate's fixed rate over the
    *> actual days of the term just ended, on the balance the
    *> certificate holds tonight.
    MOVE TD-CUST-ID TO WS-ACCT-LOOKUP-ID
    MOVE TD-ACCT-NO TO WS-ACCT-LOOKUP-NO
    PERFORM LOOKUP-ACCOUNT-BALANCE
    IF NOT WS-ACCOUNT-FOUND
        ADD 1 TO WS-SKIPPED-COUNT
        MOVE ZERO TO WS-PRINCIPAL
        MOVE ZERO TO WS-INTEREST-AMT
        MOVE "SKIPPED - ACCOUNT NOT ACTIVE" TO WS-ACTION-TEXT
        PERFORM WRITE-REGISTER-LINE
        MOVE "TDMATUR" TO WS-ERR-PROGRAM-ID
        MOVE "NOACCT" TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Matured certificate has no active account: "
               DELIMITED BY SIZE
               TD-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TD-ACCT-NO DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        ADD 1 TO WS-MATURED-COUNT
        MOVE ACCT-BALANCE TO WS-PRINCIPAL
        COMPUTE WS-TERM-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-MATURITY-DATE) -
            FUNCTION INTEGER-OF-DATE(WS-START-DATE)
        MOVE ZERO TO WS-INTEREST-AMT
        IF WS-PRINCIPAL > ZERO
            COMPUTE WS-INTEREST-AMT ROUNDED =
                WS-PRINCIPAL * TD-RATE / 100 * WS-TERM-DAYS / 365
        END-IF
        IF WS-INTEREST-AMT > ZERO
            MOVE SPACES TO DAILY-TRANS-RECORD
            MOVE TD-CUST-ID TO DT-CUST-ID
            MOVE TD-ACCT-NO TO DT-ACCT-NO
            MOVE 'I' TO DT-TRAN-CODE
            MOVE WS-INTEREST-AMT TO DT-AMOUNT
            PERFORM WRITE-MATURITY-SLIP
            ADD WS-INTEREST-AMT TO WS-INTEREST-TOTAL
        END-IF
        COMPUTE WS-PAYOUT-AMT = WS-PRINCIPAL + WS-INTEREST-AMT
        MOVE TD-MATURITY-DATE TO TD-LAST-MATURED
        EVALUATE TRUE
            WHEN TD-ROLL-OVER
                PERFORM ROLL-CERTIFICATE
            WHEN TD-PAY-OUT
                PERFORM PAY-OUT-CERTIFICATE
            WHEN OTHER
                SET TD-MATURED-HELD TO TRUE
                ADD 1 TO WS-HELD-COUNT
                MOVE "HELD AT MATURITY" TO WS-ACTION-TEXT
        END-EVALUATE
        PERFORM WRITE-REGISTER-LINE
    END-IF.

ROLL-CERTIFICATE.
    *> The new term runs from the old maturity date, not from
    *> tonight, so a certificate picked up a day late off a holiday
    *> keeps its anniversary; the interest just credited stays in
    *> and earns through the new term.
    MOVE TD-MATURITY-DATE TO TD-START-DATE
    MOVE WS-MATURITY-DATE TO WS-TERM-BASE-DATE
    MOVE TD-TERM-MONTHS TO WS-TERM-ADD-MONTHS
    PERFORM ADD-TERM-MONTHS
    MOVE WS-TERM-RESULT-DATE TO TD-MATURITY-DATE
    MOVE SPACES TO TD-NOTICE-DATE
    ADD 1 TO WS-ROLLED-COUNT
    MOVE SPACES TO WS-ACTION-TEXT
    STRING "ROLLED TO " DELIMITED BY SIZE
           TD-MATURITY-DATE DELIMITED BY SIZE
           INTO WS-ACTION-TEXT.

PAY-OUT-CERTIFICATE.
    *> The receiving account must still be open; if it is not the
    *> money stays put as a held certificate for the branch to sort
    *> out rather than a slip TRXPOST is bound to reject.
    MOVE TD-PAYTO-CUST-ID TO WS-ACCT-LOOKUP-ID
    MOVE TD-PAYTO-ACCT-NO TO WS-ACCT-LOOKUP-NO
    PERFORM LOOKUP-ACCOUNT-BALANCE
    IF NOT WS-ACCOUNT-FOUND
        SET TD-MATURED-HELD TO TRUE
        ADD 1 TO WS-HELD-COUNT
        MOVE "HELD - PAY-TO NOT ACTIVE" TO WS-ACTION-TEXT
    ELSE
        IF WS-PAYOUT-AMT > ZERO
            IF TD-PAYTO-CUST-ID = TD-CUST-ID
                *> TRXPOST's transfer is customer to customer; between
                *> two accounts of one customer the payout is a debit
                *> and a credit, which leave the rollup where it was
                MOVE SPACES TO DAILY-TRANS-RECORD
                MOVE TD-CUST-ID TO DT-CUST-ID
                MOVE TD-ACCT-NO TO DT-ACCT-NO
                MOVE 'D' TO DT-TRAN-CODE
                MOVE WS-PAYOUT-AMT TO DT-AMOUNT
                PERFORM WRITE-MATURITY-SLIP
                MOVE SPACES TO DAILY-TRANS-RECORD
                MOVE TD-PAYTO-CUST-ID TO DT-CUST-ID
                MOVE TD-PAYTO-ACCT-NO TO DT-ACCT-NO
                MOVE 'C' TO DT-TRAN-CODE
                MOVE WS-PAYOUT-AMT TO DT-AMOUNT
                PERFORM WRITE-MATURITY-SLIP
            ELSE
                MOVE SPACES TO DAILY-TRANS-RECORD
                MOVE TD-CUST-ID TO DT-CUST-ID
                MOVE TD-ACCT-NO TO DT-ACCT-NO
                MOVE 'T' TO DT-TRAN-CODE
                MOVE TD-PAYTO-CUST-ID TO DT-TO-CUST-ID
                MOVE TD-PAYTO-ACCT-NO TO DT-TO-ACCT-NO
                MOVE WS-PAYOUT-AMT TO DT-AMOUNT
                PERFORM WRITE-MATURITY-SLIP
            END-IF
        END-IF
        SET TD-PAID-OUT TO TRUE
        ADD 1 TO WS-PAID-COUNT
        MOVE SPACES TO WS-ACTION-TEXT
        STRING "PAID TO " DELIMITED BY SIZE
               TD-PAYTO-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TD-PAYTO-ACCT-NO DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
    END-IF.

WRITE-MATURITY-SLIP.
    *> TM serials are sequenced in master order; the master update
    *> is what stops a rerun regenerating them, and the duplicate
    *> register catches a rerun that died before the update landed.
    MOVE WS-PROC-DATE TO DT-EFF-DATE
    ADD 1 TO WS-SLIP-SEQ
    MOVE SPACES TO DT-SLIP-SERIAL
    STRING "TM" DELIMITED BY SIZE
           WS-PROC-DATE(3:6) DELIMITED BY SIZE
           WS-SLIP-SEQ DELIMITED BY SIZE
           INTO DT-SLIP-SERIAL
    WRITE DAILY-TRANS-RECORD.

SEND-MATURITY-NOTICE.
    PERFORM LOOKUP-CUSTOMER
    EVALUATE TRUE
        WHEN TD-ROLL-OVER
            MOVE SPACES TO WS-INSTR-TEXT
            STRING "RENEW FOR A FURTHER " DELIMITED BY SIZE
                   TD-TERM-MONTHS DELIMITED BY SIZE
                   " MONTHS AT THE RATE THEN OFFERED" DELIMITED BY SIZE
                   INTO WS-INSTR-TEXT
        WHEN TD-PAY-OUT
            MOVE SPACES TO WS-INSTR-TEXT
            STRING "PAY PRINCIPAL AND INTEREST TO ACCOUNT "
                   DELIMITED BY SIZE
                   TD-PAYTO-CUST-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TD-PAYTO-ACCT-NO DELIMITED BY SIZE
                   INTO WS-INSTR-TEXT
        WHEN OTHER
            MOVE "HOLD THE FUNDS IN THE CERTIFICATE ACCOUNT"
                TO WS-INSTR-TEXT
    END-EVALUATE
    MOVE TD-RATE TO WS-RATE-DISP
    MOVE "CERTIFICATE MATURITY NOTICE" TO TD-NOTICE-LINE
    WRITE TD-NOTICE-LINE
    MOVE SPACES TO TD-NOTICE-LINE
    STRING "CUSTOMER: " DELIMITED BY SIZE
           TD-CUST-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           CUST-NAME DELIMITED BY SIZE
           INTO TD-NOTICE-LINE
    WRITE TD-NOTICE-LINE
    MOVE SPACES TO TD-NOTICE-LINE
    STRING "          " DELIMITED BY SIZE
           CUST-ADDRESS DELIMITED BY SIZE
           INTO TD-NOTICE-LINE
    WRITE TD-NOTICE-LINE
    MOVE SPACES TO TD-NOTICE-LINE
    STRING "CERTIFICATE ACCOUNT " DELIMITED BY SIZE
           TD-ACCT-NO DELIMITED BY SIZE
           " AT " DELIMITED BY SIZE
           WS-RATE-DISP DELIMITED BY SIZE
           "% MATURES ON " DELIMITED BY SIZE
           TD-MATURITY-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           TD-MATURITY-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           TD-MATURITY-DATE(1:4) DELIMITED BY SIZE
           INTO TD-NOTICE-LINE
    WRITE TD-NOTICE-LINE
    MOVE SPACES TO TD-NOTICE-LINE
    STRING "AT MATURITY WE WILL " DELIMITED BY SIZE
           WS-INSTR-TEXT DELIMITED BY SIZE
           INTO TD-NOTICE-LINE
    WRITE TD-NOTICE-LINE
    MOVE "CONTACT YOUR BRANCH BEFORE THE MATURITY DATE TO CHANGE THESE INSTRUCTIONS."
        TO TD-NOTICE-LINE
    WRITE TD-NOTICE-LINE
    MOVE SPACES TO TD-NOTICE-LINE
    WRITE TD-NOTICE-LINE
    MOVE WS-PROC-DATE TO TD-NOTICE-DATE
    ADD 1 TO WS-NOTICE-COUNT
    MOVE ZERO TO WS-PRINCIPAL
    MOVE ZERO TO WS-INTEREST-AMT
    MOVE "MATURITY NOTICE SENT" TO WS-ACTION-TEXT
    PERFORM WRITE-REGISTER-LINE.

WRITE-REGISTER-LINE.
    MOVE SPACES TO DETAIL-LINE
    MOVE TD-CUST-ID TO DL-CUST-ID
    MOVE TD-ACCT-NO TO DL-ACCT-NO
    MOVE WS-MATURITY-DATE TO DL-MATURITY-DATE
    MOVE WS-PRINCIPAL TO DL-PRINCIPAL
    MOVE WS-INTEREST-AMT TO DL-INTEREST
    MOVE WS-ACTION-TEXT TO DL-ACTION
    WRITE TD-REGISTER-LINE FROM DETAIL-LINE.

WRITE-REGISTER-TOTALS.
    MOVE SPACES TO TD-REGISTER-LINE
    WRITE TD-REGISTER-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "CERTIFICATES MATURED:" TO CL-LABEL
    MOVE WS-MATURED-COUNT TO CL-VALUE
    WRITE TD-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  ROLLED OVER:" TO CL-LABEL
    MOVE WS-ROLLED-COUNT TO CL-VALUE
    WRITE TD-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  PAID OUT:" TO CL-LABEL
    MOVE WS-PAID-COUNT TO CL-VALUE
    WRITE TD-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  HELD:" TO CL-LABEL
    MOVE WS-HELD-COUNT TO CL-VALUE
    WRITE TD-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "TOTAL INTEREST CREDITED:" TO CL-LABEL
    MOVE WS-INTEREST-TOTAL TO CL-VALUE
    WRITE TD-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "MATURITY NOTICES SENT:" TO CL-LABEL
    MOVE WS-NOTICE-COUNT TO CL-VALUE
    WRITE TD-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "SKIPPED FOR REVIEW:" TO CL-LABEL
    MOVE WS-SKIPPED-COUNT TO CL-VALUE
    WRITE TD-REGISTER-LINE FROM COUNT-LINE.

LOOKUP-ACCOUNT-BALANCE.
    MOVE 'N' TO WS-ACCT-FOUND-SW
    INITIALIZE ACCOUNT-RECORD
    STRING "SELECT CUST_ID, ACCT_NO, BALANCE, STATUS "
           "FROM ACCOUNTS WHERE CUST_ID = '" DELIMITED BY SIZE
           WS-ACCT-LOOKUP-ID DELIMITED BY SIZE
           "' AND ACCT_NO = '" DELIMITED BY SIZE
           WS-ACCT-LOOKUP-NO DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C22 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C22
    END-EXEC
    EXEC SQL
        FETCH C22 INTO :ACCT-CUST-ID, :ACCT-NO,
                       :ACCT-BALANCE, :ACCT-STATUS
    END-EXEC
    IF SQLCODE = ZERO AND ACCT-ACTIVE
        SET WS-ACCOUNT-FOUND TO TRUE
    END-IF
    EXEC SQL
        CLOSE C22
    END-EXEC.

LOOKUP-CUSTOMER.
    MOVE 'N' TO WS-CUST-FOUND-SW
    INITIALIZE CUSTOMER-RECORD
    STRING "SELECT ID, NAME, ADDRESS "
           "FROM CUSTOMERS WHERE ID = '" DELIMITED BY SIZE
           TD-CUST-ID DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C23 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C23
    END-EXEC
    EXEC SQL
        FETCH C23 INTO :CUST-ID, :CUST-NAME, :CUST-ADDRESS
    END-EXEC
    IF SQLCODE = ZERO
        SET WS-CUSTOMER-FOUND TO TRUE
    END-IF
    EXEC SQL
        CLOSE C23
    END-EXEC.

REWRITE-TD-MASTER.
    *> Same replace-in-place convention as the standing-order master.
    OPEN OUTPUT NEW-TD-MASTER-FILE
    IF NEW-TD-MASTER-STATUS NOT = "00"
        MOVE "TDMATUR" TO WS-ERR-PROGRAM-ID
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
            MOVE "TDMATUR" TO WS-ERR-PROGRAM-ID
            MOVE "REPLACE" TO WS-ERR-CODE
            MOVE "Could not replace certificate master - rebuild from .new file"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            CALL "CBL_DELETE_FILE" USING NEWTDMASTERPATH
                RETURNING WS-DELETE-RC
        END-IF
    END-IF.

    COPY TERMCALC.
    COPY PARMLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
