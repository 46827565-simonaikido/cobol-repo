    SELECT ADB-SORT-FILE ASSIGN TO "monaccr-sortwork".
    COPY PARMFILE.
    COPY CALFILE.
    COPY JPCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
    05  FILLER             PIC X(26).
    COPY PARMFD.
    COPY CALFD.
    COPY JPCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  ACCRTRANSPATH      PIC X(200) VALUE SPACES.
01  WS-MONTHLY-FEE     PIC S9(7)V99 VALUE ZERO.
01  WS-FEE-WAIVER-MIN  PIC S9(9)V99 VALUE ZERO.
01  WS-INTEREST-AMT    PIC S9(9)V99 VALUE ZERO.
*> Certificate balances earn their own fixed rate from TDMATUR at
*> maturity and are taken out of the average before the accrual
*> rate is applied, so the same money is not paid interest twice.
01  WS-CERT-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
01  WS-EFF-DATE        PIC 9(8) VALUE ZERO.
01  WS-SERIAL-SEQ      PIC 9(6) VALUE ZERO.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
    05  FILLER             PIC X(30) VALUE
        "FEE TRANSACTIONS:          ".
    05  CF-COUNT           PIC ZZZZZZZZ9.
    COPY JPCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
           ".sorted" DELIMITED BY SIZE
           INTO ADBSORTEDPATH
    OPEN OUTPUT ADB-WORK-FILE
    *> The month is taken by effective date. A slip is never posted
    *> before its value date (TRXPOST warehouses it until then), but
    *> a back-valued one can be posted in a later month - so once the
    *> journal is partitioned, the accrual month's partition and every
    *> later one are read, and nothing before it.
    PERFORM LOAD-JOURNAL-CATALOG
    MOVE WS-ACCR-MONTH TO WS-JPC-FROM-PERIOD
    MOVE "999999" TO WS-JPC-TO-PERIOD
    PERFORM CHECK-JOURNAL-RANGE
    IF WS-JPC-USE-PARTITIONS
        MOVE ZERO TO WS-JPC-SCAN-SUB
        PERFORM NEXT-JOURNAL-PARTITION
        PERFORM UNTIL NOT WS-JPC-PARTITION-READY
            PERFORM READ-MONTH-JOURNAL
            PERFORM NEXT-JOURNAL-PARTITION
        END-PERFORM
    ELSE
        PERFORM READ-MONTH-JOURNAL
    END-IF
    MOVE WS-JPC-BASE-PATH TO TRXJOURNALPATH
    CLOSE ADB-WORK-FILE.

READ-MONTH-JOURNAL.
    MOVE 'N' TO WS-JOURNAL-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-JOURNAL
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF.

STORE-MONTH-ROW.
    IF TJ-EFF-DATE(1:6) = WS-ACCR-MONTH
    *> who held funds for 29 days and withdrew on the 30th earns for
    *> the 29, and the reverse pattern earns almost nothing.
    PERFORM COMPUTE-AVG-DAILY-BALANCE
    PERFORM SUM-CERTIFICATE-BALANCES
    IF WS-CERT-BALANCE > ZERO
        SUBTRACT WS-CERT-BALANCE FROM WS-ADB
        IF WS-ADB < ZERO
            MOVE ZERO TO WS-ADB
        END-IF
    END-IF
    MOVE ZERO TO WS-INTEREST-AMT
    IF WS-ANNUAL-RATE NOT = ZERO AND WS-ADB > ZERO
        COMPUTE WS-INTEREST-AMT ROUNDED =
        PERFORM WRITE-REGISTER-LINE
    END-IF.

SUM-CERTIFICATE-BALANCES.
    MOVE ZERO TO WS-CERT-BALANCE
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT COALESCE(SUM(BALANCE), 0) FROM ACCOUNTS "
           "WHERE CUST_ID = '" DELIMITED BY SIZE
           CUST-ID DELIMITED BY SIZE
           "' AND TYPE = 'T' AND STATUS = 'A'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C22 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C22
    END-EXEC
    EXEC SQL
        FETCH C22 INTO :WS-CERT-BALANCE
    END-EXEC
    IF SQLCODE NOT = ZERO
        MOVE ZERO TO WS-CERT-BALANCE
    END-IF
    EXEC SQL
        CLOSE C22
    END-EXEC
    *> the customer cursor loop runs on SQLCODE; this lookup must not
    *> end it early
    MOVE ZERO TO SQLCODE.

STAMP-ACCRUAL-SERIAL.
    *> Accrual slips carry serials like teller slips - AC tag, run
    *> date, sequence - so TRXPOST's duplicate register refuses a

    COPY PARMLOAD.
    COPY CALCHK.
    COPY JPCLOAD.
    COPY ERRHAND.
