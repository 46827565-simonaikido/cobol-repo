    SELECT POST-STATS-FILE ASSIGN TO POSTSTATSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POST-STATS-STATUS.
    SELECT WAREHOUSE-FILE ASSIGN TO WAREHOUSEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WAREHOUSE-STATUS.
    SELECT FUNDS-HOLD-FILE ASSIGN TO FUNDSHOLDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FUNDS-HOLD-STATUS.
    SELECT TD-MASTER-FILE ASSIGN TO TDMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TD-MASTER-STATUS.
    SELECT LOAN-MASTER-FILE ASSIGN TO LOANMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOAN-MASTER-STATUS.
    SELECT LOAN-ACTIVITY-FILE ASSIGN TO LOANACTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOAN-ACTIVITY-STATUS.
    SELECT EXT-PAY-POSTED-FILE ASSIGN TO EXTPAYPOSTEDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXT-PAY-POSTED-STATUS.
    SELECT SAVINGS-EXCESS-FILE ASSIGN TO SAVEXCESSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SAVINGS-EXCESS-STATUS.
    SELECT JOURNAL-SEAL-FILE ASSIGN TO JOURNALSEALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-SEAL-STATUS.
    SELECT JOURNAL-PARTITION-FILE ASSIGN TO JOURNALPARTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-PARTITION-STATUS.
    SELECT JOURNAL-INDEX-FILE ASSIGN TO JOURNALINDEXPATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JX-KEY
        FILE STATUS IS JOURNAL-INDEX-STATUS.
    COPY JPCFILE.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY CHNFILE.
    COPY ERRFILE.
    COPY CKPTFILE.
DATA DIVISION.
                LEADING ==DT-== BY ==NF-==.
FD  POST-STATS-FILE.
01  POST-STATS-REC         PIC X(56).
FD  WAREHOUSE-FILE.
01  WAREHOUSE-REC          PIC X(132).
FD  FUNDS-HOLD-FILE.
    COPY HOLDREC.
FD  TD-MASTER-FILE.
    COPY TDREC.
FD  LOAN-MASTER-FILE.
    COPY LOANREC.
FD  LOAN-ACTIVITY-FILE.
    COPY LOANACT.
FD  EXT-PAY-POSTED-FILE.
01  EXT-PAY-POSTED-REC     PIC X(132).
FD  SAVINGS-EXCESS-FILE.
    COPY SAVXREC.
FD  JOURNAL-SEAL-FILE.
01  JOURNAL-SEAL-REC       PIC X(48).
FD  JOURNAL-PARTITION-FILE.
01  JOURNAL-PARTITION-REC  PIC X(113).
FD  JOURNAL-INDEX-FILE.
    COPY JRNLIDX.
    COPY JPCFD.
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY CHNFD.
    COPY ERRFD.
    COPY CKPTFD.
WORKING-STORAGE SECTION.
01  TRX-TRANS-STATUS   PIC XX.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
*> Journal partitions: once the partition catalog exists every row
*> also goes to the posting month's partition and its customer
*> index, so the history readers open only the months they need.
*> The continuous journal stays the file of record - the partitions
*> can always be rebuilt from it with JRNLPART.
01  JOURNALPARTPATH    PIC X(200) VALUE SPACES.
01  JOURNAL-PARTITION-STATUS PIC XX.
01  JOURNALINDEXPATH   PIC X(200) VALUE SPACES.
01  JOURNAL-INDEX-STATUS PIC XX.
01  WS-PART-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-PART-ROWS       PIC 9(9) VALUE ZERO.
01  WS-PART-SEEN       PIC 9(9) VALUE ZERO.
01  WS-PART-ADDED      PIC 9(9) VALUE ZERO.
01  WS-PART-ACTIVE-SW  PIC X VALUE 'N'.
    88  WS-PART-ACTIVE         VALUE 'Y'.
01  WS-PART-RESTART-SW PIC X VALUE 'N'.
    88  WS-PART-RESTART        VALUE 'Y'.
01  WS-PART-EOF-SW     PIC X VALUE 'N'.
    88  WS-END-OF-PARTITION    VALUE 'Y'.
*> Each journal row is sealed into the journal's hash chain as it is
*> written. The seal file's head is saved when the run closes; a
*> restart, or a missing head, counts the seal file off against the
*> journal and seals whatever rows the last run left unsealed.
01  JOURNALSEALPATH    PIC X(200) VALUE SPACES.
01  JOURNAL-SEAL-STATUS PIC XX.
01  WS-SEAL-SEEN       PIC 9(10) VALUE ZERO.
01  WS-SEAL-ADDED      PIC 9(9) VALUE ZERO.
01  WS-SEAL-ACTIVE-SW  PIC X VALUE 'N'.
    88  WS-SEAL-ACTIVE         VALUE 'Y'.
01  WS-SEAL-SYNC-SW    PIC X VALUE 'N'.
    88  WS-SEAL-SYNC           VALUE 'Y'.
01  WS-SEAL-EOF-SW     PIC X VALUE 'N'.
    88  WS-END-OF-SEAL-SYNC    VALUE 'Y'.
    COPY JRNLSEAL.
01  WS-OPERATOR-ID     PIC X(8)  VALUE SPACES.
*> The journal's operator for the slip in hand: the teller who
*> keyed it on TELLCAP, else the operator who released the run.
01  WS-SLIP-OPERATOR-ID PIC X(8) VALUE SPACES.
01  WS-RUN-ID          PIC X(16) VALUE SPACES.
01  WS-POST-DATE       PIC X(8)  VALUE SPACES.
01  WS-EOF-SW          PIC X     VALUE 'N'.
    05  PS-DUPLICATES      PIC 9(9).
    05  FILLER             PIC X VALUE SPACE.
    05  PS-OD-REJECTS      PIC 9(9).
*> Future-dated slips: a slip whose DT-EFF-DATE is after the business
*> date is parked whole in the warehouse file instead of moving the
*> balance tonight; TRXWHSE releases it into the posting file on the
*> night it comes due.
01  WAREHOUSEPATH      PIC X(200) VALUE SPACES.
01  WAREHOUSE-STATUS   PIC XX.
01  WS-WAREHOUSED-COUNT PIC 9(9) VALUE ZERO.
*> On a restart, the warehouse's last row: the slip in flight when
*> the run died may have been parked before its checkpoint landed.
01  WS-WHSE-TAIL-LAST  PIC X(132) VALUE SPACES.
01  WS-WHSE-TAIL-EOF-SW PIC X VALUE 'N'.
    88  WS-END-OF-WHSE-TAIL    VALUE 'Y'.
*> Funds holds in force tonight, loaded once from the HOLDMNT master:
*> a debit is judged against the available balance - the ledger
*> balance less everything held for the customer - so money frozen
*> by a garnishment or an uncleared deposit cannot be drawn out.
01  FUNDSHOLDPATH      PIC X(200) VALUE SPACES.
01  FUNDS-HOLD-STATUS  PIC XX.
01  WS-HOLD-EOF-SW     PIC X VALUE 'N'.
    88  WS-END-OF-HOLDS        VALUE 'Y'.
01  WS-HOLD-TABLE.
    05  WS-HOLD-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-HOLD-ENTRY      OCCURS 2000 TIMES.
        10  WS-HOLD-CUST-ID    PIC X(10).
        10  WS-HOLD-AMOUNT     PIC 9(9)V99.
        10  WS-HOLD-BLOCK-SW   PIC X(1).
            88  WS-HOLD-IS-BLOCK       VALUE 'Y'.
01  WS-HOLD-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-HELD-AMOUNT     PIC S9(9)V99 VALUE ZERO.
01  WS-SANCTIONS-SW    PIC X VALUE 'N'.
    88  WS-SANCTIONS-BLOCKED   VALUE 'Y'.
01  WS-HOLD-CHECK-SW   PIC X VALUE 'N'.
    88  WS-HOLD-CHECK-DUE      VALUE 'Y'.
*> Certificates still inside their term, loaded once from the
*> certificate master. Their money is locked: it does not count
*> toward the available balance a debit elsewhere is judged on, and
*> a debit against the certificate itself is refused or, with
*> TD-EARLY-WITHDRAWAL=PENALTY, posted with an early-withdrawal fee
*> of TD-PENALTY-DAYS' interest at the certificate rate cut into the
*> NSF fee file. TDMATUR's own TM slips are the maturity itself and
*> pass untouched.
01  TDMASTERPATH       PIC X(200) VALUE SPACES.
01  TD-MASTER-STATUS   PIC XX.
01  WS-TD-EOF-SW       PIC X VALUE 'N'.
    88  WS-END-OF-TD-MASTER    VALUE 'Y'.
01  WS-TD-TABLE.
    05  WS-TD-COUNT        PIC 9(4) VALUE ZERO.
    05  WS-TD-ENTRY        OCCURS 2000 TIMES.
        10  WS-TD-CUST-ID      PIC X(10).
        10  WS-TD-ACCT-NO      PIC X(4).
        10  WS-TD-RATE         PIC 9(2)V9(4).
01  WS-TD-SUB          PIC 9(4) COMP VALUE ZERO.
01  WS-TD-FOUND-SUB    PIC 9(4) COMP VALUE ZERO.
01  WS-TD-PENALTY-SW   PIC X VALUE 'N'.
    88  WS-TD-PENALTY-MODE     VALUE 'Y'.
01  WS-TD-PENALTY-DAYS PIC 9(3) VALUE 90.
01  WS-TD-PENALTY-AMT  PIC S9(7)V99 VALUE ZERO.
01  WS-TD-PENALTY-DUE-SW PIC X VALUE 'N'.
    88  WS-TD-PENALTY-DUE      VALUE 'Y'.
01  WS-TD-REFUSED-SW   PIC X VALUE 'N'.
    88  WS-TD-REFUSED          VALUE 'Y'.
01  WS-TD-POSTED-BEFORE PIC 9(9) VALUE ZERO.
01  WS-EW-SEQ          PIC 9(6) VALUE ZERO.
*> Installment loans, loaded once from the loan master. A loan slip
*> is proven against its loan before the deposit side moves: a
*> disbursement only for a loan awaiting one and only for the loan
*> amount, a payment only for an active loan and never more than
*> its payoff. The payment is split here - billed late fees, then
*> billed interest, the rest principal - so the journal and the GL
*> feed carry the parts; the table is kept current through the run
*> so two payments on one night split correctly. No deposit slip
*> may name a loan's own account number.
01  LOANMASTERPATH     PIC X(200) VALUE SPACES.
01  LOAN-MASTER-STATUS PIC XX.
01  LOANACTPATH        PIC X(200) VALUE SPACES.
01  LOAN-ACTIVITY-STATUS PIC XX.
01  WS-LOAN-EOF-SW     PIC X VALUE 'N'.
    88  WS-END-OF-LOAN-MASTER  VALUE 'Y'.
01  WS-LOAN-TABLE.
    05  WS-LOAN-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-LOAN-ENTRY      OCCURS 2000 TIMES.
        10  WS-LOAN-CUST-ID    PIC X(10).
        10  WS-LOAN-ACCT-NO    PIC X(4).
        10  WS-LOAN-STATUS     PIC X(1).
        10  WS-LOAN-PRINCIPAL  PIC 9(9)V99.
        10  WS-LOAN-PRIN-BAL   PIC 9(9)V99.
        10  WS-LOAN-INT-DUE    PIC 9(9)V99.
        10  WS-LOAN-FEES-DUE   PIC 9(9)V99.
01  WS-LOAN-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-LOAN-FOUND-SUB  PIC 9(4) COMP VALUE ZERO.
01  WS-LOAN-FIND-ID    PIC X(10) VALUE SPACES.
01  WS-LOAN-FIND-NO    PIC X(4)  VALUE SPACES.
01  WS-LOAN-REFUSED-SW PIC X VALUE 'N'.
    88  WS-LOAN-REFUSED        VALUE 'Y'.
01  WS-CO-REFUSED-SW   PIC X VALUE 'N'.
    88  WS-CO-REFUSED          VALUE 'Y'.
01  WS-LOAN-PAYOFF     PIC 9(9)V99 VALUE ZERO.
01  WS-LOAN-REMAINING  PIC 9(9)V99 VALUE ZERO.
01  WS-LOAN-FEE-PART   PIC 9(9)V99 VALUE ZERO.
01  WS-LOAN-INT-PART   PIC 9(9)V99 VALUE ZERO.
01  WS-LOAN-PRIN-PART  PIC 9(9)V99 VALUE ZERO.
01  WS-LOAN-PART-CODE  PIC X(1) VALUE SPACE.
01  WS-LOAN-PART-AMT   PIC 9(9)V99 VALUE ZERO.
01  WS-LOAN-RUNNING    PIC S9(9)V99 VALUE ZERO.
*> External payments: the payee's routing number must carry a good
*> check digit and must not be our own (money between two of our
*> customers is a transfer). Each 'E' slip that posts is handed to
*> EXTORIG on the posted-payments file, which sends it out.
01  EXTPAYPOSTEDPATH   PIC X(200) VALUE SPACES.
01  EXT-PAY-POSTED-STATUS PIC XX.
01  WS-OUR-ROUTING     PIC X(9) VALUE SPACES.
01  WS-EXT-REFUSED-SW  PIC X VALUE 'N'.
    88  WS-EXT-REFUSED         VALUE 'Y'.
01  WS-CHK-WEIGHTS     PIC X(8) VALUE "37137137".
01  WS-CHK-WEIGHT-R REDEFINES WS-CHK-WEIGHTS.
    05  WS-CHK-WEIGHT      PIC 9(1) OCCURS 8 TIMES.
01  WS-CHK-ROUTING     PIC X(8) VALUE SPACES.
01  WS-CHK-SUB         PIC 9(2) COMP VALUE ZERO.
01  WS-CHK-DIGIT       PIC 9(1) VALUE ZERO.
01  WS-CHK-SUM         PIC 9(4) VALUE ZERO.
01  WS-CHK-RESULT      PIC 9(1) VALUE ZERO.
*> Savings withdrawal limit: the product terms allow a savings
*> account SAVINGS-WITHDRAWAL-LIMIT customer debits and transfers
*> out per calendar month. This month's count for each account is
*> taken from the journal at the start of the run, so it survives a
*> restart and every earlier night of the month. Over the limit the
*> slip is refused, or with SAVINGS-EXCESS-ACTION=FEE posted with a
*> SAVINGS-EXCESS-FEE slip cut into the NSF fee file; either way the
*> event goes on the excess file for the month-end SAVXRPT listing.
*> Fees and the system's own slips are not withdrawals and neither
*> count nor are limited.
01  SAVEXCESSPATH      PIC X(200) VALUE SPACES.
01  SAVINGS-EXCESS-STATUS PIC XX.
01  WS-SAV-LIMIT       PIC 9(3) VALUE 6.
01  WS-SAV-FEE-MODE-SW PIC X VALUE 'N'.
    88  WS-SAV-FEE-MODE        VALUE 'Y'.
01  WS-SAV-EXCESS-FEE  PIC S9(7)V99 VALUE ZERO.
01  WS-SAV-MONTH       PIC X(6) VALUE SPACES.
01  WS-SAV-TABLE.
    05  WS-SAV-COUNT       PIC 9(4) VALUE ZERO.
    05  WS-SAV-ENTRY       OCCURS 5000 TIMES.
        10  WS-SAV-CUST-ID     PIC X(10).
        10  WS-SAV-ACCT-NO     PIC X(4).
        10  WS-SAV-WDL-COUNT   PIC 9(3).
01  WS-SAV-SUB         PIC 9(4) COMP VALUE ZERO.
01  WS-SAV-FOUND-SUB   PIC 9(4) COMP VALUE ZERO.
01  WS-SAV-FULL-SW     PIC X VALUE 'N'.
    88  WS-SAV-TABLE-FULL      VALUE 'Y'.
01  WS-SAV-FIND-ID     PIC X(10) VALUE SPACES.
01  WS-SAV-FIND-NO     PIC X(4)  VALUE SPACES.
01  WS-SAV-LAST-SERIAL PIC X(14) VALUE SPACES.
01  WS-SAV-THIS-COUNT  PIC 9(3) VALUE ZERO.
01  WS-SAV-CHECK-SW    PIC X VALUE 'N'.
    88  WS-SAV-COUNTED         VALUE 'Y'.
01  WS-SAV-EXCESS-SW   PIC X VALUE 'N'.
    88  WS-SAV-OVER-LIMIT      VALUE 'Y'.
01  WS-SAV-REFUSED-SW  PIC X VALUE 'N'.
    88  WS-SAV-REFUSED         VALUE 'Y'.
01  WS-SAV-REJECT-COUNT PIC 9(9) VALUE ZERO.
01  WS-SAV-FEE-COUNT   PIC 9(9) VALUE ZERO.
01  WS-XW-SEQ          PIC 9(6) VALUE ZERO.
01  WS-SAV-EOF-SW      PIC X VALUE 'N'.
    88  WS-END-OF-SAV-JOURNAL  VALUE 'Y'.
01  WS-SAV-SERIAL-TAG  PIC X(2).
    88  WS-SAV-SYSTEM-SLIP     VALUE 'SO' 'AC' 'NF' 'TM' 'EW' 'RV'
                                     'ES' 'LN' 'CO' 'CS' 'AH' 'MG'
                                     'XW'.
    COPY ACCTREC.
01  WS-ACCT-FOUND-SW   PIC X VALUE 'N'.
    88  WS-ACCOUNT-FOUND       VALUE 'Y'.
01  WS-LEG-ACCT-NO     PIC X(4) VALUE SPACES.
    COPY PARMTAB.
    COPY TRXJRNL.
    COPY JPCTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY CHNTAB.
    COPY ERRTAB.
    COPY CKPTTAB.
PROCEDURE DIVISION.
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-NSF-FEE
    END-IF
    MOVE "TD-EARLY-WITHDRAWAL" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE(1:7) = "PENALTY"
        SET WS-TD-PENALTY-MODE TO TRUE
    END-IF
    MOVE "TD-PENALTY-DAYS" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-TD-PENALTY-DAYS
    END-IF
    MOVE "ACH-ROUTING" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-OUR-ROUTING
    MOVE "SAVINGS-WITHDRAWAL-LIMIT" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-SAV-LIMIT
    END-IF
    MOVE "SAVINGS-EXCESS-ACTION" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE(1:3) = "FEE"
        SET WS-SAV-FEE-MODE TO TRUE
    END-IF
    MOVE "SAVINGS-EXCESS-FEE" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-SAV-EXCESS-FEE
    END-IF
    DISPLAY "SAVINGS-EXCESS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT SAVEXCESSPATH FROM ENVIRONMENT-VALUE
    IF SAVEXCESSPATH = SPACES
        MOVE "savings-excess.dat" TO SAVEXCESSPATH
    END-IF
    DISPLAY "EXT-PAY-POSTED-PATH" UPON ENVIRONMENT-NAME
    ACCEPT EXTPAYPOSTEDPATH FROM ENVIRONMENT-VALUE
    IF EXTPAYPOSTEDPATH = SPACES
        MOVE "ext-payments-posted.dat" TO EXTPAYPOSTEDPATH
    END-IF
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    *> journal entries carry the business date, so a cycle that
    *> starts after midnight still posts under the correct day
    MOVE WS-CAL-PROCESSING-DATE TO WS-POST-DATE
    PERFORM LOAD-FUNDS-HOLDS
    PERFORM LOAD-TERM-DEPOSITS
    PERFORM LOAD-LOANS
    PERFORM LOAD-SAVINGS-WITHDRAWALS
    MOVE WS-RUN-ID TO WS-CKPT-RUN-ID
    MOVE "TRXPOST" TO WS-CKPT-STEP-NAME
    PERFORM CHECK-BATCH-CHECKPOINT
        PERFORM LOG-COMMON-ERROR
    ELSE
        PERFORM OPEN-TRX-JOURNAL
        PERFORM OPEN-WAREHOUSE
        PERFORM LOAD-SERIAL-REGISTER
        PERFORM UNTIL WS-END-OF-TRANS-FILE
            READ TRX-TRANS-FILE
        END-PERFORM
        CLOSE TRX-TRANS-FILE
        CLOSE TRX-JOURNAL-FILE
        CLOSE WAREHOUSE-FILE
        PERFORM CLOSE-JOURNAL-SEAL
        PERFORM CLOSE-JOURNAL-PARTITION
        PERFORM CONSUME-POSTED-INPUT
        PERFORM WRITE-BATCH-CHECKPOINT
        PERFORM WRITE-POSTING-STATS
                " rejected: " WS-REJECTED-COUNT
                " duplicates: " WS-DUP-COUNT
                " overdraft rejects: " WS-OD-COUNT
                " warehoused: " WS-WAREHOUSED-COUNT
                " net amount: " WS-POSTED-AMT-DISP
        DISPLAY "Savings withdrawals over the limit - refused: "
                WS-SAV-REJECT-COUNT
                " posted with excess fee: " WS-SAV-FEE-COUNT
    END-IF
    END-IF
    PERFORM RECORD-STEP-END
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    PERFORM OPEN-JOURNAL-PARTITION
    PERFORM OPEN-JOURNAL-SEAL
    OPEN EXTEND TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "35" OR TRX-JOURNAL-STATUS = "05"
        OPEN OUTPUT TRX-JOURNAL-FILE
    END-IF.

OPEN-WAREHOUSE.
    *> Open EXTEND for the run, like the journal. A resumed run first
    *> reads the warehouse through to keep its last row, which
    *> WAREHOUSE-FUTURE-SLIP checks the first slip after the
    *> checkpoint against.
    DISPLAY "TRX-WAREHOUSE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT WAREHOUSEPATH FROM ENVIRONMENT-VALUE
    IF WAREHOUSEPATH = SPACES
        MOVE "warehouse-trans.dat" TO WAREHOUSEPATH
    END-IF
    IF WS-SLIPS-DONE > ZERO OR WS-VERIFY-PENDING
        MOVE 'N' TO WS-WHSE-TAIL-EOF-SW
        OPEN INPUT WAREHOUSE-FILE
        IF WAREHOUSE-STATUS = "00"
            PERFORM UNTIL WS-END-OF-WHSE-TAIL
                READ WAREHOUSE-FILE
                    AT END
                        SET WS-END-OF-WHSE-TAIL TO TRUE
                    NOT AT END
                        MOVE WAREHOUSE-REC TO WS-WHSE-TAIL-LAST
                END-READ
            END-PERFORM
            CLOSE WAREHOUSE-FILE
        END-IF
    END-IF
    OPEN EXTEND WAREHOUSE-FILE
    IF WAREHOUSE-STATUS = "35" OR WAREHOUSE-STATUS = "05"
        OPEN OUTPUT WAREHOUSE-FILE
    END-IF.

OPEN-JOURNAL-PARTITION.
    *> Every row a run writes carries the one business date, so a run
    *> only ever appends to one month's partition. Its row count is
    *> taken from the partition itself rather than the catalog, so a
    *> run that died before saving the catalog still numbers on from
    *> the last row actually written. A new month is catalogued as
    *> soon as its partition is opened.
    MOVE 'N' TO WS-PART-ACTIVE-SW
    PERFORM LOAD-JOURNAL-CATALOG
    IF NOT WS-JOURNAL-PARTITIONED
        EXIT PARAGRAPH
    END-IF
    IF WS-SLIPS-DONE > ZERO OR WS-VERIFY-PENDING
        SET WS-PART-RESTART TO TRUE
    END-IF
    MOVE WS-POST-DATE(1:6) TO WS-JPC-SEARCH-PERIOD
    PERFORM FIND-JOURNAL-PERIOD
    IF WS-JPC-FOUND-SUB = ZERO
        PERFORM ADD-JOURNAL-PERIOD
        IF WS-JPC-FOUND-SUB = ZERO
            MOVE "Journal partition catalog full" TO WS-ERR-MESSAGE
            PERFORM DROP-JOURNAL-PARTITIONS
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE WS-JPC-FOUND-SUB TO WS-PART-SUB
    SET WS-JPC-OPEN(WS-PART-SUB) TO TRUE
    MOVE WS-JPC-PART-PATH(WS-PART-SUB) TO JOURNALPARTPATH
    MOVE WS-JPC-INDEX-PATH(WS-PART-SUB) TO JOURNALINDEXPATH
    OPEN I-O JOURNAL-INDEX-FILE
    IF JOURNAL-INDEX-STATUS = "35"
        OPEN OUTPUT JOURNAL-INDEX-FILE
        CLOSE JOURNAL-INDEX-FILE
        OPEN I-O JOURNAL-INDEX-FILE
    END-IF
    IF JOURNAL-INDEX-STATUS NOT = "00"
        MOVE "Unable to open journal partition index"
            TO WS-ERR-MESSAGE
        PERFORM DROP-JOURNAL-PARTITIONS
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WS-PART-ROWS
    MOVE 'N' TO WS-PART-EOF-SW
    OPEN INPUT JOURNAL-PARTITION-FILE
    IF JOURNAL-PARTITION-STATUS = "00"
        PERFORM UNTIL WS-END-OF-PARTITION
            READ JOURNAL-PARTITION-FILE
                AT END
                    SET WS-END-OF-PARTITION TO TRUE
                NOT AT END
                    ADD 1 TO WS-PART-ROWS
                    IF WS-PART-RESTART
                        PERFORM CHECK-PARTITION-INDEX-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL-PARTITION-FILE
    END-IF
    OPEN EXTEND JOURNAL-PARTITION-FILE
    IF JOURNAL-PARTITION-STATUS = "35"
            OR JOURNAL-PARTITION-STATUS = "05"
        OPEN OUTPUT JOURNAL-PARTITION-FILE
    END-IF
    IF JOURNAL-PARTITION-STATUS NOT = "00"
        CLOSE JOURNAL-INDEX-FILE
        MOVE "Unable to open journal partition" TO WS-ERR-MESSAGE
        PERFORM DROP-JOURNAL-PARTITIONS
        EXIT PARAGRAPH
    END-IF
    SET WS-PART-ACTIVE TO TRUE
    MOVE WS-PART-ROWS TO WS-JPC-ROWS(WS-PART-SUB)
    IF WS-PART-RESTART
        PERFORM SYNC-JOURNAL-PARTITION
    END-IF
    PERFORM SAVE-JOURNAL-CATALOG.

OPEN-JOURNAL-SEAL.
    MOVE 'N' TO WS-SEAL-ACTIVE-SW
    MOVE 'N' TO WS-SEAL-SYNC-SW
    MOVE SPACES TO JOURNALSEALPATH
    STRING FUNCTION TRIM(TRXJOURNALPATH) DELIMITED BY SIZE
           ".seal" DELIMITED BY SIZE
           INTO JOURNALSEALPATH
    MOVE JOURNALSEALPATH TO WS-CHN-LOG-PATH
    MOVE WS-CHN-SEAL-MARK TO WS-CHN-MARK-POS
    PERFORM LOAD-LOG-CHAIN
    IF NOT WS-CHN-HEAD-FOUND
        SET WS-SEAL-SYNC TO TRUE
    END-IF
    IF WS-SLIPS-DONE > ZERO OR WS-VERIFY-PENDING
        *> the head on file is the one the failed run started from
        IF WS-CHN-HEAD-FOUND
            PERFORM SCAN-LOG-CHAIN
        END-IF
        SET WS-SEAL-SYNC TO TRUE
    END-IF
    OPEN EXTEND JOURNAL-SEAL-FILE
    IF JOURNAL-SEAL-STATUS = "35" OR JOURNAL-SEAL-STATUS = "05"
        OPEN OUTPUT JOURNAL-SEAL-FILE
    END-IF
    IF JOURNAL-SEAL-STATUS NOT = "00"
        MOVE "Unable to open journal seal file" TO WS-ERR-MESSAGE
        PERFORM DROP-JOURNAL-SEAL
        EXIT PARAGRAPH
    END-IF
    SET WS-SEAL-ACTIVE TO TRUE
    IF WS-SEAL-SYNC
        PERFORM SYNC-JOURNAL-SEAL
    END-IF.

SYNC-JOURNAL-SEAL.
    *> The seal file is counted off against the continuous journal
    *> and the rows past its end are sealed now, before the run
    *> writes anything new - the last few after a crash, or the whole
    *> journal the first time it is sealed.
    MOVE ZERO TO WS-SEAL-SEEN
    MOVE ZERO TO WS-SEAL-ADDED
    MOVE 'N' TO WS-SEAL-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-SEAL-SYNC OR NOT WS-SEAL-ACTIVE
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-SEAL-SYNC TO TRUE
                NOT AT END
                    ADD 1 TO WS-SEAL-SEEN
                    IF WS-SEAL-SEEN > WS-CHN-COUNT
                        MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                        PERFORM WRITE-JOURNAL-SEAL-ROW
                        ADD 1 TO WS-SEAL-ADDED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF
    IF WS-SEAL-ADDED > ZERO
        DISPLAY "Journal seal: " WS-SEAL-ADDED
                " unsealed journal row(s) sealed"
    END-IF.

WRITE-JOURNAL-SEAL-ROW.
    *> Called with TRX-JOURNAL-ENTRY just written to the continuous
    *> journal; the seal's row number is the row's place in it.
    IF NOT WS-SEAL-ACTIVE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CHN-TEXT
    MOVE TRX-JOURNAL-ENTRY TO WS-CHN-TEXT
    PERFORM SEAL-CHAIN-TEXT
    MOVE WS-CHN-COUNT TO JS-ROW-NO
    MOVE WS-CHN-MARKER TO JS-MARKER
    MOVE WS-CHN-HASH TO JS-HASH
    WRITE JOURNAL-SEAL-REC FROM JOURNAL-SEAL-ENTRY
    IF JOURNAL-SEAL-STATUS NOT = "00"
        MOVE "Failed to write journal seal row" TO WS-ERR-MESSAGE
        PERFORM DROP-JOURNAL-SEAL
    END-IF.

DROP-JOURNAL-SEAL.
    *> Posting goes on. The head is removed so the next run reads the
    *> seal file back and seals every row this one could not.
    MOVE "TRXPOST" TO WS-ERR-PROGRAM-ID
    MOVE "JSEAL" TO WS-ERR-CODE
    SET WS-ERR-FATAL TO TRUE
    PERFORM LOG-COMMON-ERROR
    IF WS-SEAL-ACTIVE
        CLOSE JOURNAL-SEAL-FILE
    END-IF
    MOVE 'N' TO WS-SEAL-ACTIVE-SW
    MOVE SPACES TO CHAINHEADPATH
    STRING FUNCTION TRIM(JOURNALSEALPATH) DELIMITED BY SIZE
           ".chain" DELIMITED BY SIZE
           INTO CHAINHEADPATH
    CALL "CBL_DELETE_FILE" USING CHAINHEADPATH
        RETURNING WS-DELETE-RC.

CLOSE-JOURNAL-SEAL.
    IF WS-SEAL-ACTIVE
        CLOSE JOURNAL-SEAL-FILE
        MOVE 'N' TO WS-SEAL-ACTIVE-SW
        PERFORM SAVE-LOG-CHAIN
    END-IF.

CHECK-PARTITION-INDEX-ROW.
    *> Restart only: a crash between the partition write and the
    *> index write leaves a row the index does not know; it is put
    *> back under the same row number.
    MOVE JOURNAL-PARTITION-REC TO TRX-JOURNAL-ENTRY
    MOVE TJ-CUST-ID TO JX-CUST-ID
    MOVE WS-PART-ROWS TO JX-ROW-SEQ
    READ JOURNAL-INDEX-FILE
        INVALID KEY
            MOVE TJ-CUST-ID TO JX-CUST-ID
            MOVE WS-PART-ROWS TO JX-ROW-SEQ
            MOVE TRX-JOURNAL-ENTRY TO JX-JOURNAL-ROW
            WRITE JOURNAL-INDEX-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
    END-READ.

SYNC-JOURNAL-PARTITION.
    *> Restart only: the crash may also have fallen between the
    *> continuous journal's write and the partition's. The month's
    *> rows in the continuous journal are counted off against the
    *> partition and any it is missing - only ever the last few - are
    *> appended to it now, before the run writes anything new.
    MOVE ZERO TO WS-PART-SEEN
    MOVE ZERO TO WS-PART-ADDED
    MOVE 'N' TO WS-PART-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-PARTITION
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-PARTITION TO TRUE
                NOT AT END
                    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                    IF TJ-POST-DATE(1:6) = WS-JPC-PERIOD(WS-PART-SUB)
                        ADD 1 TO WS-PART-SEEN
                        IF WS-PART-SEEN > WS-PART-ROWS
                            PERFORM WRITE-JOURNAL-PARTITION-ROW
                            ADD 1 TO WS-PART-ADDED
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF
    IF WS-PART-ADDED > ZERO
        DISPLAY "Restart: " WS-PART-ADDED
                " journal row(s) restored to partition "
                WS-JPC-PERIOD(WS-PART-SUB)
    END-IF.

WRITE-JOURNAL-PARTITION-ROW.
    *> Called with TRX-JOURNAL-ENTRY just written to the continuous
    *> journal.
    IF NOT WS-PART-ACTIVE
        EXIT PARAGRAPH
    END-IF
    WRITE JOURNAL-PARTITION-REC FROM TRX-JOURNAL-ENTRY
    IF JOURNAL-PARTITION-STATUS NOT = "00"
        MOVE "Failed to write journal partition row" TO WS-ERR-MESSAGE
        PERFORM DROP-JOURNAL-PARTITIONS
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PART-ROWS
    MOVE TJ-CUST-ID TO JX-CUST-ID
    MOVE WS-PART-ROWS TO JX-ROW-SEQ
    MOVE TRX-JOURNAL-ENTRY TO JX-JOURNAL-ROW
    WRITE JOURNAL-INDEX-RECORD
    IF JOURNAL-INDEX-STATUS NOT = "00"
        MOVE "Failed to write journal partition index entry"
            TO WS-ERR-MESSAGE
        PERFORM DROP-JOURNAL-PARTITIONS
        EXIT PARAGRAPH
    END-IF
    MOVE WS-PART-ROWS TO WS-JPC-ROWS(WS-PART-SUB)
    IF WS-JPC-FIRST-DATE(WS-PART-SUB) = SPACES
        MOVE TJ-POST-DATE TO WS-JPC-FIRST-DATE(WS-PART-SUB)
    END-IF
    MOVE TJ-POST-DATE TO WS-JPC-LAST-DATE(WS-PART-SUB).

DROP-JOURNAL-PARTITIONS.
    *> A partition that has missed a row is worse than none: the
    *> catalog is removed, so every reader goes back to the continuous
    *> journal (which has the row) and later runs stop partitioning
    *> until JRNLPART rebuilds the lot. The caller sets the message.
    MOVE "TRXPOST" TO WS-ERR-PROGRAM-ID
    MOVE "JPART" TO WS-ERR-CODE
    SET WS-ERR-FATAL TO TRUE
    PERFORM LOG-COMMON-ERROR
    IF WS-PART-ACTIVE
        CLOSE JOURNAL-PARTITION-FILE
        CLOSE JOURNAL-INDEX-FILE
    END-IF
    MOVE 'N' TO WS-PART-ACTIVE-SW
    MOVE 'N' TO WS-JPC-PRESENT-SW
    CALL "CBL_DELETE_FILE" USING JOURNALCATPATH
        RETURNING WS-JPC-DELETE-RC
    DISPLAY "Journal partition catalog withdrawn - run JRNLPART"
            " to rebuild the partitions from the journal".

CLOSE-JOURNAL-PARTITION.
    IF WS-PART-ACTIVE
        CLOSE JOURNAL-PARTITION-FILE
        CLOSE JOURNAL-INDEX-FILE
        MOVE 'N' TO WS-PART-ACTIVE-SW
        PERFORM SAVE-JOURNAL-CATALOG
    END-IF.

LOAD-SERIAL-REGISTER.
    *> The register survives across days and across input files, which
    *> is the window CONSUME-POSTED-INPUT cannot cover: a branch
    CLOSE REJECTS-FILE.

POST-TRANSACTION.
    IF DT-TELLER-ID NOT = SPACES
        MOVE DT-TELLER-ID TO WS-SLIP-OPERATOR-ID
    ELSE
        MOVE WS-OPERATOR-ID TO WS-SLIP-OPERATOR-ID
    END-IF
    MOVE 'N' TO WS-REPLAY-FROM-SW
    MOVE 'N' TO WS-REPLAY-TO-SW
    MOVE 'N' TO WS-JRNL-FROM-SW
    MOVE 'N' TO WS-JRNL-TO-SW
    MOVE 'N' TO WS-SAV-CHECK-SW
    MOVE 'N' TO WS-SAV-REFUSED-SW
    IF WS-VERIFY-PENDING
            AND WS-SLIP-NUMBER = WS-VERIFY-SLIP-NO
        PERFORM VERIFY-RESTART-BALANCE
                    " customer: " DT-CUST-ID
        END-IF
    ELSE
    IF DT-EFF-DATE NUMERIC AND DT-EFF-DATE > WS-POST-DATE
        PERFORM WAREHOUSE-FUTURE-SLIP
    ELSE
    IF DT-TRAN-TRANSFER
        PERFORM POST-TRANSFER-PAIR
    ELSE
                DISPLAY "Rejected transaction, customer not on file: "
                        DT-CUST-ID
            ELSE
                PERFORM CHECK-LOAN-SLIP
                MOVE 'N' TO WS-CO-REFUSED-SW
                MOVE 'N' TO WS-EXT-REFUSED-SW
                IF NOT WS-LOAN-REFUSED
                    PERFORM CHECK-CHARGE-OFF-SLIP
                END-IF
                IF NOT WS-LOAN-REFUSED AND NOT WS-CO-REFUSED
                    PERFORM CHECK-EXTERNAL-PAY-SLIP
                END-IF
                IF NOT WS-LOAN-REFUSED AND NOT WS-CO-REFUSED
                        AND NOT WS-EXT-REFUSED
                    PERFORM CHECK-OVERDRAFT-POLICY
                END-IF
                IF NOT WS-LOAN-REFUSED AND NOT WS-CO-REFUSED
                        AND NOT WS-EXT-REFUSED
                        AND NOT WS-OD-REJECTED
                    IF DT-ACCT-NO = SPACES
                        PERFORM APPLY-AMOUNT
                    ELSE
                                    " not on file: " DT-CUST-ID
                                    " " DT-ACCT-NO
                        ELSE
                            PERFORM CHECK-CERTIFICATE-DEBIT
                            IF NOT WS-TD-REFUSED
                                PERFORM CHECK-SAVINGS-LIMIT
                            END-IF
                            IF NOT WS-TD-REFUSED
                                    AND NOT WS-SAV-REFUSED
                                MOVE WS-POSTED-COUNT
                                    TO WS-TD-POSTED-BEFORE
                                PERFORM APPLY-AMOUNT
                                IF WS-TD-PENALTY-DUE
                                        AND WS-POSTED-COUNT >
                                            WS-TD-POSTED-BEFORE
                                    PERFORM WRITE-PENALTY-SLIP
                                END-IF
                                IF WS-SAV-COUNTED
                                        AND WS-POSTED-COUNT >
                                            WS-TD-POSTED-BEFORE
                                    PERFORM NOTE-SAVINGS-WITHDRAWAL
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

WAREHOUSE-FUTURE-SLIP.
    *> A slip keyed today for a later value date must not move the
    *> balance until that date. It goes to the warehouse untouched -
    *> serial and all - and is neither posted nor rejected tonight;
    *> its serial stays off the register until it really posts, so
    *> the released copy is not refused as a duplicate.
    *> Slips up to the checkpoint are never re-driven, but the first
    *> one after it may have been parked just before the run died;
    *> if the warehouse already ends with it, it is not parked again.
    IF WS-SLIPS-DONE > ZERO OR WS-VERIFY-PENDING
        IF WS-SLIP-NUMBER = WS-SLIPS-DONE + 1
                AND WS-WHSE-TAIL-LAST = DAILY-TRANS-RECORD
            DISPLAY "Restart: in-flight slip found already"
                    " warehoused: " DT-SLIP-SERIAL
            ADD 1 TO WS-WAREHOUSED-COUNT
            EXIT PARAGRAPH
        END-IF
    END-IF
    WRITE WAREHOUSE-REC FROM DAILY-TRANS-RECORD
    IF WAREHOUSE-STATUS NOT = "00"
        MOVE "TRXPOST" TO WS-ERR-PROGRAM-ID
        MOVE WAREHOUSE-STATUS TO WS-ERR-CODE
        MOVE "Failed to warehouse future-dated slip"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        ADD 1 TO WS-REJECTED-COUNT
        *> neither parked nor posted: it must at least reach the
        *> rejects log, or the slip is simply gone
        MOVE "FUTURE SLIP NOT WAREHOUSED" TO WS-REJECT-REASON
        PERFORM WRITE-POSTING-REJECT
    ELSE
        ADD 1 TO WS-WAREHOUSED-COUNT
        DISPLAY "Warehoused future-dated slip " DT-SLIP-SERIAL
                " customer: " DT-CUST-ID
                " effective: " DT-EFF-DATE
    END-IF.

CHECK-OVERDRAFT-POLICY.
    *> writing a 40,000-negative balance for the morning report to
    *> discover. Credits always post.
    MOVE 'N' TO WS-OD-REJECT-SW
    PERFORM SUM-CUSTOMER-HOLDS
    *> a replayed slip already passed this policy when it first
    *> posted; checking again against the already-debited live
    *> balance would subtract the amount a second time and could
    *> fee is a charge already incurred, not a withdrawal to refuse,
    *> and bouncing a fee would cut another fee, feeding an unbounded
    *> nightly reject-and-fee loop for anyone sitting near the floor.
    *> Held funds count against the floor whether or not an
    *> overdraft policy is on: with no policy the floor is zero, so a
    *> customer with holds can spend down to the held amount and no
    *> further. Money locked in an unmatured certificate counts the
    *> same way. TDMATUR's TM slips pay a matured certificate out of
    *> its own balance and pass the floor like a fee.
    *> A customer under a sanctions block may not move money out at
    *> all, whatever the balance: the debit is refused outright and,
    *> since it is no overdraft, cuts no NSF fee. Fees and the
    *> system's own slips are exempt as above.
    IF WS-SANCTIONS-BLOCKED
            AND NOT WS-REPLAY-SKIP-FROM
            AND NOT DT-TRAN-FEE
            AND DT-SLIP-SERIAL(1:2) NOT = "NF"
            AND DT-SLIP-SERIAL(1:2) NOT = "TM"
            AND (DT-TRAN-DEBIT OR DT-TRAN-TRANSFER)
        SET WS-OD-REJECTED TO TRUE
        ADD 1 TO WS-REJECTED-COUNT
        MOVE "DEBIT BLOCKED BY SANCTIONS HOLD" TO WS-REJECT-REASON
        PERFORM WRITE-POSTING-REJECT
        DISPLAY "Rejected debit, customer under sanctions block: "
                DT-CUST-ID
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-HOLD-CHECK-SW
    IF WS-OD-ENFORCED OR WS-HELD-AMOUNT > ZERO
        SET WS-HOLD-CHECK-DUE TO TRUE
    END-IF
    IF WS-HOLD-CHECK-DUE
            AND NOT WS-REPLAY-SKIP-FROM
            AND NOT DT-TRAN-FEE
            AND DT-SLIP-SERIAL(1:2) NOT = "NF"
            AND DT-SLIP-SERIAL(1:2) NOT = "TM"
            AND (DT-TRAN-DEBIT OR DT-TRAN-TRANSFER)
        COMPUTE WS-OD-PROJECTED =
            WS-BEFORE-BALANCE - WS-HELD-AMOUNT - DT-AMOUNT
        MOVE ZERO TO WS-OD-LIMIT-EFF
        IF WS-OD-ENFORCED
            PERFORM RESOLVE-OVERDRAFT-LIMIT
        END-IF
        IF WS-OD-PROJECTED < ZERO - WS-OD-LIMIT-EFF
            SET WS-OD-REJECTED TO TRUE
            ADD 1 TO WS-REJECTED-COUNT
            ADD 1 TO WS-OD-COUNT
            IF WS-HELD-AMOUNT > ZERO
                MOVE "DEBIT EXCEEDS AVAILABLE BALANCE"
                    TO WS-REJECT-REASON
                PERFORM WRITE-POSTING-REJECT
                DISPLAY "Rejected debit, exceeds available balance"
                        " after holds, customer: " DT-CUST-ID
            ELSE
                MOVE "DEBIT EXCEEDS OVERDRAFT LIMIT"
                    TO WS-REJECT-REASON
                PERFORM WRITE-POSTING-REJECT
                DISPLAY "Rejected debit, overdraft limit exceeded,"
                        " customer: " DT-CUST-ID
            END-IF
            IF WS-NSF-FEE > ZERO
                PERFORM WRITE-NSF-FEE-SLIP
            END-IF
        END-IF
    END-IF.

LOAD-FUNDS-HOLDS.
    *> Only holds in force on the business date are loaded: status
    *> active and either no expiry or an expiry still ahead. A hold
    *> lapsing tonight stops counting even if the expiry step has not
    *> yet marked it.
    DISPLAY "FUNDS-HOLD-PATH" UPON ENVIRONMENT-NAME
    ACCEPT FUNDSHOLDPATH FROM ENVIRONMENT-VALUE
    IF FUNDSHOLDPATH = SPACES
        MOVE "funds-holds.dat" TO FUNDSHOLDPATH
    END-IF
    OPEN INPUT FUNDS-HOLD-FILE
    IF FUNDS-HOLD-STATUS = "00"
        PERFORM UNTIL WS-END-OF-HOLDS
            READ FUNDS-HOLD-FILE
                AT END
                    SET WS-END-OF-HOLDS TO TRUE
                NOT AT END
                    IF HD-ACTIVE AND HD-AMOUNT NUMERIC
                            AND (HD-EXPIRY-DATE = SPACES
                                 OR HD-EXPIRY-DATE = ZEROS
                                 OR HD-EXPIRY-DATE > WS-POST-DATE)
                        PERFORM NOTE-FUNDS-HOLD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FUNDS-HOLD-FILE
    END-IF.

NOTE-FUNDS-HOLD.
    IF WS-HOLD-COUNT < 2000
        ADD 1 TO WS-HOLD-COUNT
        MOVE HD-CUST-ID TO WS-HOLD-CUST-ID(WS-HOLD-COUNT)
        MOVE HD-AMOUNT TO WS-HOLD-AMOUNT(WS-HOLD-COUNT)
        MOVE 'N' TO WS-HOLD-BLOCK-SW(WS-HOLD-COUNT)
        IF HD-SANCTIONS-BLOCK
            SET WS-HOLD-IS-BLOCK(WS-HOLD-COUNT) TO TRUE
        END-IF
    ELSE
        MOVE "TRXPOST" TO WS-ERR-PROGRAM-ID
        MOVE "HOLDFULL" TO WS-ERR-CODE
        MOVE "Funds-hold table full - later holds not enforced"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF.

SUM-CUSTOMER-HOLDS.
    *> Holds on any of the customer's accounts count against the
    *> customer rollup, the balance this policy is judged on.
    MOVE ZERO TO WS-HELD-AMOUNT
    MOVE 'N' TO WS-SANCTIONS-SW
    PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
            UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
        IF WS-HOLD-CUST-ID(WS-HOLD-SUB) = DT-CUST-ID
            ADD WS-HOLD-AMOUNT(WS-HOLD-SUB) TO WS-HELD-AMOUNT
            IF WS-HOLD-IS-BLOCK(WS-HOLD-SUB)
                SET WS-SANCTIONS-BLOCKED TO TRUE
            END-IF
        END-IF
    END-PERFORM
    IF DT-TRAN-DEBIT OR DT-TRAN-TRANSFER
        PERFORM SUM-LOCKED-CERTIFICATES
    END-IF.

SUM-LOCKED-CERTIFICATES.
    *> The certificate the slip itself draws on is left out: that
    *> debit is judged by CHECK-CERTIFICATE-DEBIT instead.
    PERFORM VARYING WS-TD-SUB FROM 1 BY 1
            UNTIL WS-TD-SUB > WS-TD-COUNT
        IF WS-TD-CUST-ID(WS-TD-SUB) = DT-CUST-ID
                AND WS-TD-ACCT-NO(WS-TD-SUB) NOT = DT-ACCT-NO
            MOVE DT-CUST-ID TO WS-ACCT-LOOKUP-ID
            MOVE WS-TD-ACCT-NO(WS-TD-SUB) TO WS-ACCT-LOOKUP-NO
            PERFORM LOOKUP-ACCOUNT-BALANCE
            IF WS-ACCOUNT-FOUND AND WS-ACCT-BEFORE > ZERO
                ADD WS-ACCT-BEFORE TO WS-HELD-AMOUNT
            END-IF
        END-IF
    END-PERFORM.

LOAD-TERM-DEPOSITS.
    *> Only certificates still inside their term are loaded: active,
    *> and maturing after the business date. One maturing tonight is
    *> TDMATUR's to pay and is no longer locked.
    DISPLAY "TERM-DEPOSIT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TDMASTERPATH FROM ENVIRONMENT-VALUE
    IF TDMASTERPATH = SPACES
        MOVE "term-deposits.dat" TO TDMASTERPATH
    END-IF
    OPEN INPUT TD-MASTER-FILE
    IF TD-MASTER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-TD-MASTER
            READ TD-MASTER-FILE
                AT END
                    SET WS-END-OF-TD-MASTER TO TRUE
                NOT AT END
                    IF TD-ACTIVE AND TD-MATURITY-DATE > WS-POST-DATE
                        PERFORM NOTE-TERM-DEPOSIT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TD-MASTER-FILE
    END-IF.

NOTE-TERM-DEPOSIT.
    IF WS-TD-COUNT < 2000
        ADD 1 TO WS-TD-COUNT
        MOVE TD-CUST-ID TO WS-TD-CUST-ID(WS-TD-COUNT)
        MOVE TD-ACCT-NO TO WS-TD-ACCT-NO(WS-TD-COUNT)
        IF TD-RATE NUMERIC
            MOVE TD-RATE TO WS-TD-RATE(WS-TD-COUNT)
        ELSE
            MOVE ZERO TO WS-TD-RATE(WS-TD-COUNT)
        END-IF
    ELSE
        MOVE "TRXPOST" TO WS-ERR-PROGRAM-ID
        MOVE "TDFULL" TO WS-ERR-CODE
        MOVE "Certificate table full - later certificates not locked"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF.

CHECK-CERTIFICATE-DEBIT.
    *> A debit or outgoing transfer naming an unmatured certificate
    *> is early withdrawal. Fees, NSF and maturity slips, and a
    *> replayed slip that was judged when it first posted, pass.
    MOVE 'N' TO WS-TD-REFUSED-SW
    MOVE 'N' TO WS-TD-PENALTY-DUE-SW
    MOVE ZERO TO WS-TD-FOUND-SUB
    IF (DT-TRAN-DEBIT OR DT-TRAN-TRANSFER)
            AND NOT DT-TRAN-FEE
            AND NOT WS-REPLAY-SKIP-FROM
            AND DT-SLIP-SERIAL(1:2) NOT = "NF"
            AND DT-SLIP-SERIAL(1:2) NOT = "TM"
        PERFORM VARYING WS-TD-SUB FROM 1 BY 1
                UNTIL WS-TD-SUB > WS-TD-COUNT
            IF WS-TD-CUST-ID(WS-TD-SUB) = DT-CUST-ID
                    AND WS-TD-ACCT-NO(WS-TD-SUB) = DT-ACCT-NO
                MOVE WS-TD-SUB TO WS-TD-FOUND-SUB
                MOVE WS-TD-COUNT TO WS-TD-SUB
            END-IF
        END-PERFORM
    END-IF
    IF WS-TD-FOUND-SUB > ZERO
        IF WS-TD-PENALTY-MODE
            COMPUTE WS-TD-PENALTY-AMT ROUNDED =
                DT-AMOUNT * WS-TD-RATE(WS-TD-FOUND-SUB) / 100
                * WS-TD-PENALTY-DAYS / 365
            IF WS-TD-PENALTY-AMT > ZERO
                SET WS-TD-PENALTY-DUE TO TRUE
            END-IF
        ELSE
            SET WS-TD-REFUSED TO TRUE
            ADD 1 TO WS-REJECTED-COUNT
            MOVE "CERTIFICATE NOT MATURED" TO WS-REJECT-REASON
            PERFORM WRITE-POSTING-REJECT
            DISPLAY "Rejected debit, certificate not matured: "
                    DT-CUST-ID " " DT-ACCT-NO
        END-IF
    END-IF.

WRITE-PENALTY-SLIP.
    *> Same route as the NSF fee: an 'F' slip against the
    *> certificate into the fee file the next cycle posts, cross-
    *> referenced to the withdrawal that incurred it.
    DISPLAY "TRX-NSF-FEE-TRANS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT NSFFEEPATH FROM ENVIRONMENT-VALUE
    IF NSFFEEPATH = SPACES
        MOVE "nsf-fee-trans.dat" TO NSFFEEPATH
    END-IF
    MOVE SPACES TO NSF-FEE-SLIP
    MOVE DT-CUST-ID TO NF-CUST-ID
    MOVE DT-ACCT-NO TO NF-ACCT-NO
    MOVE 'F' TO NF-TRAN-CODE
    MOVE WS-TD-PENALTY-AMT TO NF-AMOUNT
    MOVE WS-POST-DATE TO NF-EFF-DATE
    ADD 1 TO WS-EW-SEQ
    MOVE SPACES TO NF-SLIP-SERIAL
    STRING "EW" DELIMITED BY SIZE
           WS-POST-DATE(3:6) DELIMITED BY SIZE
           WS-EW-SEQ DELIMITED BY SIZE
           INTO NF-SLIP-SERIAL
    MOVE DT-SLIP-SERIAL TO NF-XREF-SERIAL
    OPEN EXTEND NSF-FEE-TRANS-FILE
    IF NSF-FEE-TRANS-STATUS = "35" OR NSF-FEE-TRANS-STATUS = "05"
        OPEN OUTPUT NSF-FEE-TRANS-FILE
    END-IF
    WRITE NSF-FEE-SLIP
    CLOSE NSF-FEE-TRANS-FILE
    DISPLAY "Early-withdrawal penalty cut for certificate "
            DT-CUST-ID " " DT-ACCT-NO.

LOAD-SAVINGS-WITHDRAWALS.
    *> Counts this calendar month's withdrawals per account from the
    *> journal: customer debits ('D', 'E'), the paying leg of a
    *> transfer, and loan payments (journaled as up to three part
    *> rows under one serial, counted once). Only accounts named on
    *> the slip can be savings accounts, so primary-account rows are
    *> passed over; the account type itself is only known when a slip
    *> reads the account, so every named account is counted here.
    MOVE WS-POST-DATE(1:6) TO WS-SAV-MONTH
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    *> Once the journal is partitioned only this month's partition is
    *> read; a month with no partition yet has had nothing posted.
    PERFORM LOAD-JOURNAL-CATALOG
    IF WS-JOURNAL-PARTITIONED
        MOVE WS-SAV-MONTH TO WS-JPC-SEARCH-PERIOD
        PERFORM FIND-JOURNAL-PERIOD
        IF WS-JPC-FOUND-SUB = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE WS-JPC-PART-PATH(WS-JPC-FOUND-SUB) TO TRXJOURNALPATH
    END-IF
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS NOT = "00"
            AND TRXJOURNALPATH NOT = WS-JPC-BASE-PATH
        MOVE WS-JPC-BASE-PATH TO TRXJOURNALPATH
        OPEN INPUT TRX-JOURNAL-FILE
    END-IF
    MOVE WS-JPC-BASE-PATH TO TRXJOURNALPATH
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-SAV-JOURNAL
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-SAV-JOURNAL TO TRUE
                NOT AT END
                    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                    IF TJ-POST-DATE(1:6) = WS-SAV-MONTH
                        PERFORM COUNT-SAVINGS-JOURNAL-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF.

COUNT-SAVINGS-JOURNAL-ROW.
    IF TJ-ACCT-NO = SPACES OR TJ-AMOUNT NOT < ZERO
        EXIT PARAGRAPH
    END-IF
    IF TJ-TRAN-CODE NOT = 'D' AND TJ-TRAN-CODE NOT = 'E'
            AND TJ-TRAN-CODE NOT = 'T' AND TJ-TRAN-CODE NOT = 'K'
            AND TJ-TRAN-CODE NOT = 'N' AND TJ-TRAN-CODE NOT = 'P'
        EXIT PARAGRAPH
    END-IF
    MOVE TJ-SLIP-SERIAL(1:2) TO WS-SAV-SERIAL-TAG
    IF WS-SAV-SYSTEM-SLIP
        EXIT PARAGRAPH
    END-IF
    IF TJ-SLIP-SERIAL NOT = SPACES
            AND TJ-SLIP-SERIAL = WS-SAV-LAST-SERIAL
        EXIT PARAGRAPH
    END-IF
    MOVE TJ-SLIP-SERIAL TO WS-SAV-LAST-SERIAL
    MOVE TJ-CUST-ID TO WS-SAV-FIND-ID
    MOVE TJ-ACCT-NO TO WS-SAV-FIND-NO
    PERFORM FIND-SAVINGS-ENTRY
    IF WS-SAV-FOUND-SUB > ZERO
        ADD 1 TO WS-SAV-WDL-COUNT(WS-SAV-FOUND-SUB)
    END-IF.

FIND-SAVINGS-ENTRY.
    *> Finds the account's row, starting one at zero if it has none.
    MOVE ZERO TO WS-SAV-FOUND-SUB
    PERFORM VARYING WS-SAV-SUB FROM 1 BY 1
            UNTIL WS-SAV-SUB > WS-SAV-COUNT
        IF WS-SAV-CUST-ID(WS-SAV-SUB) = WS-SAV-FIND-ID
                AND WS-SAV-ACCT-NO(WS-SAV-SUB) = WS-SAV-FIND-NO
            MOVE WS-SAV-SUB TO WS-SAV-FOUND-SUB
            MOVE WS-SAV-COUNT TO WS-SAV-SUB
        END-IF
    END-PERFORM
    IF WS-SAV-FOUND-SUB = ZERO
        IF WS-SAV-COUNT < 5000
            ADD 1 TO WS-SAV-COUNT
            MOVE WS-SAV-COUNT TO WS-SAV-FOUND-SUB
            MOVE WS-SAV-FIND-ID TO WS-SAV-CUST-ID(WS-SAV-COUNT)
            MOVE WS-SAV-FIND-NO TO WS-SAV-ACCT-NO(WS-SAV-COUNT)
            MOVE ZERO TO WS-SAV-WDL-COUNT(WS-SAV-COUNT)
        ELSE
            IF NOT WS-SAV-TABLE-FULL
                SET WS-SAV-TABLE-FULL TO TRUE
                MOVE "TRXPOST" TO WS-ERR-PROGRAM-ID
                MOVE "SAVFULL" TO WS-ERR-CODE
                MOVE "Withdrawal count table full - later accounts unlimited"
                    TO WS-ERR-MESSAGE
                SET WS-ERR-WARNING TO TRUE
                PERFORM LOG-COMMON-ERROR
            END-IF
        END-IF
    END-IF.

CHECK-SAVINGS-LIMIT.
    *> Runs once the account the slip draws on has been read, so
    *> ACCT-TYPE is the paying account's. A replayed slip was judged
    *> when it first posted and is already in the journal's count.
    MOVE 'N' TO WS-SAV-CHECK-SW
    MOVE 'N' TO WS-SAV-EXCESS-SW
    MOVE 'N' TO WS-SAV-REFUSED-SW
    MOVE DT-SLIP-SERIAL(1:2) TO WS-SAV-SERIAL-TAG
    IF NOT ACCT-SAVINGS
            OR NOT (DT-TRAN-DEBIT OR DT-TRAN-TRANSFER)
            OR DT-TRAN-FEE
            OR WS-SAV-SYSTEM-SLIP
            OR WS-REPLAY-SKIP-FROM
        EXIT PARAGRAPH
    END-IF
    MOVE DT-CUST-ID TO WS-SAV-FIND-ID
    MOVE DT-ACCT-NO TO WS-SAV-FIND-NO
    PERFORM FIND-SAVINGS-ENTRY
    IF WS-SAV-FOUND-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    SET WS-SAV-COUNTED TO TRUE
    COMPUTE WS-SAV-THIS-COUNT =
        WS-SAV-WDL-COUNT(WS-SAV-FOUND-SUB) + 1
    IF WS-SAV-THIS-COUNT > WS-SAV-LIMIT
        SET WS-SAV-OVER-LIMIT TO TRUE
        IF NOT WS-SAV-FEE-MODE
            SET WS-SAV-REFUSED TO TRUE
            MOVE 'N' TO WS-SAV-CHECK-SW
            ADD 1 TO WS-REJECTED-COUNT
            ADD 1 TO WS-SAV-REJECT-COUNT
            MOVE "SAVINGS WITHDRAWAL LIMIT EXCEEDED"
                TO WS-REJECT-REASON
            PERFORM WRITE-POSTING-REJECT
            DISPLAY "Rejected debit, savings withdrawal limit"
                    " reached for the month: " DT-CUST-ID
                    " " DT-ACCT-NO
            MOVE SPACES TO SAVINGS-EXCESS-RECORD
            SET SX-REFUSED TO TRUE
            MOVE ZERO TO SX-FEE-AMOUNT
            PERFORM WRITE-SAVINGS-EXCESS
        END-IF
    END-IF.

NOTE-SAVINGS-WITHDRAWAL.
    *> The slip posted: it now counts toward the month, and one over
    *> the limit is charged the excess fee.
    MOVE WS-SAV-THIS-COUNT TO WS-SAV-WDL-COUNT(WS-SAV-FOUND-SUB)
    IF WS-SAV-OVER-LIMIT
        MOVE SPACES TO SAVINGS-EXCESS-RECORD
        MOVE ZERO TO SX-FEE-AMOUNT
        IF WS-SAV-EXCESS-FEE > ZERO
            PERFORM WRITE-EXCESS-FEE-SLIP
            SET SX-FEE-CHARGED TO TRUE
            MOVE WS-SAV-EXCESS-FEE TO SX-FEE-AMOUNT
            MOVE NF-SLIP-SERIAL TO SX-FEE-SERIAL
        ELSE
            SET SX-POSTED-NO-FEE TO TRUE
        END-IF
        ADD 1 TO WS-SAV-FEE-COUNT
        PERFORM WRITE-SAVINGS-EXCESS
    END-IF.

WRITE-EXCESS-FEE-SLIP.
    *> Same route as the NSF fee: an 'F' slip against the savings
    *> account into the fee file the next cycle posts, cross-
    *> referenced to the withdrawal that incurred it.
    DISPLAY "TRX-NSF-FEE-TRANS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT NSFFEEPATH FROM ENVIRONMENT-VALUE
    IF NSFFEEPATH = SPACES
        MOVE "nsf-fee-trans.dat" TO NSFFEEPATH
    END-IF
    MOVE SPACES TO NSF-FEE-SLIP
    MOVE DT-CUST-ID TO NF-CUST-ID
    MOVE DT-ACCT-NO TO NF-ACCT-NO
    MOVE 'F' TO NF-TRAN-CODE
    MOVE WS-SAV-EXCESS-FEE TO NF-AMOUNT
    MOVE WS-POST-DATE TO NF-EFF-DATE
    ADD 1 TO WS-XW-SEQ
    MOVE SPACES TO NF-SLIP-SERIAL
    STRING "XW" DELIMITED BY SIZE
           WS-POST-DATE(3:6) DELIMITED BY SIZE
           WS-XW-SEQ DELIMITED BY SIZE
           INTO NF-SLIP-SERIAL
    MOVE DT-SLIP-SERIAL TO NF-XREF-SERIAL
    OPEN EXTEND NSF-FEE-TRANS-FILE
    IF NSF-FEE-TRANS-STATUS = "35" OR NSF-FEE-TRANS-STATUS = "05"
        OPEN OUTPUT NSF-FEE-TRANS-FILE
    END-IF
    WRITE NSF-FEE-SLIP
    CLOSE NSF-FEE-TRANS-FILE
    DISPLAY "Savings excess-withdrawal fee cut for "
            DT-CUST-ID " " DT-ACCT-NO.

WRITE-SAVINGS-EXCESS.
    *> The caller sets the action and any fee; the rest is the slip.
    MOVE WS-POST-DATE TO SX-POST-DATE
    MOVE DT-CUST-ID TO SX-CUST-ID
    MOVE DT-ACCT-NO TO SX-ACCT-NO
    MOVE CUST-BRANCH TO SX-BRANCH
    MOVE DT-SLIP-SERIAL TO SX-SLIP-SERIAL
    MOVE DT-TRAN-CODE TO SX-TRAN-CODE
    MOVE DT-AMOUNT TO SX-AMOUNT
    MOVE WS-SAV-THIS-COUNT TO SX-MONTH-COUNT
    OPEN EXTEND SAVINGS-EXCESS-FILE
    IF SAVINGS-EXCESS-STATUS = "35" OR SAVINGS-EXCESS-STATUS = "05"
        OPEN OUTPUT SAVINGS-EXCESS-FILE
    END-IF
    WRITE SAVINGS-EXCESS-RECORD
    IF SAVINGS-EXCESS-STATUS NOT = "00"
        MOVE "TRXPOST" TO WS-ERR-PROGRAM-ID
        MOVE SAVINGS-EXCESS-STATUS TO WS-ERR-CODE
        MOVE "Failed to record savings excess withdrawal"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    CLOSE SAVINGS-EXCESS-FILE.

LOAD-LOANS.
    *> Every loan on the master is loaded, paid off and closed ones
    *> too: their account numbers stay loan numbers and are never
    *> posted to as deposits.
    DISPLAY "LOAN-MASTER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT LOANMASTERPATH FROM ENVIRONMENT-VALUE
    IF LOANMASTERPATH = SPACES
        MOVE "loans.dat" TO LOANMASTERPATH
    END-IF
    DISPLAY "LOAN-ACTIVITY-PATH" UPON ENVIRONMENT-NAME
    ACCEPT LOANACTPATH FROM ENVIRONMENT-VALUE
    IF LOANACTPATH = SPACES
        MOVE "loan-activity.dat" TO LOANACTPATH
    END-IF
    OPEN INPUT LOAN-MASTER-FILE
    IF LOAN-MASTER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-LOAN-MASTER
            READ LOAN-MASTER-FILE
                AT END
                    SET WS-END-OF-LOAN-MASTER TO TRUE
                NOT AT END
                    PERFORM NOTE-LOAN
            END-READ
        END-PERFORM
        CLOSE LOAN-MASTER-FILE
    END-IF.

NOTE-LOAN.
    IF WS-LOAN-COUNT < 2000
        ADD 1 TO WS-LOAN-COUNT
        MOVE LN-CUST-ID TO WS-LOAN-CUST-ID(WS-LOAN-COUNT)
        MOVE LN-ACCT-NO TO WS-LOAN-ACCT-NO(WS-LOAN-COUNT)
        MOVE LN-STATUS TO WS-LOAN-STATUS(WS-LOAN-COUNT)
        MOVE ZERO TO WS-LOAN-PRINCIPAL(WS-LOAN-COUNT)
        MOVE ZERO TO WS-LOAN-PRIN-BAL(WS-LOAN-COUNT)
        MOVE ZERO TO WS-LOAN-INT-DUE(WS-LOAN-COUNT)
        MOVE ZERO TO WS-LOAN-FEES-DUE(WS-LOAN-COUNT)
        IF LN-PRINCIPAL NUMERIC
            MOVE LN-PRINCIPAL TO WS-LOAN-PRINCIPAL(WS-LOAN-COUNT)
        END-IF
        IF LN-PRIN-BAL NUMERIC
            MOVE LN-PRIN-BAL TO WS-LOAN-PRIN-BAL(WS-LOAN-COUNT)
        END-IF
        IF LN-INT-DUE NUMERIC
            MOVE LN-INT-DUE TO WS-LOAN-INT-DUE(WS-LOAN-COUNT)
        END-IF
        IF LN-FEES-DUE NUMERIC
            MOVE LN-FEES-DUE TO WS-LOAN-FEES-DUE(WS-LOAN-COUNT)
        END-IF
    ELSE
        MOVE "TRXPOST" TO WS-ERR-PROGRAM-ID
        MOVE "LOANFULL" TO WS-ERR-CODE
        MOVE "Loan table full - later loans refuse their slips"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF.

FIND-LOAN-ENTRY.
    MOVE ZERO TO WS-LOAN-FOUND-SUB
    IF WS-LOAN-FIND-NO NOT = SPACES
        PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
                UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
            IF WS-LOAN-CUST-ID(WS-LOAN-SUB) = WS-LOAN-FIND-ID
                    AND WS-LOAN-ACCT-NO(WS-LOAN-SUB) = WS-LOAN-FIND-NO
                MOVE WS-LOAN-SUB TO WS-LOAN-FOUND-SUB
                MOVE WS-LOAN-COUNT TO WS-LOAN-SUB
            END-IF
        END-PERFORM
    END-IF.

CHECK-LOAN-SLIP.
    *> Runs for every debit and credit: the deposit account a slip
    *> names must not be a loan, and a loan slip must fit its loan.
    MOVE 'N' TO WS-LOAN-REFUSED-SW
    MOVE DT-CUST-ID TO WS-LOAN-FIND-ID
    MOVE DT-ACCT-NO TO WS-LOAN-FIND-NO
    PERFORM FIND-LOAN-ENTRY
    IF WS-LOAN-FOUND-SUB > ZERO
        MOVE "SLIP NAMES A LOAN ACCOUNT" TO WS-REJECT-REASON
        PERFORM REFUSE-LOAN-SLIP
    ELSE
    IF DT-TRAN-LOAN-DISBURSE OR DT-TRAN-LOAN-PAYMENT
        MOVE DT-TO-ACCT-NO TO WS-LOAN-FIND-NO
        PERFORM FIND-LOAN-ENTRY
        EVALUATE TRUE
            WHEN WS-LOAN-FOUND-SUB = ZERO
                MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
                PERFORM REFUSE-LOAN-SLIP
            WHEN WS-REPLAY-SKIP-FROM
                *> judged when it first posted; the split is worked
                *> again from the same table for the journal rows
                PERFORM SPLIT-LOAN-PAYMENT
            WHEN DT-TRAN-LOAN-DISBURSE
                    AND WS-LOAN-STATUS(WS-LOAN-FOUND-SUB) NOT = 'D'
                MOVE "LOAN NOT AWAITING DISBURSEMENT"
                    TO WS-REJECT-REASON
                PERFORM REFUSE-LOAN-SLIP
            WHEN DT-TRAN-LOAN-DISBURSE
                    AND DT-AMOUNT NOT =
                        WS-LOAN-PRINCIPAL(WS-LOAN-FOUND-SUB)
                MOVE "DISBURSEMENT NOT THE LOAN AMOUNT"
                    TO WS-REJECT-REASON
                PERFORM REFUSE-LOAN-SLIP
            WHEN DT-TRAN-LOAN-DISBURSE
                CONTINUE
            WHEN WS-LOAN-STATUS(WS-LOAN-FOUND-SUB) NOT = 'A'
                MOVE "LOAN NOT ACTIVE" TO WS-REJECT-REASON
                PERFORM REFUSE-LOAN-SLIP
            WHEN DT-AMOUNT = ZERO
                MOVE "LOAN PAYMENT IS ZERO" TO WS-REJECT-REASON
                PERFORM REFUSE-LOAN-SLIP
            WHEN OTHER
                COMPUTE WS-LOAN-PAYOFF =
                    WS-LOAN-PRIN-BAL(WS-LOAN-FOUND-SUB)
                    + WS-LOAN-INT-DUE(WS-LOAN-FOUND-SUB)
                    + WS-LOAN-FEES-DUE(WS-LOAN-FOUND-SUB)
                IF DT-AMOUNT > WS-LOAN-PAYOFF
                    MOVE "PAYMENT EXCEEDS LOAN PAYOFF"
                        TO WS-REJECT-REASON
                    PERFORM REFUSE-LOAN-SLIP
                ELSE
                    PERFORM SPLIT-LOAN-PAYMENT
                END-IF
        END-EVALUATE
    END-IF
    END-IF.

CHECK-CHARGE-OFF-SLIP.
    *> A write-off may only bring an overdrawn balance back to zero.
    *> If the customer paid some of it in after the proposal was
    *> released the slip is refused whole; ODAGE proposes again at
    *> the new balance if it stays overdrawn.
    IF DT-TRAN-CHARGE-OFF AND NOT WS-REPLAY-SKIP-FROM
        IF WS-BEFORE-BALANCE + DT-AMOUNT > ZERO
            SET WS-CO-REFUSED TO TRUE
            ADD 1 TO WS-REJECTED-COUNT
            MOVE "CHARGE-OFF EXCEEDS OVERDRAWN BALANCE"
                TO WS-REJECT-REASON
            PERFORM WRITE-POSTING-REJECT
            DISPLAY "Rejected charge-off slip, "
                    FUNCTION TRIM(WS-REJECT-REASON) ": " DT-CUST-ID
        END-IF
    END-IF.

CHECK-EXTERNAL-PAY-SLIP.
    *> The payee is proven before the customer is debited: a bad
    *> routing number would only come back from the clearing house
    *> days later as a return, with the money out of the account in
    *> the meantime.
    IF DT-TRAN-EXTERNAL-PAY AND NOT WS-REPLAY-SKIP-FROM
        MOVE DT-EXT-ROUTING(1:8) TO WS-CHK-ROUTING
        PERFORM COMPUTE-ROUTING-CHECK
        EVALUATE TRUE
            WHEN DT-EXT-ROUTING NOT NUMERIC
                    OR DT-EXT-ROUTING(9:1) NOT = WS-CHK-RESULT
                MOVE "PAYEE ROUTING NUMBER INVALID"
                    TO WS-REJECT-REASON
                SET WS-EXT-REFUSED TO TRUE
            WHEN DT-EXT-ROUTING = WS-OUR-ROUTING
                MOVE "PAYEE IS OUR OWN BANK - USE A TRANSFER"
                    TO WS-REJECT-REASON
                SET WS-EXT-REFUSED TO TRUE
            WHEN DT-EXT-ACCOUNT = SPACES
                MOVE "PAYEE ACCOUNT NUMBER MISSING"
                    TO WS-REJECT-REASON
                SET WS-EXT-REFUSED TO TRUE
        END-EVALUATE
        IF WS-EXT-REFUSED
            ADD 1 TO WS-REJECTED-COUNT
            PERFORM WRITE-POSTING-REJECT
            DISPLAY "Rejected external payment, "
                    FUNCTION TRIM(WS-REJECT-REASON) ": " DT-CUST-ID
                    " " DT-SLIP-SERIAL
        END-IF
    END-IF.

COMPUTE-ROUTING-CHECK.
    *> weights 3, 7, 1 over the first eight digits; the ninth is
    *> the digit that brings the sum up to a multiple of ten
    MOVE ZERO TO WS-CHK-SUM WS-CHK-RESULT
    IF WS-CHK-ROUTING NUMERIC
        PERFORM VARYING WS-CHK-SUB FROM 1 BY 1 UNTIL WS-CHK-SUB > 8
            MOVE WS-CHK-ROUTING(WS-CHK-SUB:1) TO WS-CHK-DIGIT
            COMPUTE WS-CHK-SUM = WS-CHK-SUM
                + WS-CHK-DIGIT * WS-CHK-WEIGHT(WS-CHK-SUB)
        END-PERFORM
        COMPUTE WS-CHK-RESULT =
            FUNCTION MOD(10 - FUNCTION MOD(WS-CHK-SUM, 10), 10)
    END-IF.

NOTE-EXTERNAL-PAYMENT.
    *> EXTORIG originates what is on this file; on a replay the slip
    *> may already be on it, and EXTORIG sends a serial once.
    OPEN EXTEND EXT-PAY-POSTED-FILE
    IF EXT-PAY-POSTED-STATUS = "35" OR EXT-PAY-POSTED-STATUS = "05"
        OPEN OUTPUT EXT-PAY-POSTED-FILE
    END-IF
    WRITE EXT-PAY-POSTED-REC FROM DAILY-TRANS-RECORD
    IF EXT-PAY-POSTED-STATUS NOT = "00"
        MOVE "TRXPOST" TO WS-ERR-PROGRAM-ID
        MOVE EXT-PAY-POSTED-STATUS TO WS-ERR-CODE
        MOVE "Failed to hand posted external payment to origination"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    CLOSE EXT-PAY-POSTED-FILE.

REFUSE-LOAN-SLIP.
    SET WS-LOAN-REFUSED TO TRUE
    ADD 1 TO WS-REJECTED-COUNT
    PERFORM WRITE-POSTING-REJECT
    DISPLAY "Rejected loan slip, "
            FUNCTION TRIM(WS-REJECT-REASON) ": "
            DT-CUST-ID " " DT-ACCT-NO " " DT-TO-ACCT-NO.

SPLIT-LOAN-PAYMENT.
    *> Fees billed, then interest billed, then principal - so a
    *> short payment always clears what is overdue before it cuts
    *> into the balance.
    MOVE ZERO TO WS-LOAN-FEE-PART
    MOVE ZERO TO WS-LOAN-INT-PART
    MOVE ZERO TO WS-LOAN-PRIN-PART
    IF DT-TRAN-LOAN-PAYMENT
        MOVE DT-AMOUNT TO WS-LOAN-REMAINING
        IF WS-LOAN-REMAINING > WS-LOAN-FEES-DUE(WS-LOAN-FOUND-SUB)
            MOVE WS-LOAN-FEES-DUE(WS-LOAN-FOUND-SUB)
                TO WS-LOAN-FEE-PART
        ELSE
            MOVE WS-LOAN-REMAINING TO WS-LOAN-FEE-PART
        END-IF
        SUBTRACT WS-LOAN-FEE-PART FROM WS-LOAN-REMAINING
        IF WS-LOAN-REMAINING > WS-LOAN-INT-DUE(WS-LOAN-FOUND-SUB)
            MOVE WS-LOAN-INT-DUE(WS-LOAN-FOUND-SUB)
                TO WS-LOAN-INT-PART
        ELSE
            MOVE WS-LOAN-REMAINING TO WS-LOAN-INT-PART
        END-IF
        SUBTRACT WS-LOAN-INT-PART FROM WS-LOAN-REMAINING
        MOVE WS-LOAN-REMAINING TO WS-LOAN-PRIN-PART
    END-IF.

WRITE-LOAN-PAYMENT-ROWS.
    *> One row per non-zero part, all under the slip's serial and
    *> chained so the last row's after-image is the slip's.
    MOVE WS-BEFORE-BALANCE TO WS-LOAN-RUNNING
    MOVE 'K' TO WS-LOAN-PART-CODE
    MOVE WS-LOAN-FEE-PART TO WS-LOAN-PART-AMT
    PERFORM WRITE-LOAN-PART-ROW
    MOVE 'N' TO WS-LOAN-PART-CODE
    MOVE WS-LOAN-INT-PART TO WS-LOAN-PART-AMT
    PERFORM WRITE-LOAN-PART-ROW
    MOVE 'P' TO WS-LOAN-PART-CODE
    MOVE WS-LOAN-PRIN-PART TO WS-LOAN-PART-AMT
    PERFORM WRITE-LOAN-PART-ROW.

WRITE-LOAN-PART-ROW.
    IF WS-LOAN-PART-AMT > ZERO
        MOVE SPACES TO TRX-JOURNAL-ENTRY
        MOVE WS-POST-DATE TO TJ-POST-DATE
        MOVE DT-EFF-DATE TO TJ-EFF-DATE
        MOVE DT-CUST-ID TO TJ-CUST-ID
        MOVE WS-LOAN-PART-CODE TO TJ-TRAN-CODE
        COMPUTE TJ-AMOUNT = ZERO - WS-LOAN-PART-AMT
        MOVE WS-LOAN-RUNNING TO TJ-BEFORE-BALANCE
        SUBTRACT WS-LOAN-PART-AMT FROM WS-LOAN-RUNNING
        MOVE WS-LOAN-RUNNING TO TJ-AFTER-BALANCE
        MOVE WS-SLIP-OPERATOR-ID TO TJ-OPERATOR-ID
        MOVE DT-SLIP-SERIAL TO TJ-SLIP-SERIAL
        MOVE DT-XREF-SERIAL TO TJ-XREF-SERIAL
        MOVE DT-ACCT-NO TO TJ-ACCT-NO
        WRITE TRX-JOURNAL-REC FROM TRX-JOURNAL-ENTRY
        IF TRX-JOURNAL-STATUS NOT = "00"
            MOVE "TRXPOST" TO WS-ERR-PROGRAM-ID
            MOVE TRX-JOURNAL-STATUS TO WS-ERR-CODE
            MOVE "Failed to write loan payment journal entry"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
        ELSE
            PERFORM WRITE-JOURNAL-SEAL-ROW
            PERFORM WRITE-JOURNAL-PARTITION-ROW
        END-IF
    END-IF.

NOTE-LOAN-ACTIVITY.
    *> Tells loan servicing what actually posted, and keeps tonight's
    *> table in step for the next slip against the same loan. On a
    *> replay the record may already be on the file; LOANSVC applies
    *> a serial once.
    MOVE SPACES TO LOAN-ACTIVITY-RECORD
    MOVE DT-CUST-ID TO LA-CUST-ID
    MOVE DT-TO-ACCT-NO TO LA-ACCT-NO
    MOVE WS-POST-DATE TO LA-POST-DATE
    MOVE DT-SLIP-SERIAL TO LA-SLIP-SERIAL
    MOVE DT-AMOUNT TO LA-AMOUNT
    MOVE WS-LOAN-FEE-PART TO LA-FEE-PART
    MOVE WS-LOAN-INT-PART TO LA-INT-PART
    MOVE WS-LOAN-PRIN-PART TO LA-PRIN-PART
    IF DT-TRAN-LOAN-DISBURSE
        SET LA-DISBURSED TO TRUE
        MOVE 'A' TO WS-LOAN-STATUS(WS-LOAN-FOUND-SUB)
        MOVE DT-AMOUNT TO WS-LOAN-PRIN-BAL(WS-LOAN-FOUND-SUB)
    ELSE
        SET LA-PAYMENT TO TRUE
        SUBTRACT WS-LOAN-FEE-PART
            FROM WS-LOAN-FEES-DUE(WS-LOAN-FOUND-SUB)
        SUBTRACT WS-LOAN-INT-PART
            FROM WS-LOAN-INT-DUE(WS-LOAN-FOUND-SUB)
        SUBTRACT WS-LOAN-PRIN-PART
            FROM WS-LOAN-PRIN-BAL(WS-LOAN-FOUND-SUB)
    END-IF
    OPEN EXTEND LOAN-ACTIVITY-FILE
    IF LOAN-ACTIVITY-STATUS = "35" OR LOAN-ACTIVITY-STATUS = "05"
        OPEN OUTPUT LOAN-ACTIVITY-FILE
    END-IF
    WRITE LOAN-ACTIVITY-RECORD
    IF LOAN-ACTIVITY-STATUS NOT = "00"
        MOVE "TRXPOST" TO WS-ERR-PROGRAM-ID
        MOVE LOAN-ACTIVITY-STATUS TO WS-ERR-CODE
        MOVE "Failed to report posted loan slip to loan servicing"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    CLOSE LOAN-ACTIVITY-FILE.

RESOLVE-OVERDRAFT-LIMIT.
    *> Precedence: the branch override, then the status override,
    *> then the company-wide OVERDRAFT-LIMIT. CUST-STATUS and
                    IF NOT WS-OD-REJECTED
                        PERFORM CHECK-TRANSFER-ACCOUNTS
                        IF WS-XFER-ACCTS-OK
                            MOVE WS-POSTED-COUNT TO WS-TD-POSTED-BEFORE
                            PERFORM APPLY-TRANSFER
                            IF WS-TD-PENALTY-DUE
                                    AND WS-POSTED-COUNT >
                                        WS-TD-POSTED-BEFORE
                                PERFORM WRITE-PENALTY-SLIP
                            END-IF
                            IF WS-SAV-COUNTED
                                    AND WS-POSTED-COUNT >
                                        WS-TD-POSTED-BEFORE
                                PERFORM NOTE-SAVINGS-WITHDRAWAL
                            END-IF
                        END-IF
                    END-IF
                END-IF
    *> account must exist before any balance moves - the same
    *> both-or-neither rule the customer legs follow.
    MOVE 'Y' TO WS-XFER-ACCTS-OK-SW
    MOVE 'N' TO WS-TD-PENALTY-DUE-SW
    MOVE 'N' TO WS-SAV-CHECK-SW
    MOVE DT-CUST-ID TO WS-LOAN-FIND-ID
    MOVE DT-ACCT-NO TO WS-LOAN-FIND-NO
    PERFORM FIND-LOAN-ENTRY
    IF WS-LOAN-FOUND-SUB = ZERO
        MOVE DT-TO-CUST-ID TO WS-LOAN-FIND-ID
        MOVE DT-TO-ACCT-NO TO WS-LOAN-FIND-NO
        PERFORM FIND-LOAN-ENTRY
    END-IF
    IF WS-LOAN-FOUND-SUB > ZERO
        *> a loan is repaid with a 'P' slip, never by transfer into
        *> or out of its own account number
        MOVE 'N' TO WS-XFER-ACCTS-OK-SW
        ADD 1 TO WS-REJECTED-COUNT
        MOVE "TRANSFER NAMES A LOAN ACCOUNT" TO WS-REJECT-REASON
        PERFORM WRITE-POSTING-REJECT
        DISPLAY "Rejected transfer, names a loan account: "
                DT-CUST-ID " " DT-TO-CUST-ID
    END-IF
    IF WS-XFER-ACCTS-OK AND DT-ACCT-NO NOT = SPACES
        MOVE DT-CUST-ID TO WS-ACCT-LOOKUP-ID
        MOVE DT-ACCT-NO TO WS-ACCT-LOOKUP-NO
        PERFORM LOOKUP-ACCOUNT-BALANCE
        IF WS-ACCOUNT-FOUND
            MOVE WS-ACCT-BEFORE TO WS-FROM-ACCT-BEFORE
            PERFORM CHECK-CERTIFICATE-DEBIT
            IF WS-TD-REFUSED
                MOVE 'N' TO WS-XFER-ACCTS-OK-SW
            ELSE
                PERFORM CHECK-SAVINGS-LIMIT
                IF WS-SAV-REFUSED
                    MOVE 'N' TO WS-XFER-ACCTS-OK-SW
                END-IF
            END-IF
        ELSE
            MOVE 'N' TO WS-XFER-ACCTS-OK-SW
            ADD 1 TO WS-REJECTED-COUNT
    MOVE WS-LEG-AMOUNT TO TJ-AMOUNT
    MOVE WS-LEG-BEFORE TO TJ-BEFORE-BALANCE
    MOVE WS-LEG-AFTER TO TJ-AFTER-BALANCE
    MOVE WS-SLIP-OPERATOR-ID TO TJ-OPERATOR-ID
    MOVE DT-SLIP-SERIAL TO TJ-SLIP-SERIAL
    MOVE DT-XREF-SERIAL TO TJ-XREF-SERIAL
    MOVE WS-LEG-ACCT-NO TO TJ-ACCT-NO
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        PERFORM WRITE-JOURNAL-SEAL-ROW
        PERFORM WRITE-JOURNAL-PARTITION-ROW
    END-IF.

LOOKUP-CUSTOMER-BALANCE.
            *> tail check proved it, so only the serial register and
            *> the 'D' checkpoint are still owed
            CONTINUE
        ELSE
        IF DT-TRAN-LOAN-PAYMENT
            PERFORM WRITE-LOAN-PAYMENT-ROWS
        ELSE
            PERFORM WRITE-JOURNAL-ENTRY
        END-IF
        END-IF
        IF DT-ACCT-NO NOT = SPACES
            IF WS-REPLAY-SKIP-FROM
                *> the interrupted run may or may not have reached
                PERFORM UPDATE-ACCOUNT-BALANCE
            END-IF
        END-IF
        IF DT-TRAN-LOAN-DISBURSE OR DT-TRAN-LOAN-PAYMENT
            PERFORM NOTE-LOAN-ACTIVITY
        END-IF
        IF DT-TRAN-EXTERNAL-PAY
            PERFORM NOTE-EXTERNAL-PAYMENT
        END-IF
        PERFORM NOTE-POSTED-SERIAL
    END-IF.

LOOKUP-ACCOUNT-BALANCE.
    MOVE 'N' TO WS-ACCT-FOUND-SW
    INITIALIZE ACCOUNT-RECORD
    STRING "SELECT CUST_ID, ACCT_NO, TYPE, BALANCE, STATUS "
           "FROM ACCOUNTS WHERE CUST_ID = '" DELIMITED BY SIZE
           WS-ACCT-LOOKUP-ID DELIMITED BY SIZE
           "' AND ACCT_NO = '" DELIMITED BY SIZE
        OPEN C13
    END-EXEC
    EXEC SQL
        FETCH C13 INTO :ACCT-CUST-ID, :ACCT-NO, :ACCT-TYPE,
                       :ACCT-BALANCE, :ACCT-STATUS
    END-EXEC
    IF SQLCODE = ZERO AND ACCT-ACTIVE
    END-IF
    MOVE WS-BEFORE-BALANCE TO TJ-BEFORE-BALANCE
    MOVE WS-AFTER-BALANCE TO TJ-AFTER-BALANCE
    MOVE WS-SLIP-OPERATOR-ID TO TJ-OPERATOR-ID
    MOVE DT-SLIP-SERIAL TO TJ-SLIP-SERIAL
    MOVE DT-XREF-SERIAL TO TJ-XREF-SERIAL
    MOVE DT-ACCT-NO TO TJ-ACCT-NO
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        PERFORM WRITE-JOURNAL-SEAL-ROW
        PERFORM WRITE-JOURNAL-PARTITION-ROW
    END-IF.

    COPY PARMLOAD.
    COPY JPCLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY CHNLOAD.
    COPY ERRHAND.
    COPY CKPTIO.
