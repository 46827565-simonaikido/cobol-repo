      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DATAMASK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MASK-RULES-FILE ASSIGN TO MASKRULESPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MASK-RULES-STATUS.
    SELECT SO-MASTER-FILE ASSIGN TO SOMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SO-MASTER-STATUS.
    SELECT PREFS-FILE ASSIGN TO PREFSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PREFS-STATUS.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT TEST-CUSTOMER-FILE ASSIGN TO TESTCUSTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEST-CUSTOMER-STATUS.
    SELECT TEST-ACCOUNT-FILE ASSIGN TO TESTACCTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEST-ACCOUNT-STATUS.
    SELECT TEST-SO-FILE ASSIGN TO TESTSOPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEST-SO-STATUS.
    SELECT TEST-PREFS-FILE ASSIGN TO TESTPREFSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEST-PREFS-STATUS.
    SELECT TEST-JOURNAL-FILE ASSIGN TO TESTJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEST-JOURNAL-STATUS.
    SELECT TEST-CUST-ID-FILE ASSIGN TO TESTCUSTIDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEST-CUST-ID-STATUS.
    SELECT CERTIFICATE-FILE ASSIGN TO CERTIFICATEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CERTIFICATE-STATUS.
    COPY CYCFILE.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  MASK-RULES-FILE.
01  MASK-RULES-REC         PIC X(80).
FD  SO-MASTER-FILE.
01  SO-MASTER-REC          PIC X(63).
FD  PREFS-FILE.
01  PREFS-REC              PIC X(12).
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  TEST-CUSTOMER-FILE.
01  TEST-CUSTOMER-REC      PIC X(154).
FD  TEST-ACCOUNT-FILE.
01  TEST-ACCOUNT-REC       PIC X(41).
FD  TEST-SO-FILE.
01  TEST-SO-REC            PIC X(63).
FD  TEST-PREFS-FILE.
01  TEST-PREFS-REC         PIC X(12).
FD  TEST-JOURNAL-FILE.
01  TEST-JOURNAL-REC       PIC X(113).
FD  TEST-CUST-ID-FILE.
01  TEST-CUST-ID-REC       PIC X(10).
FD  CERTIFICATE-FILE.
01  CERTIFICATE-LINE       PIC X(132).
    COPY CYCFD.
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  MASKRULESPATH      PIC X(200) VALUE SPACES.
01  MASK-RULES-STATUS  PIC XX.
01  SOMASTERPATH       PIC X(200) VALUE SPACES.
01  SO-MASTER-STATUS   PIC XX.
01  PREFSPATH          PIC X(200) VALUE SPACES.
01  PREFS-STATUS       PIC XX.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  TESTCUSTPATH       PIC X(200) VALUE SPACES.
01  TEST-CUSTOMER-STATUS PIC XX.
01  TESTACCTPATH       PIC X(200) VALUE SPACES.
01  TEST-ACCOUNT-STATUS PIC XX.
01  TESTSOPATH         PIC X(200) VALUE SPACES.
01  TEST-SO-STATUS     PIC XX.
01  TESTPREFSPATH      PIC X(200) VALUE SPACES.
01  TEST-PREFS-STATUS  PIC XX.
01  TESTJOURNALPATH    PIC X(200) VALUE SPACES.
01  TEST-JOURNAL-STATUS PIC XX.
01  TESTCUSTIDPATH     PIC X(200) VALUE SPACES.
01  TEST-CUST-ID-STATUS PIC XX.
01  CERTIFICATEPATH    PIC X(200) VALUE SPACES.
01  CERTIFICATE-STATUS PIC XX.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  SQL-STATEMENT      PIC X(300).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-SQLCODE-DISP PIC -(9)9.
    COPY CUSTREC.
    COPY CUSTTAX.
    COPY ACCTREC.
    COPY SORDREC.
    COPY TRXJRNL.
    COPY MASKREC.
01  PREFS-ENTRY.
    05  PF-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1).
    05  PF-PREF            PIC X(1).
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-TODAY           PIC 9(8) VALUE ZERO.
01  WS-REPORT-DATE     PIC X(10).
01  WS-FROM-DATE       PIC X(8) VALUE SPACES.
01  WS-TO-DATE         PIC X(8) VALUE SPACES.
01  WS-DATE-NUM        PIC 9(8) VALUE ZERO.
*> The rule control file, one fixed-width line per rule:
*>   columns  1-8    field - KEY, CUST-ID, NAME, STREET, TAX-ID,
*>                   BALANCE, or FIRST / SURNAME / STREET for a word
*>   columns 10-17   rule
*>   columns 19-78   value
*> CUST-ID  SEQUENCE <prefix>   masked id = prefix, then the
*>                              customer's six-digit sequence number
*> TAX-ID   SEQUENCE <prefix>   the same for the nine-digit taxpayer
*>                              id (666 is never issued as an SSN)
*> NAME     WORDLIST            a FIRST word and a SURNAME word
*> NAME     LABEL    <text>     the text and the sequence number
*> STREET   WORDLIST            a house number and a STREET word
*> STREET   LABEL    <text>     the text and the sequence number
*> BALANCE  PERTURB  <pct>      moved 1 to <pct> percent, up or down
*> KEY      SECRET   <text>     the key the word choices and the
*>                              perturbation are drawn with; without
*>                              it LOG-CHAIN-KEY is used
*> <field>  WORD     <word>     one entry of a word list
*> A line starting with '*' is a comment. CUST-ID, NAME, STREET,
*> TAX-ID and BALANCE must all have a rule or nothing is extracted.
01  RULE-LINE.
    05  RL-FIELD           PIC X(8).
    05  FILLER             PIC X.
    05  RL-RULE            PIC X(8).
    05  FILLER             PIC X.
    05  RL-VALUE           PIC X(60).
01  WS-VALUE-LEN       PIC 9(2) COMP VALUE ZERO.
01  WS-ID-PREFIX       PIC X(4) VALUE SPACES.
01  WS-ID-PREFIX-LEN   PIC 9(2) VALUE ZERO.
01  WS-TAX-PREFIX      PIC X(3) VALUE SPACES.
01  WS-TAX-PREFIX-LEN  PIC 9(2) VALUE ZERO.
01  WS-NAME-RULE       PIC X(8) VALUE SPACES.
01  WS-NAME-LABEL      PIC X(30) VALUE SPACES.
01  WS-STREET-RULE     PIC X(8) VALUE SPACES.
01  WS-STREET-LABEL    PIC X(20) VALUE SPACES.
01  WS-PERTURB-PCT     PIC 9(2) VALUE ZERO.
01  WS-KEY-SW          PIC X VALUE 'N'.
    88  WS-MASK-KEY-GIVEN      VALUE 'Y'.
01  WS-RULES-SW        PIC X VALUE 'Y'.
    88  WS-RULES-COMPLETE      VALUE 'Y'.
01  WS-WORD-LISTS.
    05  WS-FIRST-COUNT     PIC 9(3) VALUE ZERO.
    05  WS-FIRST-WORD      PIC X(20) OCCURS 200 TIMES.
    05  WS-SURNAME-COUNT   PIC 9(3) VALUE ZERO.
    05  WS-SURNAME-WORD    PIC X(20) OCCURS 200 TIMES.
    05  WS-STREET-COUNT    PIC 9(3) VALUE ZERO.
    05  WS-STREET-WORD     PIC X(20) OCCURS 200 TIMES.
01  WS-WORD-SUB        PIC 9(3) COMP VALUE ZERO.
01  WS-WORD-SUB-2      PIC 9(3) COMP VALUE ZERO.
*> Production customer id to masked id, in the order the ids were
*> first met: every CUSTOMERS row first, in id order, then any id
*> that appears only in a standing order, a delivery preference or
*> the journal. The one table serves every output file, so a
*> customer carries the same masked id in all of them. The table
*> is the way back to production and is never written out.
01  WS-MAP-TABLE.
    05  WS-MAP-COUNT       PIC 9(6) VALUE ZERO.
    05  WS-MAP-ENTRY       OCCURS 20000 TIMES.
        10  MP-PROD-ID         PIC X(10).
        10  MP-MASK-ID         PIC X(10).
        10  MP-SEQ             PIC 9(6).
        10  MP-OFFSET-SW       PIC X(1).
            88  MP-OFFSET-SET          VALUE 'Y'.
        10  MP-OFFSET          PIC S9(9)V99.
01  WS-MAP-SUB         PIC 9(6) COMP VALUE ZERO.
01  WS-PROD-ID         PIC X(10) VALUE SPACES.
01  WS-MASK-ID         PIC X(10) VALUE SPACES.
01  WS-SEQ-DISP        PIC 9(6) VALUE ZERO.
01  WS-TAX-NUM         PIC 9(9) VALUE ZERO.
01  WS-ID-CLASH-COUNT  PIC 9(9) VALUE ZERO.
01  WS-ORPHAN-COUNT    PIC 9(9) VALUE ZERO.
01  WS-PASS-SW         PIC X VALUE 'N'.
    88  WS-CUSTOMER-PASS       VALUE 'Y'.
01  WS-WITHHELD-COUNT  PIC 9(9) VALUE ZERO.
*> Word choice and perturbation are drawn from the keyed hash of
*> the production id, so the same customer gets the same fake name
*> and the same offset on every refresh, and nobody without the
*> key can tell which real customer a test row was built from.
01  WS-HASH-TAG        PIC X(4) VALUE SPACES.
01  WS-HASH-SUFFIX     PIC X(4) VALUE SPACES.
01  WS-PICK-A          PIC 9(9) VALUE ZERO.
01  WS-PICK-B          PIC 9(9) VALUE ZERO.
01  WS-HEX-SUB         PIC 9(2) COMP VALUE ZERO.
01  WS-HEX-VALUE       PIC 9(2) COMP VALUE ZERO.
01  WS-HOUSE-NO        PIC Z(3)9.
01  WS-NEW-NAME        PIC X(40) VALUE SPACES.
01  WS-NEW-STREET      PIC X(30) VALUE SPACES.
01  WS-PCT             PIC 9(2) VALUE ZERO.
01  WS-BALANCE         PIC S9(9)V99 VALUE ZERO.
01  WS-OFFSET          PIC S9(9)V99 VALUE ZERO.
01  WS-NEW-BALANCE     PIC S9(9)V99 VALUE ZERO.
*> Every masked field of every output row is counted here: masked,
*> kept because there was nothing to hide (a blank id or taxpayer
*> id, a zero balance), or leaked - the value written is the
*> production value. One leak and the run is not certified and the
*> test-region files are removed.
01  WS-FIELD-LIST.
    05  FILLER PIC X(40) VALUE "CUSTOMERS  ID              MAPPED      ".
    05  FILLER PIC X(40) VALUE "CUSTOMERS  NAME            REPLACED    ".
    05  FILLER PIC X(40) VALUE "CUSTOMERS  STREET          REPLACED    ".
    05  FILLER PIC X(40) VALUE "CUSTOMERS  TAXPAYER ID     SEQUENCED   ".
    05  FILLER PIC X(40) VALUE "CUSTOMERS  BALANCE         PERTURBED   ".
    05  FILLER PIC X(40) VALUE "ACCOUNTS   CUSTOMER ID     MAPPED      ".
    05  FILLER PIC X(40) VALUE "ACCOUNTS   BALANCE         PERTURBED   ".
    05  FILLER PIC X(40) VALUE "ST ORDERS  CUSTOMER ID     MAPPED      ".
    05  FILLER PIC X(40) VALUE "ST ORDERS  TO CUSTOMER ID  MAPPED      ".
    05  FILLER PIC X(40) VALUE "PREFS      CUSTOMER ID     MAPPED      ".
    05  FILLER PIC X(40) VALUE "JOURNAL    CUSTOMER ID     MAPPED      ".
    05  FILLER PIC X(40) VALUE "JOURNAL    BEFORE BALANCE  PERTURBED   ".
    05  FILLER PIC X(40) VALUE "JOURNAL    AFTER BALANCE   PERTURBED   ".
01  WS-FIELD-TABLE REDEFINES WS-FIELD-LIST.
    05  WS-FIELD-NAME      PIC X(40) OCCURS 13 TIMES.
01  WS-FIELD-COUNTS.
    05  WS-FIELD-COUNT     OCCURS 13 TIMES.
        10  FC-MASKED          PIC 9(9).
        10  FC-KEPT            PIC 9(9).
        10  FC-LEAKED          PIC 9(9).
01  WS-FIELD-NO        PIC 9(2) COMP VALUE ZERO.
01  WS-FIELD-OLD       PIC X(40) VALUE SPACES.
01  WS-FIELD-NEW       PIC X(40) VALUE SPACES.
01  WS-TOTAL-LEAKS     PIC 9(9) VALUE ZERO.
01  WS-AMOUNT-TEXT     PIC -(9)9.99.
01  WS-FILE-COUNTS.
    05  WS-CUST-ROWS       PIC 9(9) VALUE ZERO.
    05  WS-ACCT-ROWS       PIC 9(9) VALUE ZERO.
    05  WS-SO-ROWS         PIC 9(9) VALUE ZERO.
    05  WS-PREFS-ROWS      PIC 9(9) VALUE ZERO.
    05  WS-JOURNAL-READ    PIC 9(9) VALUE ZERO.
    05  WS-JOURNAL-ROWS    PIC 9(9) VALUE ZERO.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(40) VALUE
        "TEST-REGION MASKING CERTIFICATE".
    05  PH-REPORT-DATE     PIC X(10).
01  TEXT-LINE              PIC X(132).
01  RULE-PRINT-LINE.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  RP-FIELD           PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  RP-RULE            PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  RP-VALUE           PIC X(60).
01  FILE-PRINT-LINE.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  FP-LABEL           PIC X(22).
    05  FP-ROWS            PIC Z(8)9.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  FP-PATH            PIC X(90).
01  FIELD-HEADER-LINE PIC X(132) VALUE
    "  FILE       FIELD           TREATMENT       MASKED      KEPT    LEAKED".
01  FIELD-PRINT-LINE.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  FL-NAME            PIC X(40).
    05  FL-MASKED          PIC Z(8)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  FL-KEPT            PIC Z(8)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  FL-LEAKED          PIC Z(8)9.
01  COUNT-LINE.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  CL-LABEL           PIC X(38).
    05  CL-VALUE           PIC Z(8)9.
    COPY CYCTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "DATAMASK" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Builds the test region's data from production, masked on the
    *> way out: the CUSTOMERS and ACCOUNTS tables, the standing
    *> orders, the statement delivery preferences and a window of
    *> the journal. Every customer id is replaced through one map, so
    *> posting, proof, statements and merges line up in the test
    *> region the way they do here; names, streets and taxpayer ids
    *> are replaced with fake values and balances moved by a keyed
    *> offset per customer. The journal's before and after images are
    *> moved by the same offset as the customer's balance, so each
    *> row still chains to the next and the last one to the masked
    *> CUSTOMERS balance. How each field is masked comes from the
    *> rules control file; the certificate lists every field of every
    *> file, how it was treated and how many values were checked
    *> against production. A value that went out unchanged is a leak:
    *> the run ends fatal and the test-region files are removed.
    PERFORM RESOLVE-PATHS
    PERFORM LOAD-MASK-RULES
    IF NOT WS-RULES-COMPLETE
        MOVE "DATAMASK" TO WS-ERR-PROGRAM-ID
        MOVE "MASKRULE" TO WS-ERR-CODE
        MOVE "Masking rules incomplete, nothing extracted"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    IF NOT WS-MASK-KEY-GIVEN
        PERFORM LOAD-CHAIN-KEY
    END-IF
    INITIALIZE WS-FIELD-COUNTS
    PERFORM OPEN-TEST-FILES
    SET WS-CUSTOMER-PASS TO TRUE
    PERFORM MASK-CUSTOMERS
    MOVE 'N' TO WS-PASS-SW
    PERFORM MASK-ACCOUNTS
    PERFORM MASK-STANDING-ORDERS
    PERFORM MASK-DELIVERY-PREFS
    PERFORM MASK-JOURNAL-WINDOW
    CLOSE TEST-CUSTOMER-FILE TEST-ACCOUNT-FILE TEST-SO-FILE
          TEST-PREFS-FILE TEST-JOURNAL-FILE TEST-CUST-ID-FILE
    PERFORM CHECK-ID-CLASHES
    PERFORM VARYING WS-FIELD-NO FROM 1 BY 1 UNTIL WS-FIELD-NO > 13
        ADD FC-LEAKED(WS-FIELD-NO) TO WS-TOTAL-LEAKS
    END-PERFORM
    ADD WS-ID-CLASH-COUNT TO WS-TOTAL-LEAKS
    IF WS-TOTAL-LEAKS > ZERO
        PERFORM REMOVE-TEST-FILES
    END-IF
    PERFORM WRITE-CERTIFICATE
    DISPLAY "DATAMASK complete - customers: " WS-CUST-ROWS
            " journal rows: " WS-JOURNAL-ROWS
            " leaks: " WS-TOTAL-LEAKS
    IF WS-TOTAL-LEAKS > ZERO
        MOVE "DATAMASK" TO WS-ERR-PROGRAM-ID
        MOVE "MASKLEAK" TO WS-ERR-CODE
        MOVE "Unmasked value reached test data, files removed"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        IF WS-WITHHELD-COUNT > ZERO
            MOVE "DATAMASK" TO WS-ERR-PROGRAM-ID
            MOVE "MASKOVFL" TO WS-ERR-CODE
            MOVE "Customer id map full, rows withheld from test data"
                TO WS-ERR-MESSAGE
            SET WS-ERR-WARNING TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    STRING WS-TODAY(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    *> The journal window is the 90 days ending today unless
    *> MASK-FROM-DATE / MASK-TO-DATE (YYYYMMDD) name another one.
    DISPLAY "MASK-TO-DATE" UPON ENVIRONMENT-NAME
    ACCEPT WS-TO-DATE FROM ENVIRONMENT-VALUE
    IF WS-TO-DATE NOT NUMERIC
        MOVE WS-TODAY TO WS-TO-DATE
    END-IF
    DISPLAY "MASK-FROM-DATE" UPON ENVIRONMENT-NAME
    ACCEPT WS-FROM-DATE FROM ENVIRONMENT-VALUE
    IF WS-FROM-DATE NOT NUMERIC
        MOVE WS-TO-DATE TO WS-DATE-NUM
        COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 89)
        MOVE WS-DATE-NUM TO WS-FROM-DATE
    END-IF
    DISPLAY "MASK-RULES-PATH" UPON ENVIRONMENT-NAME
    ACCEPT MASKRULESPATH FROM ENVIRONMENT-VALUE
    IF MASKRULESPATH = SPACES
        MOVE "mask-rules.dat" TO MASKRULESPATH
    END-IF
    DISPLAY "STANDING-ORDERS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT SOMASTERPATH FROM ENVIRONMENT-VALUE
    IF SOMASTERPATH = SPACES
        MOVE "standing-orders.dat" TO SOMASTERPATH
    END-IF
    DISPLAY "STMT-DELIVERY-PREFS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT PREFSPATH FROM ENVIRONMENT-VALUE
    IF PREFSPATH = SPACES
        MOVE "stmt-delivery-prefs.dat" TO PREFSPATH
    END-IF
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    DISPLAY "MASK-CUSTOMERS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TESTCUSTPATH FROM ENVIRONMENT-VALUE
    IF TESTCUSTPATH = SPACES
        MOVE "test-customers.dat" TO TESTCUSTPATH
    END-IF
    DISPLAY "MASK-ACCOUNTS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TESTACCTPATH FROM ENVIRONMENT-VALUE
    IF TESTACCTPATH = SPACES
        MOVE "test-accounts.dat" TO TESTACCTPATH
    END-IF
    DISPLAY "MASK-STANDING-ORDERS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TESTSOPATH FROM ENVIRONMENT-VALUE
    IF TESTSOPATH = SPACES
        MOVE "test-standing-orders.dat" TO TESTSOPATH
    END-IF
    DISPLAY "MASK-DELIVERY-PREFS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TESTPREFSPATH FROM ENVIRONMENT-VALUE
    IF TESTPREFSPATH = SPACES
        MOVE "test-stmt-delivery-prefs.dat" TO TESTPREFSPATH
    END-IF
    DISPLAY "MASK-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TESTJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TESTJOURNALPATH = SPACES
        MOVE "test-trx-journal.dat" TO TESTJOURNALPATH
    END-IF
    DISPLAY "MASK-CUSTOMER-IDS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TESTCUSTIDPATH FROM ENVIRONMENT-VALUE
    IF TESTCUSTIDPATH = SPACES
        MOVE "test-customer-ids.dat" TO TESTCUSTIDPATH
    END-IF
    DISPLAY "MASK-CERTIFICATE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CERTIFICATEPATH FROM ENVIRONMENT-VALUE
    IF CERTIFICATEPATH = SPACES
        MOVE "mask-certificate.txt" TO CERTIFICATEPATH
    END-IF.

LOAD-MASK-RULES.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT MASK-RULES-FILE
    IF MASK-RULES-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ MASK-RULES-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE MASK-RULES-REC TO RULE-LINE
                    PERFORM LOAD-ONE-MASK-RULE
            END-READ
        END-PERFORM
        CLOSE MASK-RULES-FILE
    END-IF
    IF WS-ID-PREFIX-LEN = ZERO OR WS-TAX-PREFIX-LEN = ZERO
            OR WS-NAME-RULE = SPACES OR WS-STREET-RULE = SPACES
            OR WS-PERTURB-PCT = ZERO
        MOVE 'N' TO WS-RULES-SW
    END-IF
    IF (WS-NAME-RULE = "WORDLIST"
            AND (WS-FIRST-COUNT = ZERO OR WS-SURNAME-COUNT = ZERO))
            OR (WS-STREET-RULE = "WORDLIST" AND WS-STREET-COUNT = ZERO)
        MOVE 'N' TO WS-RULES-SW
    END-IF.

LOAD-ONE-MASK-RULE.
    MOVE ZERO TO WS-VALUE-LEN
    INSPECT RL-VALUE TALLYING WS-VALUE-LEN
        FOR CHARACTERS BEFORE INITIAL SPACE
    EVALUATE TRUE
        WHEN RL-FIELD = SPACES OR RL-FIELD(1:1) = '*'
            CONTINUE
        WHEN RL-FIELD = "KEY" AND RL-RULE = "SECRET"
                AND RL-VALUE NOT = SPACES
            MOVE RL-VALUE TO WS-CHN-KEY
            SET WS-CHN-KEY-LOADED TO TRUE
            SET WS-MASK-KEY-GIVEN TO TRUE
        WHEN RL-FIELD = "CUST-ID" AND RL-RULE = "SEQUENCE"
                AND WS-VALUE-LEN > ZERO AND WS-VALUE-LEN <= 4
                AND RL-VALUE(1:WS-VALUE-LEN) IS NUMERIC
            MOVE RL-VALUE(1:WS-VALUE-LEN) TO WS-ID-PREFIX
            MOVE WS-VALUE-LEN TO WS-ID-PREFIX-LEN
        WHEN RL-FIELD = "TAX-ID" AND RL-RULE = "SEQUENCE"
                AND WS-VALUE-LEN > ZERO AND WS-VALUE-LEN <= 3
                AND RL-VALUE(1:WS-VALUE-LEN) IS NUMERIC
            MOVE RL-VALUE(1:WS-VALUE-LEN) TO WS-TAX-PREFIX
            MOVE WS-VALUE-LEN TO WS-TAX-PREFIX-LEN
        WHEN RL-FIELD = "NAME" AND RL-RULE = "WORDLIST"
            MOVE RL-RULE TO WS-NAME-RULE
        WHEN RL-FIELD = "NAME" AND RL-RULE = "LABEL"
                AND RL-VALUE NOT = SPACES
            MOVE RL-RULE TO WS-NAME-RULE
            MOVE RL-VALUE TO WS-NAME-LABEL
        WHEN RL-FIELD = "STREET" AND RL-RULE = "WORDLIST"
            MOVE RL-RULE TO WS-STREET-RULE
        WHEN RL-FIELD = "STREET" AND RL-RULE = "LABEL"
                AND RL-VALUE NOT = SPACES
            MOVE RL-RULE TO WS-STREET-RULE
            MOVE RL-VALUE TO WS-STREET-LABEL
        WHEN RL-FIELD = "BALANCE" AND RL-RULE = "PERTURB"
                AND RL-VALUE(1:2) IS NUMERIC
                AND RL-VALUE(1:2) > "00" AND RL-VALUE(1:2) <= "50"
            MOVE RL-VALUE(1:2) TO WS-PERTURB-PCT
        WHEN RL-FIELD = "FIRST" AND RL-RULE = "WORD"
                AND RL-VALUE NOT = SPACES AND WS-FIRST-COUNT < 200
            ADD 1 TO WS-FIRST-COUNT
            MOVE RL-VALUE TO WS-FIRST-WORD(WS-FIRST-COUNT)
        WHEN RL-FIELD = "SURNAME" AND RL-RULE = "WORD"
                AND RL-VALUE NOT = SPACES AND WS-SURNAME-COUNT < 200
            ADD 1 TO WS-SURNAME-COUNT
            MOVE RL-VALUE TO WS-SURNAME-WORD(WS-SURNAME-COUNT)
        WHEN RL-FIELD = "STREET" AND RL-RULE = "WORD"
                AND RL-VALUE NOT = SPACES AND WS-STREET-COUNT < 200
            ADD 1 TO WS-STREET-COUNT
            MOVE RL-VALUE TO WS-STREET-WORD(WS-STREET-COUNT)
        WHEN OTHER
            MOVE "DATAMASK" TO WS-ERR-PROGRAM-ID
            MOVE "BADRULE" TO WS-ERR-CODE
            MOVE SPACES TO WS-ERR-MESSAGE
            STRING "Masking rule line not understood, skipped: "
                   DELIMITED BY SIZE
                   RL-FIELD DELIMITED BY SIZE
                   INTO WS-ERR-MESSAGE
            SET WS-ERR-WARNING TO TRUE
            PERFORM LOG-COMMON-ERROR
    END-EVALUATE.

OPEN-TEST-FILES.
    OPEN OUTPUT TEST-CUSTOMER-FILE TEST-ACCOUNT-FILE TEST-SO-FILE
                TEST-PREFS-FILE TEST-JOURNAL-FILE TEST-CUST-ID-FILE
    IF TEST-CUSTOMER-STATUS NOT = "00"
            OR TEST-ACCOUNT-STATUS NOT = "00"
            OR TEST-SO-STATUS NOT = "00"
            OR TEST-PREFS-STATUS NOT = "00"
            OR TEST-JOURNAL-STATUS NOT = "00"
            OR TEST-CUST-ID-STATUS NOT = "00"
        MOVE "DATAMASK" TO WS-ERR-PROGRAM-ID
        MOVE "OPENFAIL" TO WS-ERR-CODE
        MOVE "Unable to open the test-region output files"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF.

MASK-CUSTOMERS.
    *> In id order, so the sequence numbers - and with them the
    *> masked ids - follow the production order from one refresh to
    *> the next while no customer is added or purged in between.
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT ID, NAME, ADDRESS, BALANCE, OPEN_DATE, STATUS, "
           "BRANCH, TAX_ID, TIN_TYPE, WITHHOLD_STATUS "
           "FROM CUSTOMERS ORDER BY ID" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C1 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C1
    END-EXEC
    PERFORM UNTIL SQLCODE NOT = ZERO
        EXEC SQL
            FETCH C1 INTO :CUST-ID, :CUST-NAME, :CUST-ADDRESS,
                          :CUST-BALANCE, :CUST-OPEN-DATE,
                          :CUST-STATUS, :CUST-BRANCH,
                          :CUST-TAX-ID, :CUST-TIN-TYPE,
                          :CUST-WITHHOLD-STATUS
        END-EXEC
        IF SQLCODE = ZERO
            PERFORM MASK-ONE-CUSTOMER
        END-IF
    END-PERFORM
    EXEC SQL
        CLOSE C1
    END-EXEC
    IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
        MOVE "DATAMASK" TO WS-ERR-PROGRAM-ID
        MOVE SQLCODE TO WS-SQLCODE-DISP
        MOVE WS-SQLCODE-DISP TO WS-ERR-CODE
        MOVE "SQL fetch failed during customer unload"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF.

MASK-ONE-CUSTOMER.
    MOVE CUST-ID TO WS-PROD-ID
    PERFORM MAP-CUSTOMER-ID
    IF WS-MAP-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    *> The customer's offset is set here from the balance the row
    *> carries; a zero balance stays zero and the offset waits for
    *> the customer's first journal row.
    IF CUST-BALANCE NOT = ZERO
        MOVE CUST-BALANCE TO WS-BALANCE
        PERFORM SET-CUSTOMER-OFFSET
    END-IF
    MOVE SPACES TO MASKED-CUSTOMER-ENTRY
    MOVE WS-MASK-ID TO MC-CUST-ID
    MOVE 1 TO WS-FIELD-NO
    MOVE CUST-ID TO WS-FIELD-OLD
    MOVE WS-MASK-ID TO WS-FIELD-NEW
    PERFORM TALLY-MASKED-FIELD
    PERFORM BUILD-FAKE-NAME
    MOVE WS-NEW-NAME TO MC-CUST-NAME
    MOVE 2 TO WS-FIELD-NO
    MOVE CUST-NAME TO WS-FIELD-OLD
    MOVE WS-NEW-NAME TO WS-FIELD-NEW
    PERFORM TALLY-MASKED-FIELD
    PERFORM BUILD-FAKE-STREET
    MOVE 3 TO WS-FIELD-NO
    MOVE CUST-ADDR-STREET TO WS-FIELD-OLD
    MOVE WS-NEW-STREET TO WS-FIELD-NEW
    PERFORM TALLY-MASKED-FIELD
    MOVE WS-NEW-STREET TO CUST-ADDR-STREET
    MOVE CUST-ADDRESS TO MC-CUST-ADDRESS
    MOVE 4 TO WS-FIELD-NO
    MOVE CUST-TAX-ID TO WS-FIELD-OLD
    IF CUST-TAX-ID = SPACES
        MOVE SPACES TO MC-CUST-TAX-ID
    ELSE
        MOVE MP-SEQ(WS-MAP-SUB) TO WS-TAX-NUM
        MOVE WS-TAX-NUM TO MC-CUST-TAX-ID
        MOVE WS-TAX-PREFIX(1:WS-TAX-PREFIX-LEN)
            TO MC-CUST-TAX-ID(1:WS-TAX-PREFIX-LEN)
    END-IF
    MOVE MC-CUST-TAX-ID TO WS-FIELD-NEW
    PERFORM TALLY-MASKED-FIELD
    COMPUTE MC-CUST-BALANCE = CUST-BALANCE + MP-OFFSET(WS-MAP-SUB)
    MOVE 5 TO WS-FIELD-NO
    MOVE CUST-BALANCE TO WS-BALANCE
    MOVE MC-CUST-BALANCE TO WS-NEW-BALANCE
    PERFORM TALLY-MASKED-BALANCE
    MOVE CUST-OPEN-DATE TO MC-CUST-OPEN-DATE
    MOVE CUST-STATUS TO MC-CUST-STATUS
    MOVE CUST-BRANCH TO MC-CUST-BRANCH
    MOVE CUST-TIN-TYPE TO MC-CUST-TIN-TYPE
    MOVE CUST-WITHHOLD-STATUS TO MC-CUST-WITHHOLD
    WRITE TEST-CUSTOMER-REC FROM MASKED-CUSTOMER-ENTRY
    WRITE TEST-CUST-ID-REC FROM WS-MASK-ID
    ADD 1 TO WS-CUST-ROWS.

MASK-ACCOUNTS.
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT CUST_ID, ACCT_NO, TYPE, BALANCE, OPEN_DATE, "
           "STATUS FROM ACCOUNTS ORDER BY CUST_ID, ACCT_NO"
           DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C2 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C2
    END-EXEC
    PERFORM UNTIL SQLCODE NOT = ZERO
        EXEC SQL
            FETCH C2 INTO :ACCT-CUST-ID, :ACCT-NO, :ACCT-TYPE,
                          :ACCT-BALANCE, :ACCT-OPEN-DATE,
                          :ACCT-STATUS
        END-EXEC
        IF SQLCODE = ZERO
            PERFORM MASK-ONE-ACCOUNT
        END-IF
    END-PERFORM
    EXEC SQL
        CLOSE C2
    END-EXEC
    IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
        MOVE "DATAMASK" TO WS-ERR-PROGRAM-ID
        MOVE SQLCODE TO WS-SQLCODE-DISP
        MOVE WS-SQLCODE-DISP TO WS-ERR-CODE
        MOVE "SQL fetch failed during account unload"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF.

MASK-ONE-ACCOUNT.
    MOVE ACCT-CUST-ID TO WS-PROD-ID
    PERFORM MAP-CUSTOMER-ID
    IF WS-MAP-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO MASKED-ACCOUNT-ENTRY
    MOVE WS-MASK-ID TO MA-CUST-ID
    MOVE 6 TO WS-FIELD-NO
    MOVE ACCT-CUST-ID TO WS-FIELD-OLD
    MOVE WS-MASK-ID TO WS-FIELD-NEW
    PERFORM TALLY-MASKED-FIELD
    *> Each account draws its own offset, so the accounts do not all
    *> move by the customer's percentage; one at zero - a closed
    *> account, a term deposit or loan row - stays at zero.
    MOVE ZERO TO WS-OFFSET
    IF ACCT-BALANCE NOT = ZERO
        MOVE "ACCT" TO WS-HASH-TAG
        MOVE ACCT-NO TO WS-HASH-SUFFIX
        MOVE ACCT-BALANCE TO WS-BALANCE
        PERFORM DRAW-OFFSET
    END-IF
    COMPUTE MA-ACCT-BALANCE = ACCT-BALANCE + WS-OFFSET
    MOVE 7 TO WS-FIELD-NO
    MOVE ACCT-BALANCE TO WS-BALANCE
    MOVE MA-ACCT-BALANCE TO WS-NEW-BALANCE
    PERFORM TALLY-MASKED-BALANCE
    MOVE ACCT-NO TO MA-ACCT-NO
    MOVE ACCT-TYPE TO MA-ACCT-TYPE
    MOVE ACCT-OPEN-DATE TO MA-ACCT-OPEN-DATE
    MOVE ACCT-STATUS TO MA-ACCT-STATUS
    WRITE TEST-ACCOUNT-REC FROM MASKED-ACCOUNT-ENTRY
    ADD 1 TO WS-ACCT-ROWS.

MASK-STANDING-ORDERS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT SO-MASTER-FILE
    IF SO-MASTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ SO-MASTER-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE SO-MASTER-REC TO STANDING-ORDER-RECORD
                PERFORM MASK-ONE-STANDING-ORDER
        END-READ
    END-PERFORM
    CLOSE SO-MASTER-FILE.

MASK-ONE-STANDING-ORDER.
    MOVE SO-CUST-ID TO WS-PROD-ID
    PERFORM MAP-CUSTOMER-ID
    IF WS-MAP-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE 8 TO WS-FIELD-NO
    MOVE SO-CUST-ID TO WS-FIELD-OLD
    MOVE WS-MASK-ID TO WS-FIELD-NEW
    PERFORM TALLY-MASKED-FIELD
    MOVE WS-MASK-ID TO SO-CUST-ID
    *> A transfer names the receiving customer too; the other codes
    *> leave it blank.
    MOVE 9 TO WS-FIELD-NO
    MOVE SO-TO-CUST-ID TO WS-FIELD-OLD
    IF SO-TO-CUST-ID NOT = SPACES
        MOVE SO-TO-CUST-ID TO WS-PROD-ID
        PERFORM MAP-CUSTOMER-ID
        IF WS-MAP-SUB = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE WS-MASK-ID TO SO-TO-CUST-ID
    END-IF
    MOVE SO-TO-CUST-ID TO WS-FIELD-NEW
    PERFORM TALLY-MASKED-FIELD
    WRITE TEST-SO-REC FROM STANDING-ORDER-RECORD
    ADD 1 TO WS-SO-ROWS.

MASK-DELIVERY-PREFS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT PREFS-FILE
    IF PREFS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ PREFS-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE PREFS-REC TO PREFS-ENTRY
                IF PF-CUST-ID NOT = SPACES
                    PERFORM MASK-ONE-PREFERENCE
                END-IF
        END-READ
    END-PERFORM
    CLOSE PREFS-FILE.

MASK-ONE-PREFERENCE.
    MOVE PF-CUST-ID TO WS-PROD-ID
    PERFORM MAP-CUSTOMER-ID
    IF WS-MAP-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE 10 TO WS-FIELD-NO
    MOVE PF-CUST-ID TO WS-FIELD-OLD
    MOVE WS-MASK-ID TO WS-FIELD-NEW
    PERFORM TALLY-MASKED-FIELD
    MOVE WS-MASK-ID TO PF-CUST-ID
    WRITE TEST-PREFS-REC FROM PREFS-ENTRY
    ADD 1 TO WS-PREFS-ROWS.

MASK-JOURNAL-WINDOW.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ TRX-JOURNAL-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-JOURNAL-READ
                MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                IF TJ-POST-DATE >= WS-FROM-DATE
                        AND TJ-POST-DATE <= WS-TO-DATE
                    PERFORM MASK-ONE-JOURNAL-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE TRX-JOURNAL-FILE.

MASK-ONE-JOURNAL-ROW.
    MOVE TJ-CUST-ID TO WS-PROD-ID
    PERFORM MAP-CUSTOMER-ID
    IF WS-MAP-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    *> A customer not yet given an offset - at zero on CUSTOMERS, or
    *> not on it at all any more - takes one from the first balance
    *> its journal rows show, so the history is moved like the rest.
    IF NOT MP-OFFSET-SET(WS-MAP-SUB)
        IF TJ-BEFORE-BALANCE NOT = ZERO
            MOVE TJ-BEFORE-BALANCE TO WS-BALANCE
            PERFORM SET-CUSTOMER-OFFSET
        ELSE
            IF TJ-AFTER-BALANCE NOT = ZERO
                MOVE TJ-AFTER-BALANCE TO WS-BALANCE
                PERFORM SET-CUSTOMER-OFFSET
            END-IF
        END-IF
    END-IF
    MOVE 11 TO WS-FIELD-NO
    MOVE TJ-CUST-ID TO WS-FIELD-OLD
    MOVE WS-MASK-ID TO WS-FIELD-NEW
    PERFORM TALLY-MASKED-FIELD
    MOVE WS-MASK-ID TO TJ-CUST-ID
    MOVE 12 TO WS-FIELD-NO
    MOVE TJ-BEFORE-BALANCE TO WS-BALANCE
    COMPUTE TJ-BEFORE-BALANCE =
        TJ-BEFORE-BALANCE + MP-OFFSET(WS-MAP-SUB)
    MOVE TJ-BEFORE-BALANCE TO WS-NEW-BALANCE
    PERFORM TALLY-MASKED-BALANCE
    MOVE 13 TO WS-FIELD-NO
    MOVE TJ-AFTER-BALANCE TO WS-BALANCE
    COMPUTE TJ-AFTER-BALANCE =
        TJ-AFTER-BALANCE + MP-OFFSET(WS-MAP-SUB)
    MOVE TJ-AFTER-BALANCE TO WS-NEW-BALANCE
    PERFORM TALLY-MASKED-BALANCE
    WRITE TEST-JOURNAL-REC FROM TRX-JOURNAL-ENTRY
    ADD 1 TO WS-JOURNAL-ROWS.

MAP-CUSTOMER-ID.
    *> WS-PROD-ID in, WS-MASK-ID and WS-MAP-SUB out; WS-MAP-SUB is
    *> zero when the id is new and the map is full, and the row is
    *> then withheld rather than written with a production id.
    PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
            UNTIL WS-MAP-SUB > WS-MAP-COUNT
                OR MP-PROD-ID(WS-MAP-SUB) = WS-PROD-ID
        CONTINUE
    END-PERFORM
    IF WS-MAP-SUB > WS-MAP-COUNT
        IF WS-MAP-COUNT >= 20000
            MOVE ZERO TO WS-MAP-SUB
            ADD 1 TO WS-WITHHELD-COUNT
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-MAP-COUNT
        MOVE WS-MAP-COUNT TO WS-MAP-SUB
        MOVE WS-PROD-ID TO MP-PROD-ID(WS-MAP-SUB)
        MOVE WS-MAP-COUNT TO MP-SEQ(WS-MAP-SUB)
        MOVE WS-MAP-COUNT TO WS-SEQ-DISP
        MOVE SPACES TO MP-MASK-ID(WS-MAP-SUB)
        STRING WS-ID-PREFIX(1:WS-ID-PREFIX-LEN) DELIMITED BY SIZE
               WS-SEQ-DISP DELIMITED BY SIZE
               INTO MP-MASK-ID(WS-MAP-SUB)
        MOVE 'N' TO MP-OFFSET-SW(WS-MAP-SUB)
        MOVE ZERO TO MP-OFFSET(WS-MAP-SUB)
        IF NOT WS-CUSTOMER-PASS
            ADD 1 TO WS-ORPHAN-COUNT
        END-IF
    END-IF
    MOVE MP-MASK-ID(WS-MAP-SUB) TO WS-MASK-ID.

SET-CUSTOMER-OFFSET.
    MOVE "BAL " TO WS-HASH-TAG
    MOVE SPACES TO WS-HASH-SUFFIX
    PERFORM DRAW-OFFSET
    MOVE WS-OFFSET TO MP-OFFSET(WS-MAP-SUB)
    MOVE 'Y' TO MP-OFFSET-SW(WS-MAP-SUB).

DRAW-OFFSET.
    *> WS-BALANCE moved between 1 and the rule's percent, up or
    *> down, never by nothing: a balance too small to move by a
    *> whole percent moves by a cent.
    PERFORM HASH-PRODUCTION-ID
    COMPUTE WS-PCT = FUNCTION MOD(WS-PICK-A, WS-PERTURB-PCT) + 1
    COMPUTE WS-OFFSET ROUNDED = WS-BALANCE * WS-PCT / 100
    IF WS-OFFSET = ZERO
        MOVE 0.01 TO WS-OFFSET
    END-IF
    IF WS-OFFSET < ZERO
        COMPUTE WS-OFFSET = ZERO - WS-OFFSET
    END-IF
    IF FUNCTION MOD(WS-PICK-B, 2) = 1
        COMPUTE WS-OFFSET = ZERO - WS-OFFSET
    END-IF.

BUILD-FAKE-NAME.
    MOVE SPACES TO WS-NEW-NAME
    MOVE MP-SEQ(WS-MAP-SUB) TO WS-SEQ-DISP
    IF WS-NAME-RULE = "LABEL"
        STRING FUNCTION TRIM(WS-NAME-LABEL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEQ-DISP DELIMITED BY SIZE
               INTO WS-NEW-NAME
        EXIT PARAGRAPH
    END-IF
    MOVE "NAME" TO WS-HASH-TAG
    MOVE SPACES TO WS-HASH-SUFFIX
    PERFORM HASH-PRODUCTION-ID
    COMPUTE WS-WORD-SUB = FUNCTION MOD(WS-PICK-A, WS-FIRST-COUNT) + 1
    COMPUTE WS-WORD-SUB-2 =
        FUNCTION MOD(WS-PICK-B, WS-SURNAME-COUNT) + 1
    PERFORM COMPOSE-FAKE-NAME
    *> A draw that happens to give the customer's own name takes the
    *> next surname on the list.
    IF WS-NEW-NAME = CUST-NAME
        COMPUTE WS-WORD-SUB-2 =
            FUNCTION MOD(WS-WORD-SUB-2, WS-SURNAME-COUNT) + 1
        PERFORM COMPOSE-FAKE-NAME
    END-IF.

COMPOSE-FAKE-NAME.
    MOVE SPACES TO WS-NEW-NAME
    STRING FUNCTION TRIM(WS-FIRST-WORD(WS-WORD-SUB))
               DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SURNAME-WORD(WS-WORD-SUB-2))
               DELIMITED BY SIZE
           INTO WS-NEW-NAME.

BUILD-FAKE-STREET.
    MOVE SPACES TO WS-NEW-STREET
    MOVE MP-SEQ(WS-MAP-SUB) TO WS-SEQ-DISP
    IF WS-STREET-RULE = "LABEL"
        STRING FUNCTION TRIM(WS-STREET-LABEL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEQ-DISP DELIMITED BY SIZE
               INTO WS-NEW-STREET
        EXIT PARAGRAPH
    END-IF
    MOVE "STRT" TO WS-HASH-TAG
    MOVE SPACES TO WS-HASH-SUFFIX
    PERFORM HASH-PRODUCTION-ID
    COMPUTE WS-HOUSE-NO = FUNCTION MOD(WS-PICK-A, 9899) + 100
    COMPUTE WS-WORD-SUB = FUNCTION MOD(WS-PICK-B, WS-STREET-COUNT) + 1
    PERFORM COMPOSE-FAKE-STREET
    IF WS-NEW-STREET = CUST-ADDR-STREET
        COMPUTE WS-WORD-SUB =
            FUNCTION MOD(WS-WORD-SUB, WS-STREET-COUNT) + 1
        PERFORM COMPOSE-FAKE-STREET
    END-IF.

COMPOSE-FAKE-STREET.
    MOVE SPACES TO WS-NEW-STREET
    STRING FUNCTION TRIM(WS-HOUSE-NO) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-STREET-WORD(WS-WORD-SUB))
               DELIMITED BY SIZE
           INTO WS-NEW-STREET.

HASH-PRODUCTION-ID.
    *> Two numbers drawn from the keyed chain hash of the tag, the
    *> production id and the suffix: WS-PICK-A from the first lane,
    *> WS-PICK-B from the second.
    MOVE SPACES TO WS-CHN-TEXT
    STRING WS-HASH-TAG DELIMITED BY SIZE
           WS-PROD-ID DELIMITED BY SIZE
           WS-HASH-SUFFIX DELIMITED BY SIZE
           INTO WS-CHN-TEXT
    MOVE WS-CHN-ZERO-HASH TO WS-CHN-LAST-HASH
    PERFORM COMPUTE-CHAIN-HASH
    MOVE ZERO TO WS-PICK-A WS-PICK-B
    PERFORM VARYING WS-HEX-SUB FROM 1 BY 1 UNTIL WS-HEX-SUB > 7
        MOVE ZERO TO WS-HEX-VALUE
        INSPECT WS-CHN-HEXCHARS TALLYING WS-HEX-VALUE
            FOR CHARACTERS BEFORE INITIAL WS-CHN-HASH(WS-HEX-SUB:1)
        COMPUTE WS-PICK-A = WS-PICK-A * 16 + WS-HEX-VALUE
        MOVE ZERO TO WS-HEX-VALUE
        INSPECT WS-CHN-HEXCHARS TALLYING WS-HEX-VALUE
            FOR CHARACTERS BEFORE INITIAL
                WS-CHN-HASH(WS-HEX-SUB + 16:1)
        COMPUTE WS-PICK-B = WS-PICK-B * 16 + WS-HEX-VALUE
    END-PERFORM.

TALLY-MASKED-FIELD.
    EVALUATE TRUE
        WHEN WS-FIELD-OLD = SPACES
            ADD 1 TO FC-KEPT(WS-FIELD-NO)
        WHEN WS-FIELD-NEW = WS-FIELD-OLD
            ADD 1 TO FC-LEAKED(WS-FIELD-NO)
        WHEN OTHER
            ADD 1 TO FC-MASKED(WS-FIELD-NO)
    END-EVALUATE.

TALLY-MASKED-BALANCE.
    MOVE SPACES TO WS-FIELD-OLD WS-FIELD-NEW
    IF WS-BALANCE NOT = ZERO
        MOVE WS-BALANCE TO WS-AMOUNT-TEXT
        MOVE WS-AMOUNT-TEXT TO WS-FIELD-OLD
        MOVE WS-NEW-BALANCE TO WS-AMOUNT-TEXT
        MOVE WS-AMOUNT-TEXT TO WS-FIELD-NEW
    END-IF
    PERFORM TALLY-MASKED-FIELD.

CHECK-ID-CLASHES.
    *> A masked id that is also a live production id would make a
    *> test row pass for a real customer: any production id of the
    *> masked shape - the prefix and six digits - is counted.
    PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
            UNTIL WS-MAP-SUB > WS-MAP-COUNT
        IF MP-PROD-ID(WS-MAP-SUB)(1:WS-ID-PREFIX-LEN)
                    = WS-ID-PREFIX(1:WS-ID-PREFIX-LEN)
                AND FUNCTION LENGTH(FUNCTION TRIM(
                    MP-PROD-ID(WS-MAP-SUB))) = WS-ID-PREFIX-LEN + 6
            ADD 1 TO WS-ID-CLASH-COUNT
        END-IF
    END-PERFORM.

REMOVE-TEST-FILES.
    CALL "CBL_DELETE_FILE" USING TESTCUSTPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING TESTACCTPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING TESTSOPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING TESTPREFSPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING TESTJOURNALPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_DELETE_FILE" USING TESTCUSTIDPATH
        RETURNING WS-DELETE-RC.

WRITE-CERTIFICATE.
    OPEN OUTPUT CERTIFICATE-FILE
    IF CERTIFICATE-STATUS NOT = "00"
        MOVE "DATAMASK" TO WS-ERR-PROGRAM-ID
        MOVE CERTIFICATE-STATUS TO WS-ERR-CODE
        MOVE "Unable to open masking certificate" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE CERTIFICATE-LINE FROM PAGE-HEADER-1
    MOVE SPACES TO CERTIFICATE-LINE
    WRITE CERTIFICATE-LINE
    MOVE "MASKING RULES APPLIED" TO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    MOVE SPACES TO RULE-PRINT-LINE
    MOVE "KEY" TO RP-FIELD
    MOVE "SECRET" TO RP-RULE
    IF WS-MASK-KEY-GIVEN
        MOVE "SET IN THE RULES FILE, NOT PRINTED" TO RP-VALUE
    ELSE
        MOVE "LOG-CHAIN-KEY FROM THE PARAMETER FILE" TO RP-VALUE
    END-IF
    WRITE CERTIFICATE-LINE FROM RULE-PRINT-LINE
    MOVE "CUST-ID" TO RP-FIELD
    MOVE "SEQUENCE" TO RP-RULE
    MOVE SPACES TO RP-VALUE
    STRING "PREFIX " DELIMITED BY SIZE
           WS-ID-PREFIX(1:WS-ID-PREFIX-LEN) DELIMITED BY SIZE
           " AND SIX DIGITS, ONE MAP FOR EVERY FILE"
               DELIMITED BY SIZE
           INTO RP-VALUE
    WRITE CERTIFICATE-LINE FROM RULE-PRINT-LINE
    MOVE "NAME" TO RP-FIELD
    MOVE WS-NAME-RULE TO RP-RULE
    MOVE WS-NAME-LABEL TO RP-VALUE
    WRITE CERTIFICATE-LINE FROM RULE-PRINT-LINE
    MOVE "STREET" TO RP-FIELD
    MOVE WS-STREET-RULE TO RP-RULE
    MOVE WS-STREET-LABEL TO RP-VALUE
    WRITE CERTIFICATE-LINE FROM RULE-PRINT-LINE
    MOVE "TAX-ID" TO RP-FIELD
    MOVE "SEQUENCE" TO RP-RULE
    MOVE SPACES TO RP-VALUE
    STRING "PREFIX " DELIMITED BY SIZE
           WS-TAX-PREFIX(1:WS-TAX-PREFIX-LEN) DELIMITED BY SIZE
           INTO RP-VALUE
    WRITE CERTIFICATE-LINE FROM RULE-PRINT-LINE
    MOVE "BALANCE" TO RP-FIELD
    MOVE "PERTURB" TO RP-RULE
    MOVE SPACES TO RP-VALUE
    STRING "UP TO " DELIMITED BY SIZE
           WS-PERTURB-PCT DELIMITED BY SIZE
           " PERCENT, ONE OFFSET PER CUSTOMER, JOURNAL INCLUDED"
               DELIMITED BY SIZE
           INTO RP-VALUE
    WRITE CERTIFICATE-LINE FROM RULE-PRINT-LINE
    MOVE SPACES TO CERTIFICATE-LINE
    WRITE CERTIFICATE-LINE
    MOVE "FILES WRITTEN FOR THE TEST REGION" TO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    MOVE "CUSTOMERS" TO FP-LABEL
    MOVE WS-CUST-ROWS TO FP-ROWS
    MOVE TESTCUSTPATH TO FP-PATH
    WRITE CERTIFICATE-LINE FROM FILE-PRINT-LINE
    MOVE "CUSTOMER IDS" TO FP-LABEL
    MOVE WS-CUST-ROWS TO FP-ROWS
    MOVE TESTCUSTIDPATH TO FP-PATH
    WRITE CERTIFICATE-LINE FROM FILE-PRINT-LINE
    MOVE "ACCOUNTS" TO FP-LABEL
    MOVE WS-ACCT-ROWS TO FP-ROWS
    MOVE TESTACCTPATH TO FP-PATH
    WRITE CERTIFICATE-LINE FROM FILE-PRINT-LINE
    MOVE "STANDING ORDERS" TO FP-LABEL
    MOVE WS-SO-ROWS TO FP-ROWS
    MOVE TESTSOPATH TO FP-PATH
    WRITE CERTIFICATE-LINE FROM FILE-PRINT-LINE
    MOVE "DELIVERY PREFERENCES" TO FP-LABEL
    MOVE WS-PREFS-ROWS TO FP-ROWS
    MOVE TESTPREFSPATH TO FP-PATH
    WRITE CERTIFICATE-LINE FROM FILE-PRINT-LINE
    MOVE "JOURNAL WINDOW" TO FP-LABEL
    MOVE WS-JOURNAL-ROWS TO FP-ROWS
    MOVE TESTJOURNALPATH TO FP-PATH
    WRITE CERTIFICATE-LINE FROM FILE-PRINT-LINE
    MOVE SPACES TO TEXT-LINE
    STRING "  JOURNAL ROWS POSTED " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " THROUGH " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
           INTO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    MOVE SPACES TO CERTIFICATE-LINE
    WRITE CERTIFICATE-LINE
    MOVE "FIELDS MASKED, EACH VALUE CHECKED AGAINST PRODUCTION"
        TO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    WRITE CERTIFICATE-LINE FROM FIELD-HEADER-LINE
    PERFORM VARYING WS-FIELD-NO FROM 1 BY 1 UNTIL WS-FIELD-NO > 13
        MOVE WS-FIELD-NAME(WS-FIELD-NO) TO FL-NAME
        MOVE FC-MASKED(WS-FIELD-NO) TO FL-MASKED
        MOVE FC-KEPT(WS-FIELD-NO) TO FL-KEPT
        MOVE FC-LEAKED(WS-FIELD-NO) TO FL-LEAKED
        WRITE CERTIFICATE-LINE FROM FIELD-PRINT-LINE
    END-PERFORM
    MOVE "  KEPT = BLANK ID OR TAXPAYER ID, OR A ZERO BALANCE"
        TO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    MOVE SPACES TO CERTIFICATE-LINE
    WRITE CERTIFICATE-LINE
    MOVE "FIELDS CARRIED AS THEY ARE - NO CUSTOMER IDENTITY IN THEM"
        TO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    MOVE "  CUSTOMERS  CITY, STATE, ZIP, OPEN DATE, STATUS, BRANCH, TIN TYPE, WITHHOLDING STATUS"
        TO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    MOVE "  ACCOUNTS   ACCOUNT NUMBER, TYPE, OPEN DATE, STATUS"
        TO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    MOVE "  ST ORDERS  ORDER NUMBER, ACCOUNTS, CODE, AMOUNT, FREQUENCY, DATES, STATUS"
        TO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    MOVE "  PREFS      DELIVERY PREFERENCE" TO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    MOVE "  JOURNAL    DATES, CODE, AMOUNT, OPERATOR, SERIALS, ACCOUNT NUMBER"
        TO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    MOVE SPACES TO CERTIFICATE-LINE
    WRITE CERTIFICATE-LINE
    MOVE "IDS ON OTHER FILES ONLY, MAPPED:" TO CL-LABEL
    MOVE WS-ORPHAN-COUNT TO CL-VALUE
    WRITE CERTIFICATE-LINE FROM COUNT-LINE
    MOVE "PRODUCTION IDS OF THE MASKED SHAPE:" TO CL-LABEL
    MOVE WS-ID-CLASH-COUNT TO CL-VALUE
    WRITE CERTIFICATE-LINE FROM COUNT-LINE
    MOVE "ROWS WITHHELD, ID MAP FULL:" TO CL-LABEL
    MOVE WS-WITHHELD-COUNT TO CL-VALUE
    WRITE CERTIFICATE-LINE FROM COUNT-LINE
    MOVE "JOURNAL ROWS READ:" TO CL-LABEL
    MOVE WS-JOURNAL-READ TO CL-VALUE
    WRITE CERTIFICATE-LINE FROM COUNT-LINE
    MOVE SPACES TO CERTIFICATE-LINE
    WRITE CERTIFICATE-LINE
    MOVE "THE ID MAP IS HELD IN STORAGE FOR THE RUN ONLY AND IS NOT WRITTEN OUT"
        TO TEXT-LINE
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    IF WS-TOTAL-LEAKS = ZERO
        MOVE "CERTIFIED - NO UNMASKED FIELD LEFT PRODUCTION"
            TO TEXT-LINE
    ELSE
        MOVE SPACES TO TEXT-LINE
        MOVE WS-TOTAL-LEAKS TO CL-VALUE
        STRING "NOT CERTIFIED - " DELIMITED BY SIZE
               FUNCTION TRIM(CL-VALUE) DELIMITED BY SIZE
               " VALUES WENT OUT UNMASKED, TEST-REGION FILES REMOVED"
                   DELIMITED BY SIZE
               INTO TEXT-LINE
    END-IF
    WRITE CERTIFICATE-LINE FROM TEXT-LINE
    CLOSE CERTIFICATE-FILE.

    COPY CYCSTAT.
    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
