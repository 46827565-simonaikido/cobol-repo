      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AMLMON.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AML-RULES-FILE ASSIGN TO AMLRULESPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AML-RULES-STATUS.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT CHANGE-LOG-FILE ASSIGN TO CHANGELOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    SELECT REJECTS-FILE ASSIGN TO REJECTSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJECTS-STATUS.
    SELECT AML-CASE-FILE ASSIGN TO AMLCASEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AML-CASE-STATUS.
    SELECT NEW-AML-CASE-FILE ASSIGN TO NEWAMLCASEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-AML-CASE-STATUS.
    SELECT AML-EVIDENCE-FILE ASSIGN TO AMLEVIDENCEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AML-EVIDENCE-STATUS.
    SELECT AML-WORKLIST-FILE ASSIGN TO AMLWORKLISTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AML-WORKLIST-STATUS.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  AML-RULES-FILE.
01  AML-RULES-REC          PIC X(80).
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
FD  REJECTS-FILE.
01  REJECTS-REC            PIC X(280).
FD  AML-CASE-FILE.
01  AML-CASE-REC           PIC X(167).
FD  NEW-AML-CASE-FILE.
01  NEW-AML-CASE-REC       PIC X(167).
FD  AML-EVIDENCE-FILE.
    COPY AMLEVID.
FD  AML-WORKLIST-FILE.
01  AML-WORKLIST-LINE      PIC X(132).
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  AMLRULESPATH       PIC X(200) VALUE SPACES.
01  AML-RULES-STATUS   PIC XX.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  CHANGE-LOG-STATUS  PIC XX.
01  REJECTSPATH        PIC X(200) VALUE SPACES.
01  REJECTS-STATUS     PIC XX.
01  AMLCASEPATH        PIC X(200) VALUE SPACES.
01  AML-CASE-STATUS    PIC XX.
01  NEWAMLCASEPATH     PIC X(200) VALUE SPACES.
01  NEW-AML-CASE-STATUS PIC XX.
01  AMLEVIDENCEPATH    PIC X(200) VALUE SPACES.
01  AML-EVIDENCE-STATUS PIC XX.
01  AMLWORKLISTPATH    PIC X(200) VALUE SPACES.
01  AML-WORKLIST-STATUS PIC XX.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-BUSINESS-DATE   PIC X(8) VALUE SPACES.
01  WS-REPORT-DATE     PIC X(10).
01  WS-BUS-DAY-NO      PIC 9(8) VALUE ZERO.
01  WS-DAY-NO          PIC 9(8) VALUE ZERO.
01  WS-WORK-DATE       PIC 9(8) VALUE ZERO.
    COPY TRXJRNL.
    COPY AMLCASE.
*> The rule control file, one fixed-width line per rule:
*>   columns  1-6    rule id - CHGOUT, STRUCT, DORMNT or NSFBST
*>   column   8      Y to run the rule, anything else to skip it
*>   columns 10-13   days the rule looks back
*>   columns 15-25   amount, 99999999.99 (for STRUCT the margin under
*>                   CTR-THRESHOLD that counts as just under it)
*>   columns 27-30   how many occurrences make a hit
*>   columns 32-71   description, printed on the worklist
01  RULE-LINE.
    05  RL-RULE-ID         PIC X(6).
    05  FILLER             PIC X.
    05  RL-ENABLED         PIC X(1).
    05  FILLER             PIC X.
    05  RL-DAYS            PIC X(4).
    05  FILLER             PIC X.
    05  RL-AMOUNT          PIC X(11).
    05  FILLER             PIC X.
    05  RL-COUNT           PIC X(4).
    05  FILLER             PIC X.
    05  RL-DESCRIPTION     PIC X(40).
01  WS-RULE-ID-LIST.
    05  FILLER             PIC X(6) VALUE "CHGOUT".
    05  FILLER             PIC X(6) VALUE "STRUCT".
    05  FILLER             PIC X(6) VALUE "DORMNT".
    05  FILLER             PIC X(6) VALUE "NSFBST".
01  WS-RULE-ID-TABLE REDEFINES WS-RULE-ID-LIST.
    05  WS-RULE-ID         PIC X(6) OCCURS 4 TIMES.
01  WS-RULE-TABLE.
    05  WS-RULE            OCCURS 4 TIMES.
        10  RU-ON-SW           PIC X(1).
            88  RU-ON                  VALUE 'Y'.
        10  RU-DAYS            PIC 9(4).
        10  RU-AMOUNT          PIC 9(9)V99.
        10  RU-COUNT           PIC 9(4).
        10  RU-WINDOW-START    PIC X(8).
        10  RU-DESCRIPTION     PIC X(40).
01  WS-RULE-SUB        PIC 9 COMP VALUE ZERO.
01  WS-CHGOUT          PIC 9 COMP VALUE 1.
01  WS-STRUCT          PIC 9 COMP VALUE 2.
01  WS-DORMNT          PIC 9 COMP VALUE 3.
01  WS-NSFBST          PIC 9 COMP VALUE 4.
01  WS-RULES-ON        PIC 9 VALUE ZERO.
01  WS-THRESHOLD       PIC 9(9)V99 VALUE 10000.00.
01  WS-STRUCT-FLOOR    PIC 9(9)V99 VALUE ZERO.
*> Serial tags of the batch programs that write slips; their rows
*> are the bank moving money, not the customer, and no rule looks
*> at them.
01  WS-SERIAL-TAG      PIC X(2).
    88  WS-SYSTEM-SLIP         VALUE 'SO' 'AC' 'NF' 'TM' 'EW' 'RV'
                                     'ES' 'LN' 'CO' 'CS' 'AH' 'MG'.
*> Every case on file, open and closed, in the order opened.
01  WS-CASE-TABLE.
    05  WS-CASE-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-CASE-IMAGE      PIC X(167) OCCURS 5000 TIMES.
01  WS-CASE-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-CASE-FOUND-SUB  PIC 9(4) COMP VALUE ZERO.
01  WS-CASE-TAKEN-SUB  PIC 9(4) COMP VALUE ZERO.
01  WS-CASE-SEQ        PIC 9(4) VALUE ZERO.
01  WS-CASE-SEQ-X      PIC X(4).
*> Tonight's customer-initiated journal rows.
01  WS-TODAY-TABLE.
    05  WS-TODAY-COUNT     PIC 9(5) VALUE ZERO.
    05  WS-TODAY-ENTRY     OCCURS 10000 TIMES.
        10  TD-CUST-ID         PIC X(10).
        10  TD-TRAN-CODE       PIC X(1).
        10  TD-AMOUNT          PIC S9(9)V99.
        10  TD-IMAGE           PIC X(113).
01  WS-TODAY-SUB       PIC 9(5) COMP VALUE ZERO.
*> One row per customer who moved money tonight.
01  WS-MOVER-TABLE.
    05  WS-MOVER-COUNT     PIC 9(4) VALUE ZERO.
    05  WS-MOVER-ENTRY     OCCURS 5000 TIMES.
        10  MV-CUST-ID         PIC X(10).
        10  MV-MAX-OUTFLOW     PIC 9(9)V99.
        10  MV-CASH-IN         PIC 9(11)V99.
        10  MV-MOVED           PIC 9(11)V99.
        10  MV-LAST-ACTIVE     PIC X(8).
        10  MV-LAST-IMAGE      PIC X(113).
01  WS-MOVER-SUB       PIC 9(4) COMP VALUE ZERO.
01  WS-MOVER-FOUND-SUB PIC 9(4) COMP VALUE ZERO.
*> Teller cash in per mover per day inside the structuring window,
*> and the rows behind it from earlier days for the evidence.
01  WS-CASHDAY-TABLE.
    05  WS-CASHDAY-COUNT   PIC 9(5) VALUE ZERO.
    05  WS-CASHDAY-ENTRY   OCCURS 10000 TIMES.
        10  CD-CUST-ID         PIC X(10).
        10  CD-DATE            PIC X(8).
        10  CD-TOTAL           PIC 9(11)V99.
01  WS-CASHDAY-SUB     PIC 9(5) COMP VALUE ZERO.
01  WS-CASHDAY-FOUND-SUB PIC 9(5) COMP VALUE ZERO.
01  WS-CASHROW-TABLE.
    05  WS-CASHROW-COUNT   PIC 9(5) VALUE ZERO.
    05  WS-CASHROW-ENTRY   OCCURS 10000 TIMES.
        10  CR-CUST-ID         PIC X(10).
        10  CR-DATE            PIC X(8).
        10  CR-IMAGE           PIC X(113).
01  WS-CASHROW-SUB     PIC 9(5) COMP VALUE ZERO.
*> Name and address changes inside the CHGOUT window.
01  WS-CHANGE-TABLE.
    05  WS-CHANGE-COUNT    PIC 9(4) VALUE ZERO.
    05  WS-CHANGE-ENTRY    OCCURS 2000 TIMES.
        10  CH-CUST-ID         PIC X(10).
        10  CH-IMAGE           PIC X(250).
01  WS-CHANGE-SUB      PIC 9(4) COMP VALUE ZERO.
*> Insufficient-funds rejects inside the NSFBST window. The rejects
*> log is stamped with the clock, not the business date - a reject
*> from tonight's posting may carry tomorrow's date - so a reject is
*> new when it is not already evidence on a case, not by its date.
01  WS-REJECT-TABLE.
    05  WS-REJECT-COUNT    PIC 9(4) VALUE ZERO.
    05  WS-REJECT-ENTRY    OCCURS 5000 TIMES.
        10  RJ-CUST-ID         PIC X(10).
        10  RJ-DATE            PIC X(8).
        10  RJ-NEW-SW          PIC X(1).
            88  RJ-NEW                 VALUE 'Y'.
        10  RJ-IMAGE           PIC X(250).
01  WS-TAKEN-REJECT-TABLE.
    05  WS-TAKEN-REJECT-COUNT PIC 9(4) VALUE ZERO.
    05  WS-TAKEN-REJECT    PIC X(101) OCCURS 5000 TIMES.
01  WS-TAKEN-SUB       PIC 9(4) COMP VALUE ZERO.
01  WS-TAKEN-FROM-DATE PIC X(8).
01  WS-REJECT-SUB      PIC 9(4) COMP VALUE ZERO.
01  WS-REJECT-SUB2     PIC 9(4) COMP VALUE ZERO.
01  WS-FLAG-TALLY      PIC 9(4) VALUE ZERO.
01  WS-OVERFLOW-SW     PIC X VALUE 'N'.
    88  WS-TABLE-OVERFLOWED    VALUE 'Y'.
01  WS-HIT-CUST-ID     PIC X(10).
01  WS-HIT-RULE-SUB    PIC 9 COMP VALUE ZERO.
01  WS-HIT-SUMMARY     PIC X(60).
01  WS-HIT-ACTION      PIC X(16).
01  WS-HIT-SKIP-SW     PIC X VALUE 'N'.
    88  WS-HIT-ALREADY-TAKEN   VALUE 'Y'.
*> An open case being added to gets only tonight's rows; the rows
*> from earlier nights are already attached to it.
01  WS-EXTEND-SW       PIC X VALUE 'N'.
    88  WS-EXTENDING-CASE      VALUE 'Y'.
01  WS-HIT-COUNT       PIC 9(4) VALUE ZERO.
01  WS-HIT-DATE-COUNT  PIC 9(4) VALUE ZERO.
01  WS-HIT-NEW-SW    PIC X VALUE 'N'.
    88  WS-HIT-NEW             VALUE 'Y'.
01  WS-SEEN-SW         PIC X VALUE 'N'.
    88  WS-SEEN-BEFORE         VALUE 'Y'.
01  WS-AMOUNT-EDIT     PIC Z(8)9.99.
01  WS-COUNT-EDIT      PIC Z(3)9.
01  WS-DAYS-EDIT       PIC Z(3)9.
01  WS-ABS-AMOUNT      PIC 9(9)V99.
01  WS-AGE-DAYS        PIC 9(5) VALUE ZERO.
01  WS-NEW-CASE-COUNT  PIC 9(9) VALUE ZERO.
01  WS-ADDED-COUNT     PIC 9(9) VALUE ZERO.
01  WS-RERUN-COUNT     PIC 9(9) VALUE ZERO.
01  WS-OPEN-COUNT      PIC 9(9) VALUE ZERO.
01  WS-EVIDENCE-COUNT  PIC 9(9) VALUE ZERO.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(30) VALUE
        "AML CASE WORKLIST             ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  SECTION-LINE           PIC X(132).
01  HIT-HEADER-LINE PIC X(132) VALUE
    "CASE ID        RULE   CUSTOMER   ACTION           SUMMARY".
01  HIT-LINE.
    05  HL-CASE-ID         PIC X(14).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  HL-RULE-ID         PIC X(6).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  HL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  HL-ACTION          PIC X(16).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  HL-SUMMARY         PIC X(60).
01  CASE-HEADER-LINE PIC X(132) VALUE
    "CASE ID        RULE   CUSTOMER   OPENED   LAST HIT  AGE EVID SUMMARY".
01  CASE-LINE.
    05  CL-CASE-ID         PIC X(14).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CL-RULE-ID         PIC X(6).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CL-OPENED          PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CL-LAST-HIT        PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CL-AGE             PIC Z(3)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CL-EVIDENCE        PIC Z(3)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CL-SUMMARY         PIC X(60).
01  COUNT-LINE.
    05  CNT-LABEL          PIC X(30).
    05  CNT-VALUE          PIC Z(8)9.
    COPY PARMTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "AMLMON" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Nightly fraud and AML red-flag monitoring. The rules in the
    *> control file are run against the journal, the customer change
    *> log and the posting rejects log; a hit opens a case for the
    *> customer with the rows that raised it attached as evidence,
    *> or adds them to the case already open for that rule. Only
    *> activity on the business date can raise a hit, so a pattern
    *> is reported the night it completes, not every night after.
    *> Investigators work the cases through AMLCASE.
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    MOVE WS-PROC-DATE TO WS-BUSINESS-DATE
    COMPUTE WS-BUS-DAY-NO = FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
    PERFORM LOAD-PARAMETERS
    MOVE "CTR-THRESHOLD" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-THRESHOLD
    END-IF
    PERFORM RESOLVE-PATHS
    PERFORM LOAD-RULES
    IF WS-RULES-ON = ZERO
        MOVE "AMLMON" TO WS-ERR-PROGRAM-ID
        MOVE "NORULES" TO WS-ERR-CODE
        MOVE "No red-flag rules enabled, nothing monitored"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 4 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM LOAD-CASES
    PERFORM COLLECT-TONIGHTS-ACTIVITY
    PERFORM COLLECT-EARLIER-ACTIVITY
    IF RU-ON(WS-CHGOUT)
        PERFORM COLLECT-IDENTITY-CHANGES
    END-IF
    IF RU-ON(WS-NSFBST)
        PERFORM COLLECT-NSF-REJECTS
    END-IF
    IF WS-TABLE-OVERFLOWED
        *> a customer dropped from a work table would go unmonitored
        *> without anyone knowing; nothing is opened until the tables
        *> are sized
        MOVE "AMLMON" TO WS-ERR-PROGRAM-ID
        MOVE "OVERFLOW" TO WS-ERR-CODE
        MOVE "AML work table exceeded, no cases opened tonight"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    OPEN EXTEND AML-EVIDENCE-FILE
    IF AML-EVIDENCE-STATUS NOT = "00"
        OPEN OUTPUT AML-EVIDENCE-FILE
    END-IF
    IF AML-EVIDENCE-STATUS NOT = "00"
        MOVE "AMLMON" TO WS-ERR-PROGRAM-ID
        MOVE AML-EVIDENCE-STATUS TO WS-ERR-CODE
        MOVE "Unable to open AML evidence file, no cases opened"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM OPEN-WORKLIST-FILE
    IF RU-ON(WS-CHGOUT)
        PERFORM EVALUATE-CHANGE-THEN-OUTFLOW
    END-IF
    IF RU-ON(WS-STRUCT)
        PERFORM EVALUATE-STRUCTURING
    END-IF
    IF RU-ON(WS-DORMNT)
        PERFORM EVALUATE-DORMANT-MOVERS
    END-IF
    IF RU-ON(WS-NSFBST)
        PERFORM EVALUATE-NSF-BURSTS
    END-IF
    CLOSE AML-EVIDENCE-FILE
    PERFORM REWRITE-CASE-FILE
    PERFORM WRITE-OPEN-CASES
    PERFORM WRITE-WORKLIST-TOTALS
    CLOSE AML-WORKLIST-FILE
    DISPLAY "AMLMON complete - new cases: " WS-NEW-CASE-COUNT
            " evidence added: " WS-ADDED-COUNT
            " open cases: " WS-OPEN-COUNT
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "AML-RULES-PATH" UPON ENVIRONMENT-NAME
    ACCEPT AMLRULESPATH FROM ENVIRONMENT-VALUE
    IF AMLRULESPATH = SPACES
        MOVE "aml-rules.dat" TO AMLRULESPATH
    END-IF
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHANGELOGPATH FROM ENVIRONMENT-VALUE
    IF CHANGELOGPATH = SPACES
        MOVE "custmaint-change-log.dat" TO CHANGELOGPATH
    END-IF
    DISPLAY "INJECTION-FAIL-REJECTS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT REJECTSPATH FROM ENVIRONMENT-VALUE
    IF REJECTSPATH = SPACES
        MOVE "injection-fail-rejects.dat" TO REJECTSPATH
    END-IF
    DISPLAY "AML-CASE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT AMLCASEPATH FROM ENVIRONMENT-VALUE
    IF AMLCASEPATH = SPACES
        MOVE "aml-cases.dat" TO AMLCASEPATH
    END-IF
    MOVE SPACES TO NEWAMLCASEPATH
    STRING FUNCTION TRIM(AMLCASEPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWAMLCASEPATH
    DISPLAY "AML-EVIDENCE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT AMLEVIDENCEPATH FROM ENVIRONMENT-VALUE
    IF AMLEVIDENCEPATH = SPACES
        MOVE "aml-evidence.dat" TO AMLEVIDENCEPATH
    END-IF
    DISPLAY "AML-WORKLIST-PATH" UPON ENVIRONMENT-NAME
    ACCEPT AMLWORKLISTPATH FROM ENVIRONMENT-VALUE
    IF AMLWORKLISTPATH = SPACES
        MOVE "aml-worklist.dat" TO AMLWORKLISTPATH
    END-IF.

LOAD-RULES.
    INITIALIZE WS-RULE-TABLE
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT AML-RULES-FILE
    IF AML-RULES-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ AML-RULES-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE AML-RULES-REC TO RULE-LINE
                    PERFORM LOAD-ONE-RULE
            END-READ
        END-PERFORM
        CLOSE AML-RULES-FILE
    END-IF.

LOAD-ONE-RULE.
    MOVE ZERO TO WS-RULE-SUB
    PERFORM VARYING WS-HIT-RULE-SUB FROM 1 BY 1
            UNTIL WS-HIT-RULE-SUB > 4
        IF WS-RULE-ID(WS-HIT-RULE-SUB) = RL-RULE-ID
            MOVE WS-HIT-RULE-SUB TO WS-RULE-SUB
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN RL-RULE-ID = SPACES OR RL-RULE-ID(1:1) = '*'
            CONTINUE
        WHEN WS-RULE-SUB = ZERO
                OR RL-DAYS NOT NUMERIC OR RL-COUNT NOT NUMERIC
                OR FUNCTION TEST-NUMVAL(RL-AMOUNT) NOT = ZERO
            MOVE "AMLMON" TO WS-ERR-PROGRAM-ID
            MOVE "BADRULE" TO WS-ERR-CODE
            MOVE SPACES TO WS-ERR-MESSAGE
            STRING "Red-flag rule line not understood, skipped: "
                   DELIMITED BY SIZE
                   RL-RULE-ID DELIMITED BY SIZE
                   INTO WS-ERR-MESSAGE
            SET WS-ERR-WARNING TO TRUE
            PERFORM LOG-COMMON-ERROR
        WHEN RL-ENABLED = 'Y'
            MOVE 'Y' TO RU-ON-SW(WS-RULE-SUB)
            MOVE RL-DAYS TO RU-DAYS(WS-RULE-SUB)
            MOVE FUNCTION NUMVAL(RL-AMOUNT) TO RU-AMOUNT(WS-RULE-SUB)
            MOVE RL-COUNT TO RU-COUNT(WS-RULE-SUB)
            MOVE RL-DESCRIPTION TO RU-DESCRIPTION(WS-RULE-SUB)
            *> first day inside the rule's look-back, tonight included
            COMPUTE WS-DAY-NO = WS-BUS-DAY-NO - RU-DAYS(WS-RULE-SUB) + 1
            COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
            MOVE WS-WORK-DATE TO RU-WINDOW-START(WS-RULE-SUB)
            ADD 1 TO WS-RULES-ON
    END-EVALUATE.

LOAD-CASES.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT AML-CASE-FILE
    IF AML-CASE-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ AML-CASE-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF WS-CASE-COUNT < 5000
                        ADD 1 TO WS-CASE-COUNT
                        MOVE AML-CASE-REC TO WS-CASE-IMAGE(WS-CASE-COUNT)
                        MOVE AML-CASE-REC TO AML-CASE-RECORD
                        IF AC-CASE-ID(3:8) = WS-BUSINESS-DATE
                                AND AC-CASE-ID(11:4) NUMERIC
                            MOVE AC-CASE-ID(11:4) TO WS-CASE-SEQ-X
                            IF WS-CASE-SEQ-X > WS-CASE-SEQ
                                MOVE WS-CASE-SEQ-X TO WS-CASE-SEQ
                            END-IF
                        END-IF
                    ELSE
                        *> the rewrite would drop the cases that did
                        *> not fit, closed ones included
                        SET WS-TABLE-OVERFLOWED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AML-CASE-FILE
    END-IF.

COLLECT-TONIGHTS-ACTIVITY.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                    MOVE TJ-SLIP-SERIAL(1:2) TO WS-SERIAL-TAG
                    IF TJ-POST-DATE = WS-BUSINESS-DATE
                            AND NOT WS-SYSTEM-SLIP
                        PERFORM NOTE-TONIGHTS-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF.

NOTE-TONIGHTS-ROW.
    IF WS-TODAY-COUNT < 10000
        ADD 1 TO WS-TODAY-COUNT
        MOVE TJ-CUST-ID TO TD-CUST-ID(WS-TODAY-COUNT)
        MOVE TJ-TRAN-CODE TO TD-TRAN-CODE(WS-TODAY-COUNT)
        MOVE TJ-AMOUNT TO TD-AMOUNT(WS-TODAY-COUNT)
        MOVE TRX-JOURNAL-REC TO TD-IMAGE(WS-TODAY-COUNT)
    ELSE
        SET WS-TABLE-OVERFLOWED TO TRUE
    END-IF
    PERFORM FIND-MOVER
    IF WS-MOVER-FOUND-SUB = ZERO
        IF WS-MOVER-COUNT < 5000
            ADD 1 TO WS-MOVER-COUNT
            MOVE WS-MOVER-COUNT TO WS-MOVER-FOUND-SUB
            INITIALIZE WS-MOVER-ENTRY(WS-MOVER-FOUND-SUB)
            MOVE TJ-CUST-ID TO MV-CUST-ID(WS-MOVER-FOUND-SUB)
        ELSE
            SET WS-TABLE-OVERFLOWED TO TRUE
            EXIT PARAGRAPH
        END-IF
    END-IF
    COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(TJ-AMOUNT)
    ADD WS-ABS-AMOUNT TO MV-MOVED(WS-MOVER-FOUND-SUB)
    *> money leaving: a withdrawal, the paying leg of a transfer or a
    *> payment sent to another bank
    IF (TJ-TRAN-CODE = 'D' OR 'T' OR 'E') AND TJ-AMOUNT < ZERO
            AND WS-ABS-AMOUNT > MV-MAX-OUTFLOW(WS-MOVER-FOUND-SUB)
        MOVE WS-ABS-AMOUNT TO MV-MAX-OUTFLOW(WS-MOVER-FOUND-SUB)
    END-IF
    IF TJ-TRAN-CODE = 'C'
        ADD WS-ABS-AMOUNT TO MV-CASH-IN(WS-MOVER-FOUND-SUB)
        PERFORM ADD-CASH-DAY
    END-IF.

FIND-MOVER.
    MOVE ZERO TO WS-MOVER-FOUND-SUB
    PERFORM VARYING WS-MOVER-SUB FROM 1 BY 1
            UNTIL WS-MOVER-SUB > WS-MOVER-COUNT
        IF MV-CUST-ID(WS-MOVER-SUB) = TJ-CUST-ID
            MOVE WS-MOVER-SUB TO WS-MOVER-FOUND-SUB
            MOVE WS-MOVER-COUNT TO WS-MOVER-SUB
        END-IF
    END-PERFORM.

ADD-CASH-DAY.
    MOVE ZERO TO WS-CASHDAY-FOUND-SUB
    PERFORM VARYING WS-CASHDAY-SUB FROM 1 BY 1
            UNTIL WS-CASHDAY-SUB > WS-CASHDAY-COUNT
        IF CD-CUST-ID(WS-CASHDAY-SUB) = TJ-CUST-ID
                AND CD-DATE(WS-CASHDAY-SUB) = TJ-POST-DATE
            MOVE WS-CASHDAY-SUB TO WS-CASHDAY-FOUND-SUB
            MOVE WS-CASHDAY-COUNT TO WS-CASHDAY-SUB
        END-IF
    END-PERFORM
    IF WS-CASHDAY-FOUND-SUB = ZERO
        IF WS-CASHDAY-COUNT < 10000
            ADD 1 TO WS-CASHDAY-COUNT
            MOVE WS-CASHDAY-COUNT TO WS-CASHDAY-FOUND-SUB
            MOVE TJ-CUST-ID TO CD-CUST-ID(WS-CASHDAY-FOUND-SUB)
            MOVE TJ-POST-DATE TO CD-DATE(WS-CASHDAY-FOUND-SUB)
            MOVE ZERO TO CD-TOTAL(WS-CASHDAY-FOUND-SUB)
        ELSE
            SET WS-TABLE-OVERFLOWED TO TRUE
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD WS-ABS-AMOUNT TO CD-TOTAL(WS-CASHDAY-FOUND-SUB).

COLLECT-EARLIER-ACTIVITY.
    *> Second pass, for tonight's movers only: when each last moved
    *> money before tonight, and their teller cash in on the earlier
    *> days of the structuring window.
    IF WS-MOVER-COUNT = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                    MOVE TJ-SLIP-SERIAL(1:2) TO WS-SERIAL-TAG
                    IF TJ-POST-DATE < WS-BUSINESS-DATE
                            AND NOT WS-SYSTEM-SLIP
                        PERFORM NOTE-EARLIER-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF.

NOTE-EARLIER-ROW.
    PERFORM FIND-MOVER
    IF WS-MOVER-FOUND-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    IF TJ-POST-DATE NOT < MV-LAST-ACTIVE(WS-MOVER-FOUND-SUB)
        MOVE TJ-POST-DATE TO MV-LAST-ACTIVE(WS-MOVER-FOUND-SUB)
        MOVE TRX-JOURNAL-REC TO MV-LAST-IMAGE(WS-MOVER-FOUND-SUB)
    END-IF
    IF RU-ON(WS-STRUCT) AND TJ-TRAN-CODE = 'C'
            AND TJ-POST-DATE NOT < RU-WINDOW-START(WS-STRUCT)
        COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(TJ-AMOUNT)
        PERFORM ADD-CASH-DAY
        IF WS-CASHROW-COUNT < 10000
            ADD 1 TO WS-CASHROW-COUNT
            MOVE TJ-CUST-ID TO CR-CUST-ID(WS-CASHROW-COUNT)
            MOVE TJ-POST-DATE TO CR-DATE(WS-CASHROW-COUNT)
            MOVE TRX-JOURNAL-REC TO CR-IMAGE(WS-CASHROW-COUNT)
        ELSE
            SET WS-TABLE-OVERFLOWED TO TRUE
        END-IF
    END-IF.

COLLECT-IDENTITY-CHANGES.
    *> CUSTMAINT marks an update that changed the name or address,
    *> and MNTAPPR marks a parked update it released the same way;
    *> the change-log line is date, operator, ACTION=, ID= in fixed
    *> positions.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT CHANGE-LOG-FILE
    IF CHANGE-LOG-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ CHANGE-LOG-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF CHANGE-LOG-REC(18:9) = " ACTION=U"
                            AND CHANGE-LOG-REC(1:8)
                                NOT < RU-WINDOW-START(WS-CHGOUT)
                        MOVE ZERO TO WS-FLAG-TALLY
                        INSPECT CHANGE-LOG-REC TALLYING WS-FLAG-TALLY
                            FOR ALL "NAME-CHANGED=Y"
                                ALL "ADDR-CHANGED=Y"
                        IF WS-FLAG-TALLY > ZERO
                            PERFORM NOTE-IDENTITY-CHANGE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHANGE-LOG-FILE
    END-IF.

NOTE-IDENTITY-CHANGE.
    IF WS-CHANGE-COUNT < 2000
        ADD 1 TO WS-CHANGE-COUNT
        MOVE CHANGE-LOG-REC(31:10) TO CH-CUST-ID(WS-CHANGE-COUNT)
        MOVE CHANGE-LOG-REC TO CH-IMAGE(WS-CHANGE-COUNT)
    ELSE
        SET WS-TABLE-OVERFLOWED TO TRUE
    END-IF.

COLLECT-NSF-REJECTS.
    *> TRXPOST's line: 16-byte timestamp, " reason=", the 40-byte
    *> reason, " value=", the slip serial, " CUST ", the customer.
    PERFORM COLLECT-TAKEN-REJECTS
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT REJECTS-FILE
    IF REJECTS-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ REJECTS-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF REJECTS-REC(25:13) = "DEBIT EXCEEDS"
                            AND REJECTS-REC(86:6) = " CUST "
                            AND REJECTS-REC(1:8)
                                NOT < RU-WINDOW-START(WS-NSFBST)
                        PERFORM NOTE-NSF-REJECT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJECTS-FILE
    END-IF.

NOTE-NSF-REJECT.
    IF WS-REJECT-COUNT < 5000
        ADD 1 TO WS-REJECT-COUNT
        MOVE REJECTS-REC(92:10) TO RJ-CUST-ID(WS-REJECT-COUNT)
        MOVE REJECTS-REC(1:8) TO RJ-DATE(WS-REJECT-COUNT)
        MOVE REJECTS-REC TO RJ-IMAGE(WS-REJECT-COUNT)
        MOVE 'Y' TO RJ-NEW-SW(WS-REJECT-COUNT)
        PERFORM VARYING WS-TAKEN-SUB FROM 1 BY 1
                UNTIL WS-TAKEN-SUB > WS-TAKEN-REJECT-COUNT
            IF WS-TAKEN-REJECT(WS-TAKEN-SUB) = REJECTS-REC(1:101)
                MOVE 'N' TO RJ-NEW-SW(WS-REJECT-COUNT)
                MOVE WS-TAKEN-REJECT-COUNT TO WS-TAKEN-SUB
            END-IF
        END-PERFORM
    ELSE
        SET WS-TABLE-OVERFLOWED TO TRUE
    END-IF.

COLLECT-TAKEN-REJECTS.
    *> Rejects already attached to a case on an earlier night; only
    *> the evidence from the window (less a day, for the clock) is
    *> needed. Timestamp, reason, serial and customer identify one.
    COMPUTE WS-DAY-NO = WS-BUS-DAY-NO - RU-DAYS(WS-NSFBST)
    COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
    MOVE WS-WORK-DATE TO WS-TAKEN-FROM-DATE
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT AML-EVIDENCE-FILE
    IF AML-EVIDENCE-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ AML-EVIDENCE-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF EV-FROM-REJECTS
                            AND EV-HIT-DATE NOT < WS-TAKEN-FROM-DATE
                        IF WS-TAKEN-REJECT-COUNT < 5000
                            ADD 1 TO WS-TAKEN-REJECT-COUNT
                            MOVE EV-IMAGE(1:101)
                                TO WS-TAKEN-REJECT(WS-TAKEN-REJECT-COUNT)
                        ELSE
                            SET WS-TABLE-OVERFLOWED TO TRUE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AML-EVIDENCE-FILE
    END-IF.

OPEN-WORKLIST-FILE.
    OPEN OUTPUT AML-WORKLIST-FILE
    STRING WS-PROC-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE AML-WORKLIST-LINE FROM PAGE-HEADER-1
    MOVE SPACES TO AML-WORKLIST-LINE
    WRITE AML-WORKLIST-LINE
    MOVE "TONIGHT'S HITS" TO SECTION-LINE
    WRITE AML-WORKLIST-LINE FROM SECTION-LINE
    WRITE AML-WORKLIST-LINE FROM HIT-HEADER-LINE.

EVALUATE-CHANGE-THEN-OUTFLOW.
    MOVE WS-CHGOUT TO WS-HIT-RULE-SUB
    PERFORM VARYING WS-MOVER-SUB FROM 1 BY 1
            UNTIL WS-MOVER-SUB > WS-MOVER-COUNT
        IF MV-MAX-OUTFLOW(WS-MOVER-SUB) NOT < RU-AMOUNT(WS-CHGOUT)
                AND MV-MAX-OUTFLOW(WS-MOVER-SUB) > ZERO
            MOVE ZERO TO WS-HIT-COUNT
            PERFORM VARYING WS-CHANGE-SUB FROM 1 BY 1
                    UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
                IF CH-CUST-ID(WS-CHANGE-SUB) = MV-CUST-ID(WS-MOVER-SUB)
                    ADD 1 TO WS-HIT-COUNT
                END-IF
            END-PERFORM
            IF WS-HIT-COUNT NOT < RU-COUNT(WS-CHGOUT)
                    AND WS-HIT-COUNT > ZERO
                MOVE MV-CUST-ID(WS-MOVER-SUB) TO WS-HIT-CUST-ID
                MOVE MV-MAX-OUTFLOW(WS-MOVER-SUB) TO WS-AMOUNT-EDIT
                MOVE WS-HIT-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-HIT-SUMMARY
                STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " NAME/ADDRESS CHANGE(S), THEN " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                       " OUT" DELIMITED BY SIZE
                       INTO WS-HIT-SUMMARY
                PERFORM OPEN-OR-EXTEND-CASE
                IF NOT WS-HIT-ALREADY-TAKEN
                    PERFORM VARYING WS-CHANGE-SUB FROM 1 BY 1
                            UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
                        IF CH-CUST-ID(WS-CHANGE-SUB) = WS-HIT-CUST-ID
                                AND (CH-IMAGE(WS-CHANGE-SUB)(1:8)
                                     = WS-BUSINESS-DATE
                                     OR NOT WS-EXTENDING-CASE)
                            MOVE SPACES TO AML-EVIDENCE-RECORD
                            SET EV-FROM-CHANGE-LOG TO TRUE
                            MOVE CH-IMAGE(WS-CHANGE-SUB) TO EV-IMAGE
                            PERFORM WRITE-EVIDENCE
                        END-IF
                    END-PERFORM
                    PERFORM VARYING WS-TODAY-SUB FROM 1 BY 1
                            UNTIL WS-TODAY-SUB > WS-TODAY-COUNT
                        IF TD-CUST-ID(WS-TODAY-SUB) = WS-HIT-CUST-ID
                                AND TD-AMOUNT(WS-TODAY-SUB) < ZERO
                                AND (TD-TRAN-CODE(WS-TODAY-SUB) = 'D'
                                     OR 'T' OR 'E')
                                AND FUNCTION ABS(TD-AMOUNT(WS-TODAY-SUB))
                                    NOT < RU-AMOUNT(WS-CHGOUT)
                            PERFORM WRITE-TODAY-EVIDENCE
                        END-IF
                    END-PERFORM
                    PERFORM FINISH-CASE-HIT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

EVALUATE-STRUCTURING.
    *> A day counts when the customer's teller cash in came to more
    *> than the margin under CTR-THRESHOLD but not over it - enough
    *> to stay off the currency transaction report.
    MOVE WS-STRUCT TO WS-HIT-RULE-SUB
    IF RU-AMOUNT(WS-STRUCT) < WS-THRESHOLD
        COMPUTE WS-STRUCT-FLOOR = WS-THRESHOLD - RU-AMOUNT(WS-STRUCT)
    ELSE
        MOVE ZERO TO WS-STRUCT-FLOOR
    END-IF
    PERFORM VARYING WS-MOVER-SUB FROM 1 BY 1
            UNTIL WS-MOVER-SUB > WS-MOVER-COUNT
        IF MV-CASH-IN(WS-MOVER-SUB) > WS-STRUCT-FLOOR
                AND MV-CASH-IN(WS-MOVER-SUB) NOT > WS-THRESHOLD
            MOVE ZERO TO WS-HIT-COUNT
            PERFORM VARYING WS-CASHDAY-SUB FROM 1 BY 1
                    UNTIL WS-CASHDAY-SUB > WS-CASHDAY-COUNT
                IF CD-CUST-ID(WS-CASHDAY-SUB) = MV-CUST-ID(WS-MOVER-SUB)
                        AND CD-TOTAL(WS-CASHDAY-SUB) > WS-STRUCT-FLOOR
                        AND CD-TOTAL(WS-CASHDAY-SUB) NOT > WS-THRESHOLD
                    ADD 1 TO WS-HIT-COUNT
                END-IF
            END-PERFORM
            IF WS-HIT-COUNT NOT < RU-COUNT(WS-STRUCT)
                MOVE MV-CUST-ID(WS-MOVER-SUB) TO WS-HIT-CUST-ID
                MOVE WS-HIT-COUNT TO WS-COUNT-EDIT
                MOVE RU-DAYS(WS-STRUCT) TO WS-DAYS-EDIT
                MOVE SPACES TO WS-HIT-SUMMARY
                STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " DAYS CASH IN JUST UNDER CTR IN "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO WS-HIT-SUMMARY
                PERFORM OPEN-OR-EXTEND-CASE
                IF NOT WS-HIT-ALREADY-TAKEN
                    PERFORM ATTACH-STRUCTURING-ROWS
                    PERFORM FINISH-CASE-HIT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

ATTACH-STRUCTURING-ROWS.
    PERFORM VARYING WS-CASHDAY-SUB FROM 1 BY 1
            UNTIL WS-CASHDAY-SUB > WS-CASHDAY-COUNT
        IF CD-CUST-ID(WS-CASHDAY-SUB) = WS-HIT-CUST-ID
                AND CD-TOTAL(WS-CASHDAY-SUB) > WS-STRUCT-FLOOR
                AND CD-TOTAL(WS-CASHDAY-SUB) NOT > WS-THRESHOLD
            IF CD-DATE(WS-CASHDAY-SUB) = WS-BUSINESS-DATE
                PERFORM VARYING WS-TODAY-SUB FROM 1 BY 1
                        UNTIL WS-TODAY-SUB > WS-TODAY-COUNT
                    IF TD-CUST-ID(WS-TODAY-SUB) = WS-HIT-CUST-ID
                            AND TD-TRAN-CODE(WS-TODAY-SUB) = 'C'
                        PERFORM WRITE-TODAY-EVIDENCE
                    END-IF
                END-PERFORM
            ELSE
                IF NOT WS-EXTENDING-CASE
                    PERFORM VARYING WS-CASHROW-SUB FROM 1 BY 1
                            UNTIL WS-CASHROW-SUB > WS-CASHROW-COUNT
                        IF CR-CUST-ID(WS-CASHROW-SUB) = WS-HIT-CUST-ID
                                AND CR-DATE(WS-CASHROW-SUB)
                                    = CD-DATE(WS-CASHDAY-SUB)
                            MOVE SPACES TO AML-EVIDENCE-RECORD
                            SET EV-FROM-JOURNAL TO TRUE
                            MOVE CR-IMAGE(WS-CASHROW-SUB) TO EV-IMAGE
                            PERFORM WRITE-EVIDENCE
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
        END-IF
    END-PERFORM.

EVALUATE-DORMANT-MOVERS.
    *> Quiet means no customer-initiated journal row for more than
    *> the rule's days; a customer with no earlier row at all is new,
    *> not dormant.
    MOVE WS-DORMNT TO WS-HIT-RULE-SUB
    PERFORM VARYING WS-MOVER-SUB FROM 1 BY 1
            UNTIL WS-MOVER-SUB > WS-MOVER-COUNT
        IF MV-LAST-ACTIVE(WS-MOVER-SUB) NOT = SPACES
                AND MV-LAST-ACTIVE(WS-MOVER-SUB) NUMERIC
                AND MV-MOVED(WS-MOVER-SUB) NOT < RU-AMOUNT(WS-DORMNT)
            MOVE MV-LAST-ACTIVE(WS-MOVER-SUB) TO WS-WORK-DATE
            COMPUTE WS-AGE-DAYS = WS-BUS-DAY-NO -
                FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
            IF WS-AGE-DAYS > RU-DAYS(WS-DORMNT)
                MOVE MV-CUST-ID(WS-MOVER-SUB) TO WS-HIT-CUST-ID
                MOVE MV-MOVED(WS-MOVER-SUB) TO WS-AMOUNT-EDIT
                MOVE SPACES TO WS-HIT-SUMMARY
                STRING "QUIET SINCE " DELIMITED BY SIZE
                       MV-LAST-ACTIVE(WS-MOVER-SUB) DELIMITED BY SIZE
                       ", MOVED " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                       " TONIGHT" DELIMITED BY SIZE
                       INTO WS-HIT-SUMMARY
                PERFORM OPEN-OR-EXTEND-CASE
                IF NOT WS-HIT-ALREADY-TAKEN
                    IF NOT WS-EXTENDING-CASE
                        MOVE SPACES TO AML-EVIDENCE-RECORD
                        SET EV-FROM-JOURNAL TO TRUE
                        MOVE MV-LAST-IMAGE(WS-MOVER-SUB) TO EV-IMAGE
                        PERFORM WRITE-EVIDENCE
                    END-IF
                    PERFORM VARYING WS-TODAY-SUB FROM 1 BY 1
                            UNTIL WS-TODAY-SUB > WS-TODAY-COUNT
                        IF TD-CUST-ID(WS-TODAY-SUB) = WS-HIT-CUST-ID
                            PERFORM WRITE-TODAY-EVIDENCE
                        END-IF
                    END-PERFORM
                    PERFORM FINISH-CASE-HIT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

EVALUATE-NSF-BURSTS.
    *> Each customer is judged once, at their first reject in the
    *> table; a burst must include a reject no case has taken yet.
    MOVE WS-NSFBST TO WS-HIT-RULE-SUB
    PERFORM VARYING WS-REJECT-SUB FROM 1 BY 1
            UNTIL WS-REJECT-SUB > WS-REJECT-COUNT
        MOVE 'N' TO WS-SEEN-SW
        PERFORM VARYING WS-REJECT-SUB2 FROM 1 BY 1
                UNTIL WS-REJECT-SUB2 NOT < WS-REJECT-SUB
            IF RJ-CUST-ID(WS-REJECT-SUB2) = RJ-CUST-ID(WS-REJECT-SUB)
                SET WS-SEEN-BEFORE TO TRUE
            END-IF
        END-PERFORM
        IF NOT WS-SEEN-BEFORE
            MOVE ZERO TO WS-HIT-COUNT
            MOVE 'N' TO WS-HIT-NEW-SW
            PERFORM VARYING WS-REJECT-SUB2 FROM WS-REJECT-SUB BY 1
                    UNTIL WS-REJECT-SUB2 > WS-REJECT-COUNT
                IF RJ-CUST-ID(WS-REJECT-SUB2) = RJ-CUST-ID(WS-REJECT-SUB)
                    ADD 1 TO WS-HIT-COUNT
                    IF RJ-NEW(WS-REJECT-SUB2)
                        SET WS-HIT-NEW TO TRUE
                    END-IF
                END-IF
            END-PERFORM
            IF WS-HIT-NEW AND WS-HIT-COUNT NOT < RU-COUNT(WS-NSFBST)
                MOVE RJ-CUST-ID(WS-REJECT-SUB) TO WS-HIT-CUST-ID
                MOVE WS-HIT-COUNT TO WS-COUNT-EDIT
                MOVE RU-DAYS(WS-NSFBST) TO WS-DAYS-EDIT
                MOVE SPACES TO WS-HIT-SUMMARY
                STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " INSUFFICIENT-FUNDS REJECTS IN " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO WS-HIT-SUMMARY
                PERFORM OPEN-OR-EXTEND-CASE
                IF NOT WS-HIT-ALREADY-TAKEN
                    PERFORM VARYING WS-REJECT-SUB2 FROM WS-REJECT-SUB BY 1
                            UNTIL WS-REJECT-SUB2 > WS-REJECT-COUNT
                        IF RJ-CUST-ID(WS-REJECT-SUB2) = WS-HIT-CUST-ID
                                AND (RJ-NEW(WS-REJECT-SUB2)
                                     OR NOT WS-EXTENDING-CASE)
                            MOVE SPACES TO AML-EVIDENCE-RECORD
                            SET EV-FROM-REJECTS TO TRUE
                            MOVE RJ-IMAGE(WS-REJECT-SUB2) TO EV-IMAGE
                            PERFORM WRITE-EVIDENCE
                        END-IF
                    END-PERFORM
                    PERFORM FINISH-CASE-HIT
                END-IF
            END-IF
        END-IF
    END-PERFORM.

OPEN-OR-EXTEND-CASE.
    *> An open case for the same rule and customer takes the new
    *> evidence; a case of either status already hit tonight means
    *> this is a rerun and nothing is added. Otherwise a new case.
    MOVE 'N' TO WS-HIT-SKIP-SW
    MOVE 'N' TO WS-EXTEND-SW
    MOVE ZERO TO WS-CASE-FOUND-SUB
    PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
            UNTIL WS-CASE-SUB > WS-CASE-COUNT
        MOVE WS-CASE-IMAGE(WS-CASE-SUB) TO AML-CASE-RECORD
        IF AC-RULE-ID = WS-RULE-ID(WS-HIT-RULE-SUB)
                AND AC-CUST-ID = WS-HIT-CUST-ID
            IF AC-LAST-HIT-DATE = WS-BUSINESS-DATE
                SET WS-HIT-ALREADY-TAKEN TO TRUE
                MOVE WS-CASE-SUB TO WS-CASE-TAKEN-SUB
            END-IF
            IF AC-OPEN
                MOVE WS-CASE-SUB TO WS-CASE-FOUND-SUB
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-HIT-ALREADY-TAKEN
            ADD 1 TO WS-RERUN-COUNT
            MOVE WS-CASE-IMAGE(WS-CASE-TAKEN-SUB) TO AML-CASE-RECORD
            MOVE "ALREADY TONIGHT" TO WS-HIT-ACTION
            PERFORM WRITE-HIT-LINE
        WHEN WS-CASE-FOUND-SUB > ZERO
            MOVE WS-CASE-IMAGE(WS-CASE-FOUND-SUB) TO AML-CASE-RECORD
            SET WS-EXTENDING-CASE TO TRUE
            MOVE WS-BUSINESS-DATE TO AC-LAST-HIT-DATE
            MOVE WS-HIT-SUMMARY TO AC-SUMMARY
            ADD 1 TO WS-ADDED-COUNT
            MOVE "EVIDENCE ADDED" TO WS-HIT-ACTION
        WHEN WS-CASE-COUNT NOT < 5000
            *> the case file is full; the hit must not vanish quietly
            SET WS-HIT-ALREADY-TAKEN TO TRUE
            MOVE "AMLMON" TO WS-ERR-PROGRAM-ID
            MOVE "TBLFULL" TO WS-ERR-CODE
            MOVE SPACES TO WS-ERR-MESSAGE
            STRING "AML case table full, hit not opened: "
                   DELIMITED BY SIZE
                   WS-RULE-ID(WS-HIT-RULE-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HIT-CUST-ID DELIMITED BY SIZE
                   INTO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 12 TO RETURN-CODE
        WHEN OTHER
            ADD 1 TO WS-CASE-COUNT
            MOVE WS-CASE-COUNT TO WS-CASE-FOUND-SUB
            ADD 1 TO WS-CASE-SEQ
            MOVE SPACES TO AML-CASE-RECORD
            STRING "AM" DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   WS-CASE-SEQ DELIMITED BY SIZE
                   INTO AC-CASE-ID
            MOVE WS-RULE-ID(WS-HIT-RULE-SUB) TO AC-RULE-ID
            MOVE WS-HIT-CUST-ID TO AC-CUST-ID
            MOVE WS-BUSINESS-DATE TO AC-OPENED-DATE
            MOVE WS-BUSINESS-DATE TO AC-LAST-HIT-DATE
            SET AC-OPEN TO TRUE
            MOVE ZERO TO AC-EVIDENCE-COUNT
            MOVE WS-HIT-SUMMARY TO AC-SUMMARY
            ADD 1 TO WS-NEW-CASE-COUNT
            MOVE "NEW CASE" TO WS-HIT-ACTION
    END-EVALUATE.

WRITE-TODAY-EVIDENCE.
    MOVE SPACES TO AML-EVIDENCE-RECORD
    SET EV-FROM-JOURNAL TO TRUE
    MOVE TD-IMAGE(WS-TODAY-SUB) TO EV-IMAGE
    PERFORM WRITE-EVIDENCE.

WRITE-EVIDENCE.
    MOVE AC-CASE-ID TO EV-CASE-ID
    MOVE WS-BUSINESS-DATE TO EV-HIT-DATE
    WRITE AML-EVIDENCE-RECORD
    ADD 1 TO WS-EVIDENCE-COUNT
    IF AC-EVIDENCE-COUNT < 999
        ADD 1 TO AC-EVIDENCE-COUNT
    END-IF.

FINISH-CASE-HIT.
    MOVE AML-CASE-RECORD TO WS-CASE-IMAGE(WS-CASE-FOUND-SUB)
    PERFORM WRITE-HIT-LINE.

WRITE-HIT-LINE.
    MOVE SPACES TO HIT-LINE
    MOVE AC-CASE-ID TO HL-CASE-ID
    MOVE WS-RULE-ID(WS-HIT-RULE-SUB) TO HL-RULE-ID
    MOVE WS-HIT-CUST-ID TO HL-CUST-ID
    MOVE WS-HIT-ACTION TO HL-ACTION
    MOVE WS-HIT-SUMMARY TO HL-SUMMARY
    WRITE AML-WORKLIST-LINE FROM HIT-LINE.

REWRITE-CASE-FILE.
    *> Same replace-in-place convention as the other masters; closed
    *> cases are carried forward untouched.
    OPEN OUTPUT NEW-AML-CASE-FILE
    IF NEW-AML-CASE-STATUS NOT = "00"
        MOVE "AMLMON" TO WS-ERR-PROGRAM-ID
        MOVE NEW-AML-CASE-STATUS TO WS-ERR-CODE
        MOVE "Unable to open new AML case file - evidence written, cases not"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
            UNTIL WS-CASE-SUB > WS-CASE-COUNT
        WRITE NEW-AML-CASE-REC FROM WS-CASE-IMAGE(WS-CASE-SUB)
    END-PERFORM
    CLOSE NEW-AML-CASE-FILE
    CALL "CBL_DELETE_FILE" USING AMLCASEPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_COPY_FILE" USING NEWAMLCASEPATH AMLCASEPATH
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = ZERO
        MOVE "AMLMON" TO WS-ERR-PROGRAM-ID
        MOVE "REPLACE" TO WS-ERR-CODE
        MOVE "Could not replace AML case file - rebuild from .new file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        CALL "CBL_DELETE_FILE" USING NEWAMLCASEPATH
            RETURNING WS-DELETE-RC
    END-IF.

WRITE-OPEN-CASES.
    MOVE SPACES TO AML-WORKLIST-LINE
    WRITE AML-WORKLIST-LINE
    MOVE "OPEN CASES, OLDEST FIRST" TO SECTION-LINE
    WRITE AML-WORKLIST-LINE FROM SECTION-LINE
    WRITE AML-WORKLIST-LINE FROM CASE-HEADER-LINE
    PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
            UNTIL WS-CASE-SUB > WS-CASE-COUNT
        MOVE WS-CASE-IMAGE(WS-CASE-SUB) TO AML-CASE-RECORD
        IF AC-OPEN
            ADD 1 TO WS-OPEN-COUNT
            MOVE ZERO TO WS-AGE-DAYS
            IF AC-OPENED-DATE NUMERIC
                MOVE AC-OPENED-DATE TO WS-WORK-DATE
                IF WS-WORK-DATE < WS-PROC-DATE
                    COMPUTE WS-AGE-DAYS = WS-BUS-DAY-NO -
                        FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                END-IF
            END-IF
            MOVE SPACES TO CASE-LINE
            MOVE AC-CASE-ID TO CL-CASE-ID
            MOVE AC-RULE-ID TO CL-RULE-ID
            MOVE AC-CUST-ID TO CL-CUST-ID
            MOVE AC-OPENED-DATE TO CL-OPENED
            MOVE AC-LAST-HIT-DATE TO CL-LAST-HIT
            MOVE WS-AGE-DAYS TO CL-AGE
            MOVE AC-EVIDENCE-COUNT TO CL-EVIDENCE
            MOVE AC-SUMMARY TO CL-SUMMARY
            WRITE AML-WORKLIST-LINE FROM CASE-LINE
        END-IF
    END-PERFORM.

WRITE-WORKLIST-TOTALS.
    MOVE SPACES TO AML-WORKLIST-LINE
    WRITE AML-WORKLIST-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "NEW CASES OPENED:" TO CNT-LABEL
    MOVE WS-NEW-CASE-COUNT TO CNT-VALUE
    WRITE AML-WORKLIST-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "OPEN CASES WITH NEW EVIDENCE:" TO CNT-LABEL
    MOVE WS-ADDED-COUNT TO CNT-VALUE
    WRITE AML-WORKLIST-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "HITS ALREADY TAKEN TONIGHT:" TO CNT-LABEL
    MOVE WS-RERUN-COUNT TO CNT-VALUE
    WRITE AML-WORKLIST-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "EVIDENCE ROWS ATTACHED:" TO CNT-LABEL
    MOVE WS-EVIDENCE-COUNT TO CNT-VALUE
    WRITE AML-WORKLIST-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "CASES OPEN:" TO CNT-LABEL
    MOVE WS-OPEN-COUNT TO CNT-VALUE
    WRITE AML-WORKLIST-LINE FROM COUNT-LINE.

    COPY PARMLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
