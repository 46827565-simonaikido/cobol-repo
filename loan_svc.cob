      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOANSVC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOAN-MASTER-FILE ASSIGN TO LOANMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOAN-MASTER-STATUS.
    SELECT NEW-LOAN-MASTER-FILE ASSIGN TO NEWLOANMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-LOAN-MASTER-STATUS.
    SELECT LOAN-SCHEDULE-FILE ASSIGN TO LOANSCHEDULEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOAN-SCHEDULE-STATUS.
    SELECT NEW-LOAN-SCHEDULE-FILE ASSIGN TO NEWLOANSCHEDULEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-LOAN-SCHEDULE-STATUS.
    SELECT LOAN-ACTIVITY-FILE ASSIGN TO LOANACTIVITYPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOAN-ACTIVITY-STATUS.
    SELECT MERGED-TRANS-FILE ASSIGN TO MERGEDTRANSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MERGED-TRANS-STATUS.
    SELECT LOAN-REPORT-FILE ASSIGN TO LOANREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOAN-REPORT-STATUS.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  LOAN-MASTER-FILE.
01  LOAN-MASTER-REC        PIC X(121).
FD  NEW-LOAN-MASTER-FILE.
01  NEW-LOAN-MASTER-REC    PIC X(121).
FD  LOAN-SCHEDULE-FILE.
01  LOAN-SCHEDULE-REC      PIC X(81).
FD  NEW-LOAN-SCHEDULE-FILE.
01  NEW-LOAN-SCHEDULE-REC  PIC X(81).
FD  LOAN-ACTIVITY-FILE.
    COPY LOANACT.
FD  MERGED-TRANS-FILE.
    COPY TRXREC.
FD  LOAN-REPORT-FILE.
01  LOAN-REPORT-LINE       PIC X(132).
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  LOANMASTERPATH     PIC X(200) VALUE SPACES.
01  LOAN-MASTER-STATUS PIC XX.
01  NEWLOANMASTERPATH  PIC X(200) VALUE SPACES.
01  NEW-LOAN-MASTER-STATUS PIC XX.
01  LOANSCHEDULEPATH   PIC X(200) VALUE SPACES.
01  LOAN-SCHEDULE-STATUS PIC XX.
01  NEWLOANSCHEDULEPATH PIC X(200) VALUE SPACES.
01  NEW-LOAN-SCHEDULE-STATUS PIC XX.
01  LOANACTIVITYPATH   PIC X(200) VALUE SPACES.
01  LOAN-ACTIVITY-STATUS PIC XX.
01  APPLIEDACTIVITYPATH PIC X(200) VALUE SPACES.
01  MERGEDTRANSPATH    PIC X(200) VALUE SPACES.
01  MERGED-TRANS-STATUS PIC XX.
01  LOANREPORTPATH     PIC X(200) VALUE SPACES.
01  LOAN-REPORT-STATUS PIC XX.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  WS-RUN-MODE        PIC X(8) VALUE SPACES.
    88  WS-MODE-NIGHTLY        VALUE SPACES "NIGHTLY".
    88  WS-MODE-AGE            VALUE "AGE".
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-REPORT-DATE     PIC X(10).
*> The loan master and the whole schedule file are worked in memory
*> and written back through .new files, the way TDMATUR keeps the
*> certificate master; a loan's installments sit together in the
*> schedule, in installment order, as they were built.
    COPY LOANREC.
    COPY LOANSCHD.
01  WS-LOAN-TABLE.
    05  WS-LOAN-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-LOAN-IMAGE      PIC X(121) OCCURS 2000 TIMES.
01  WS-LOAN-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-LOAN-FOUND-SUB  PIC 9(4) COMP VALUE ZERO.
01  WS-SCHED-TABLE.
    05  WS-SCHED-COUNT     PIC 9(5) VALUE ZERO.
    05  WS-SCHED-IMAGE     PIC X(81) OCCURS 20000 TIMES.
01  WS-SCHED-SUB       PIC 9(5) COMP VALUE ZERO.
01  WS-SCHED-FIRST-SUB PIC 9(5) COMP VALUE ZERO.
01  WS-LOAN-KEY        PIC X(14) VALUE SPACES.
*> Serials already applied from this activity file: TRXPOST may
*> report a slip twice when a restarted run replays it.
01  WS-SEEN-TABLE.
    05  WS-SEEN-COUNT      PIC 9(5) VALUE ZERO.
    05  WS-SEEN-SERIAL     PIC X(14) OCCURS 20000 TIMES.
01  WS-SEEN-SUB        PIC 9(5) COMP VALUE ZERO.
01  WS-SEEN-SW         PIC X VALUE 'N'.
    88  WS-SERIAL-SEEN         VALUE 'Y'.
01  WS-ACTIVITY-SW     PIC X VALUE 'N'.
    88  WS-ACTIVITY-ON-FILE    VALUE 'Y'.
*> LOAN-LATE-FEE is charged once for each installment still unpaid
*> LOAN-LATE-GRACE-DAYS after its due date.
01  WS-LATE-FEE        PIC 9(7)V99 VALUE 25.00.
01  WS-GRACE-DAYS      PIC 9(3) VALUE 15.
01  WS-MONTH-RATE      PIC 9V9(12) VALUE ZERO.
01  WS-GROWTH          PIC 9(7)V9(12) VALUE ZERO.
01  WS-LEVEL-PAYMENT   PIC S9(9)V99 VALUE ZERO.
01  WS-SCHED-BALANCE   PIC S9(9)V99 VALUE ZERO.
01  WS-SCHED-INTEREST  PIC S9(9)V99 VALUE ZERO.
01  WS-SCHED-PRINCIPAL PIC S9(9)V99 VALUE ZERO.
01  WS-INSTALL-NO      PIC 9(3) VALUE ZERO.
01  WS-DUE-DATE        PIC 9(8) VALUE ZERO.
01  WS-BILL-AMT        PIC S9(9)V99 VALUE ZERO.
01  WS-APPLY-AMT       PIC S9(9)V99 VALUE ZERO.
01  WS-INSTALL-OWED    PIC S9(9)V99 VALUE ZERO.
01  WS-DAYS-LATE       PIC S9(7) VALUE ZERO.
01  WS-OLDEST-DUE      PIC 9(8) VALUE ZERO.
01  WS-FEES-CHARGED    PIC S9(9)V99 VALUE ZERO.
01  WS-SLIP-SEQ        PIC 9(6) VALUE ZERO.
01  WS-ACTION-TEXT     PIC X(40) VALUE SPACES.
01  WS-DETAIL-AMT      PIC S9(9)V99 VALUE ZERO.
01  WS-BOOKED-COUNT    PIC 9(9) VALUE ZERO.
01  WS-DISB-COUNT      PIC 9(9) VALUE ZERO.
01  WS-PAYMENT-COUNT   PIC 9(9) VALUE ZERO.
01  WS-PAIDOFF-COUNT   PIC 9(9) VALUE ZERO.
01  WS-BILLED-COUNT    PIC 9(9) VALUE ZERO.
01  WS-DUPLICATE-COUNT PIC 9(9) VALUE ZERO.
01  WS-SKIPPED-COUNT   PIC 9(9) VALUE ZERO.
01  WS-DISB-TOTAL      PIC S9(11)V99 VALUE ZERO.
01  WS-PAYMENT-TOTAL   PIC S9(11)V99 VALUE ZERO.
01  WS-INTEREST-TOTAL  PIC S9(11)V99 VALUE ZERO.
01  WS-FEE-TOTAL       PIC S9(11)V99 VALUE ZERO.
01  WS-FEE-COUNT       PIC 9(9) VALUE ZERO.
01  WS-BUCKET-TOTALS.
    05  WS-BUCKET-ENTRY    OCCURS 4 TIMES.
        10  WS-BUCKET-LOANS    PIC 9(9).
        10  WS-BUCKET-BALANCE  PIC S9(11)V99.
01  WS-BUCKET-SUB      PIC 9 COMP VALUE ZERO.
01  PAGE-HEADER-1.
    05  PH-TITLE           PIC X(30) VALUE
        "LOAN SERVICING REGISTER       ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "CUSTOMER   ACCT        PRINCIPAL         AMOUNT ACTION".
01  AGING-HEADER-LINE  PIC X(132) VALUE
    "CUSTOMER   ACCT DAYS BKT     PRINCIPAL  INT+FEES DUE    FEE CHARGED".
01  DETAIL-LINE.
    05  DL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACCT-NO         PIC X(4).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-PRIN-BAL        PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-AMOUNT          PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACTION          PIC X(40).
01  AGING-LINE.
    05  AL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  AL-ACCT-NO         PIC X(4).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  AL-DAYS            PIC Z(3)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  AL-BUCKET          PIC X(2).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  AL-PRIN-BAL        PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  AL-OTHER-DUE       PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  AL-FEE-CHARGED     PIC -(9)9.99.
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-VALUE           PIC -(11)9.99.
    COPY TERMTAB.
    COPY PARMTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "LOANSVC" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Installment loan servicing. Every run first applies what
    *> TRXPOST reported posting since the last run - disbursements
    *> and payments - so the master only moves for money the journal
    *> shows moved. The nightly run then disburses newly booked loans
    *> (schedule built, one 'L' slip to the posting file) and bills
    *> the interest of each installment that has fallen due; the
    *> month-end run (LOANSVC-MODE=AGE) ages every active loan into
    *> its 30/60/90-day bucket and charges the late fees.
    DISPLAY "LOANSVC-MODE" UPON ENVIRONMENT-NAME
    ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE
    MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
    IF NOT WS-MODE-NIGHTLY AND NOT WS-MODE-AGE
        MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
        MOVE "BADMODE" TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Unknown LOANSVC-MODE, nothing serviced: " DELIMITED BY SIZE
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
    *> the month-end step is already gated on month end; the nightly
    *> run has nothing posted to apply on a non-business day
    IF WS-MODE-NIGHTLY AND NOT WS-CAL-BUSINESS-DAY
        DISPLAY "Non-business day, no loans serviced"
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM LOAD-PARAMETERS
    MOVE "LOAN-LATE-FEE" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-LATE-FEE
    END-IF
    MOVE "LOAN-LATE-GRACE-DAYS" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-GRACE-DAYS
    END-IF
    PERFORM RESOLVE-PATHS
    PERFORM LOAD-LOAN-MASTER
    IF WS-LOAN-COUNT = ZERO
        DISPLAY "No loans on file, nothing to service"
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM LOAD-LOAN-SCHEDULE
    PERFORM OPEN-REPORT-FILE
    PERFORM APPLY-LOAN-ACTIVITY
    IF WS-MODE-AGE
        INITIALIZE WS-BUCKET-TOTALS
        PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
                UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
            MOVE WS-LOAN-IMAGE(WS-LOAN-SUB) TO LOAN-RECORD
            IF LN-ACTIVE
                PERFORM AGE-ONE-LOAN
                MOVE LOAN-RECORD TO WS-LOAN-IMAGE(WS-LOAN-SUB)
            END-IF
        END-PERFORM
        PERFORM WRITE-AGING-TOTALS
    ELSE
        PERFORM OPEN-POSTING-FILE
        PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
                UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
            MOVE WS-LOAN-IMAGE(WS-LOAN-SUB) TO LOAN-RECORD
            EVALUATE TRUE
                WHEN LN-BOOKED
                    PERFORM DISBURSE-ONE-LOAN
                WHEN LN-ACTIVE
                    PERFORM BILL-ONE-LOAN
            END-EVALUATE
            MOVE LOAN-RECORD TO WS-LOAN-IMAGE(WS-LOAN-SUB)
        END-PERFORM
        CLOSE MERGED-TRANS-FILE
        PERFORM WRITE-REGISTER-TOTALS
    END-IF
    CLOSE LOAN-REPORT-FILE
    PERFORM REWRITE-LOAN-MASTER
    PERFORM REWRITE-LOAN-SCHEDULE
    IF WS-ACTIVITY-ON-FILE AND RETURN-CODE = ZERO
        PERFORM RETIRE-ACTIVITY-FILE
    END-IF
    IF WS-MODE-AGE
        DISPLAY "LOANSVC aging complete - current: " WS-BUCKET-LOANS(1)
                " 30: " WS-BUCKET-LOANS(2)
                " 60: " WS-BUCKET-LOANS(3)
                " 90: " WS-BUCKET-LOANS(4)
                " late fees: " WS-FEE-COUNT
    ELSE
        DISPLAY "LOANSVC complete - disbursed: " WS-BOOKED-COUNT
                " installments billed: " WS-BILLED-COUNT
                " payments applied: " WS-PAYMENT-COUNT
                " paid off: " WS-PAIDOFF-COUNT
                " skipped: " WS-SKIPPED-COUNT
    END-IF
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "LOAN-MASTER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT LOANMASTERPATH FROM ENVIRONMENT-VALUE
    IF LOANMASTERPATH = SPACES
        MOVE "loans.dat" TO LOANMASTERPATH
    END-IF
    MOVE SPACES TO NEWLOANMASTERPATH
    STRING FUNCTION TRIM(LOANMASTERPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWLOANMASTERPATH
    DISPLAY "LOAN-SCHEDULE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT LOANSCHEDULEPATH FROM ENVIRONMENT-VALUE
    IF LOANSCHEDULEPATH = SPACES
        MOVE "loan-schedule.dat" TO LOANSCHEDULEPATH
    END-IF
    MOVE SPACES TO NEWLOANSCHEDULEPATH
    STRING FUNCTION TRIM(LOANSCHEDULEPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWLOANSCHEDULEPATH
    DISPLAY "LOAN-ACTIVITY-PATH" UPON ENVIRONMENT-NAME
    ACCEPT LOANACTIVITYPATH FROM ENVIRONMENT-VALUE
    IF LOANACTIVITYPATH = SPACES
        MOVE "loan-activity.dat" TO LOANACTIVITYPATH
    END-IF
    MOVE SPACES TO APPLIEDACTIVITYPATH
    STRING FUNCTION TRIM(LOANACTIVITYPATH) DELIMITED BY SIZE
           ".applied." DELIMITED BY SIZE
           WS-PROC-DATE DELIMITED BY SIZE
           INTO APPLIEDACTIVITYPATH
    DISPLAY "TRX-TRANS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT MERGEDTRANSPATH FROM ENVIRONMENT-VALUE
    IF MERGEDTRANSPATH = SPACES
        MOVE "daily-trans.dat" TO MERGEDTRANSPATH
    END-IF
    IF WS-MODE-AGE
        DISPLAY "LOAN-DELINQ-REPORT-PATH" UPON ENVIRONMENT-NAME
        ACCEPT LOANREPORTPATH FROM ENVIRONMENT-VALUE
        IF LOANREPORTPATH = SPACES
            MOVE "loan-delinquency.dat" TO LOANREPORTPATH
        END-IF
    ELSE
        DISPLAY "LOAN-REGISTER-PATH" UPON ENVIRONMENT-NAME
        ACCEPT LOANREPORTPATH FROM ENVIRONMENT-VALUE
        IF LOANREPORTPATH = SPACES
            MOVE "loan-register.dat" TO LOANREPORTPATH
        END-IF
    END-IF.

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
                    ELSE
                        MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
                        MOVE "TBLFULL" TO WS-ERR-CODE
                        MOVE "Loan master exceeds table, run stopped"
                            TO WS-ERR-MESSAGE
                        SET WS-ERR-FATAL TO TRUE
                        PERFORM LOG-COMMON-ERROR
                        CLOSE LOAN-MASTER-FILE
                        MOVE 12 TO RETURN-CODE
                        PERFORM RECORD-STEP-END
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LOAN-MASTER-FILE
    END-IF.

LOAD-LOAN-SCHEDULE.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT LOAN-SCHEDULE-FILE
    IF LOAN-SCHEDULE-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ LOAN-SCHEDULE-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF WS-SCHED-COUNT < 20000
                        ADD 1 TO WS-SCHED-COUNT
                        MOVE LOAN-SCHEDULE-REC
                            TO WS-SCHED-IMAGE(WS-SCHED-COUNT)
                    ELSE
                        MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
                        MOVE "TBLFULL" TO WS-ERR-CODE
                        MOVE "Loan schedule exceeds table, run stopped"
                            TO WS-ERR-MESSAGE
                        SET WS-ERR-FATAL TO TRUE
                        PERFORM LOG-COMMON-ERROR
                        CLOSE LOAN-SCHEDULE-FILE
                        MOVE 12 TO RETURN-CODE
                        PERFORM RECORD-STEP-END
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LOAN-SCHEDULE-FILE
    END-IF.

OPEN-REPORT-FILE.
    OPEN OUTPUT LOAN-REPORT-FILE
    STRING WS-PROC-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    IF WS-MODE-AGE
        MOVE "LOAN DELINQUENCY REPORT" TO PH-TITLE
    END-IF
    WRITE LOAN-REPORT-LINE FROM PAGE-HEADER-1
    MOVE SPACES TO LOAN-REPORT-LINE
    WRITE LOAN-REPORT-LINE
    IF WS-MODE-AGE
        WRITE LOAN-REPORT-LINE FROM AGING-HEADER-LINE
    ELSE
        WRITE LOAN-REPORT-LINE FROM COLUMN-HEADER-LINE
    END-IF.

OPEN-POSTING-FILE.
    OPEN EXTEND MERGED-TRANS-FILE
    IF MERGED-TRANS-STATUS = "35" OR MERGED-TRANS-STATUS = "05"
        OPEN OUTPUT MERGED-TRANS-FILE
    END-IF
    IF MERGED-TRANS-STATUS NOT = "00"
        MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
        MOVE MERGED-TRANS-STATUS TO WS-ERR-CODE
        MOVE "Unable to open posting file, no loans serviced"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF.

APPLY-LOAN-ACTIVITY.
    *> What TRXPOST posted since the last run. A disbursement starts
    *> the balance owed; a payment comes off fees, interest and
    *> principal exactly as the journal split it, and is spread over
    *> the oldest installments still open.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT LOAN-ACTIVITY-FILE
    IF LOAN-ACTIVITY-STATUS = "00"
        SET WS-ACTIVITY-ON-FILE TO TRUE
        PERFORM UNTIL WS-END-OF-FILE
            READ LOAN-ACTIVITY-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    PERFORM APPLY-ONE-ACTIVITY
            END-READ
        END-PERFORM
        CLOSE LOAN-ACTIVITY-FILE
    END-IF.

APPLY-ONE-ACTIVITY.
    MOVE 'N' TO WS-SEEN-SW
    IF LA-SLIP-SERIAL NOT = SPACES
        PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
            IF WS-SEEN-SERIAL(WS-SEEN-SUB) = LA-SLIP-SERIAL
                SET WS-SERIAL-SEEN TO TRUE
                MOVE WS-SEEN-COUNT TO WS-SEEN-SUB
            END-IF
        END-PERFORM
        IF NOT WS-SERIAL-SEEN AND WS-SEEN-COUNT < 20000
            ADD 1 TO WS-SEEN-COUNT
            MOVE LA-SLIP-SERIAL TO WS-SEEN-SERIAL(WS-SEEN-COUNT)
        END-IF
    END-IF
    IF WS-SERIAL-SEEN
        ADD 1 TO WS-DUPLICATE-COUNT
    ELSE
        MOVE LA-CUST-ID TO WS-LOAN-KEY(1:10)
        MOVE LA-ACCT-NO TO WS-LOAN-KEY(11:4)
        PERFORM FIND-LOAN-ENTRY
        IF WS-LOAN-FOUND-SUB = ZERO
            ADD 1 TO WS-SKIPPED-COUNT
            MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
            MOVE "NOLOAN" TO WS-ERR-CODE
            MOVE SPACES TO WS-ERR-MESSAGE
            STRING "Posted loan slip has no loan on file: "
                   DELIMITED BY SIZE
                   LA-CUST-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LA-ACCT-NO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LA-SLIP-SERIAL DELIMITED BY SIZE
                   INTO WS-ERR-MESSAGE
            SET WS-ERR-WARNING TO TRUE
            PERFORM LOG-COMMON-ERROR
        ELSE
            MOVE WS-LOAN-IMAGE(WS-LOAN-FOUND-SUB) TO LOAN-RECORD
            IF LA-DISBURSED
                PERFORM APPLY-DISBURSEMENT
            ELSE
                PERFORM APPLY-PAYMENT
            END-IF
            MOVE LOAN-RECORD TO WS-LOAN-IMAGE(WS-LOAN-FOUND-SUB)
        END-IF
    END-IF.

APPLY-DISBURSEMENT.
    MOVE LA-AMOUNT TO LN-PRIN-BAL
    SET LN-ACTIVE TO TRUE
    ADD 1 TO WS-DISB-COUNT
    ADD LA-AMOUNT TO WS-DISB-TOTAL
    MOVE LA-AMOUNT TO WS-DETAIL-AMT
    MOVE "DISBURSEMENT POSTED - LOAN ACTIVE" TO WS-ACTION-TEXT
    PERFORM WRITE-REGISTER-LINE.

APPLY-PAYMENT.
    SUBTRACT LA-FEE-PART FROM LN-FEES-DUE
    SUBTRACT LA-INT-PART FROM LN-INT-DUE
    SUBTRACT LA-PRIN-PART FROM LN-PRIN-BAL
    MOVE LA-POST-DATE TO LN-LAST-PAY-DATE
    ADD 1 TO WS-PAYMENT-COUNT
    ADD LA-AMOUNT TO WS-PAYMENT-TOTAL
    COMPUTE WS-APPLY-AMT = LA-INT-PART + LA-PRIN-PART
    PERFORM FIND-FIRST-INSTALLMENT
    IF WS-SCHED-FIRST-SUB > ZERO
        PERFORM VARYING WS-SCHED-SUB FROM WS-SCHED-FIRST-SUB BY 1
                UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                   OR WS-SCHED-IMAGE(WS-SCHED-SUB)(1:14) NOT = WS-LOAN-KEY
            MOVE WS-SCHED-IMAGE(WS-SCHED-SUB) TO LOAN-SCHEDULE-RECORD
            IF LN-PRIN-BAL = ZERO
                MOVE LS-PAYMENT TO LS-PAID
                SET LS-PAID-IN-FULL TO TRUE
            ELSE
            IF LS-OPEN AND WS-APPLY-AMT > ZERO
                COMPUTE WS-INSTALL-OWED = LS-PAYMENT - LS-PAID
                IF WS-APPLY-AMT >= WS-INSTALL-OWED
                    SUBTRACT WS-INSTALL-OWED FROM WS-APPLY-AMT
                    MOVE LS-PAYMENT TO LS-PAID
                    SET LS-PAID-IN-FULL TO TRUE
                ELSE
                    ADD WS-APPLY-AMT TO LS-PAID
                    MOVE ZERO TO WS-APPLY-AMT
                END-IF
            END-IF
            END-IF
            MOVE LOAN-SCHEDULE-RECORD TO WS-SCHED-IMAGE(WS-SCHED-SUB)
        END-PERFORM
    END-IF
    MOVE LA-AMOUNT TO WS-DETAIL-AMT
    IF LN-PRIN-BAL = ZERO
        SET LN-PAID-OFF TO TRUE
        SET LN-CURRENT TO TRUE
        MOVE ZERO TO LN-DAYS-PAST-DUE
        ADD 1 TO WS-PAIDOFF-COUNT
        MOVE "PAYMENT POSTED - LOAN PAID OFF" TO WS-ACTION-TEXT
    ELSE
        MOVE "PAYMENT POSTED" TO WS-ACTION-TEXT
    END-IF
    PERFORM WRITE-REGISTER-LINE.

DISBURSE-ONE-LOAN.
    *> Level payment P.r.F/(F-1), F = (1+r)**n, at the monthly rate
    *> r; interest-free loans just divide the principal. Installment
    *> one falls due on the due day of the month after booking.
    IF LN-PRINCIPAL NOT NUMERIC OR LN-PRINCIPAL = ZERO
            OR LN-TERM-MONTHS NOT NUMERIC OR LN-TERM-MONTHS = ZERO
            OR LN-BOOKED-DATE NOT NUMERIC
        ADD 1 TO WS-SKIPPED-COUNT
        MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
        MOVE "BADTERM" TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Booked loan terms unreadable, not disbursed: "
               DELIMITED BY SIZE
               LN-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LN-ACCT-NO DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        MOVE LN-CUST-ID TO WS-LOAN-KEY(1:10)
        MOVE LN-ACCT-NO TO WS-LOAN-KEY(11:4)
        PERFORM DROP-OLD-SCHEDULE
        COMPUTE WS-MONTH-RATE = LN-RATE / 1200
        IF WS-MONTH-RATE = ZERO
            COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                LN-PRINCIPAL / LN-TERM-MONTHS
        ELSE
            COMPUTE WS-GROWTH = (1 + WS-MONTH-RATE) ** LN-TERM-MONTHS
            COMPUTE WS-LEVEL-PAYMENT ROUNDED =
                LN-PRINCIPAL * WS-MONTH-RATE * WS-GROWTH
                / (WS-GROWTH - 1)
        END-IF
        MOVE WS-LEVEL-PAYMENT TO LN-PAYMENT
        MOVE LN-PRINCIPAL TO WS-SCHED-BALANCE
        PERFORM VARYING WS-INSTALL-NO FROM 1 BY 1
                UNTIL WS-INSTALL-NO > LN-TERM-MONTHS
            PERFORM BUILD-ONE-INSTALLMENT
        END-PERFORM
        MOVE 1 TO WS-INSTALL-NO
        PERFORM DATE-INSTALLMENT
        MOVE WS-DUE-DATE TO LN-FIRST-DUE-DATE
        MOVE ZERO TO LN-PRIN-BAL
        MOVE ZERO TO LN-INT-DUE
        MOVE ZERO TO LN-FEES-DUE
        MOVE ZERO TO LN-BILLED-COUNT
        MOVE ZERO TO LN-LAST-FEE-INSTALL
        MOVE ZERO TO LN-DAYS-PAST-DUE
        SET LN-CURRENT TO TRUE
        MOVE SPACES TO DAILY-TRANS-RECORD
        MOVE LN-CUST-ID TO DT-CUST-ID
        MOVE LN-DISB-ACCT-NO TO DT-ACCT-NO
        MOVE LN-ACCT-NO TO DT-TO-ACCT-NO
        MOVE 'L' TO DT-TRAN-CODE
        MOVE LN-PRINCIPAL TO DT-AMOUNT
        PERFORM WRITE-LOAN-SLIP
        SET LN-DISBURSING TO TRUE
        ADD 1 TO WS-BOOKED-COUNT
        MOVE LN-PRINCIPAL TO WS-DETAIL-AMT
        MOVE SPACES TO WS-ACTION-TEXT
        STRING "DISBURSEMENT SLIP " DELIMITED BY SIZE
               DT-SLIP-SERIAL DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
        PERFORM WRITE-REGISTER-LINE
    END-IF.

BUILD-ONE-INSTALLMENT.
    COMPUTE WS-SCHED-INTEREST ROUNDED = WS-SCHED-BALANCE * WS-MONTH-RATE
    IF WS-INSTALL-NO = LN-TERM-MONTHS
        *> the last installment clears whatever rounding has left
        MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
    ELSE
        COMPUTE WS-SCHED-PRINCIPAL = WS-LEVEL-PAYMENT - WS-SCHED-INTEREST
        IF WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
            MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
        END-IF
    END-IF
    SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE
    PERFORM DATE-INSTALLMENT
    MOVE SPACES TO LOAN-SCHEDULE-RECORD
    MOVE LN-CUST-ID TO LS-CUST-ID
    MOVE LN-ACCT-NO TO LS-ACCT-NO
    MOVE WS-INSTALL-NO TO LS-INSTALL-NO
    MOVE WS-DUE-DATE TO LS-DUE-DATE
    COMPUTE LS-PAYMENT = WS-SCHED-INTEREST + WS-SCHED-PRINCIPAL
    MOVE WS-SCHED-INTEREST TO LS-INTEREST
    MOVE WS-SCHED-PRINCIPAL TO LS-PRINCIPAL
    MOVE WS-SCHED-BALANCE TO LS-BALANCE
    MOVE ZERO TO LS-PAID
    SET LS-OPEN TO TRUE
    IF WS-SCHED-COUNT < 20000
        ADD 1 TO WS-SCHED-COUNT
        MOVE LOAN-SCHEDULE-RECORD TO WS-SCHED-IMAGE(WS-SCHED-COUNT)
    ELSE
        MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
        MOVE "TBLFULL" TO WS-ERR-CODE
        MOVE "Loan schedule full - rest of schedule not built"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    END-IF.

DATE-INSTALLMENT.
    *> Installment n is due n months after the booking month, on the
    *> loan's due day - its month's last day when the month is short.
    MOVE LN-BOOKED-DATE TO WS-TERM-BASE-DATE
    MOVE LN-DUE-DAY TO WS-TERM-BASE-DAY
    MOVE WS-INSTALL-NO TO WS-TERM-ADD-MONTHS
    PERFORM ADD-TERM-MONTHS
    MOVE WS-TERM-RESULT-DATE TO WS-DUE-DATE.

DROP-OLD-SCHEDULE.
    *> A loan number reused after an earlier loan closed: the old
    *> loan's installments go before the new loan's are built.
    MOVE ZERO TO WS-SEEN-SUB
    PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
            UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
        IF WS-SCHED-IMAGE(WS-SCHED-SUB)(1:14) NOT = WS-LOAN-KEY
            ADD 1 TO WS-SEEN-SUB
            MOVE WS-SCHED-IMAGE(WS-SCHED-SUB)
                TO WS-SCHED-IMAGE(WS-SEEN-SUB)
        END-IF
    END-PERFORM
    MOVE WS-SEEN-SUB TO WS-SCHED-COUNT.

WRITE-LOAN-SLIP.
    *> LN serials are sequenced in master order; the status moving
    *> to D is what stops a rerun cutting the slip again.
    MOVE WS-PROC-DATE TO DT-EFF-DATE
    ADD 1 TO WS-SLIP-SEQ
    MOVE SPACES TO DT-SLIP-SERIAL
    STRING "LN" DELIMITED BY SIZE
           WS-PROC-DATE(3:6) DELIMITED BY SIZE
           WS-SLIP-SEQ DELIMITED BY SIZE
           INTO DT-SLIP-SERIAL
    WRITE DAILY-TRANS-RECORD.

BILL-ONE-LOAN.
    *> Each installment's interest is billed on its due date, on the
    *> principal actually outstanding then - not the schedule's
    *> figure - so early and late payers are charged what they owe.
    MOVE ZERO TO WS-BILL-AMT
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL WS-END-OF-FILE
        IF LN-BILLED-COUNT >= LN-TERM-MONTHS
            SET WS-END-OF-FILE TO TRUE
        ELSE
            COMPUTE WS-INSTALL-NO = LN-BILLED-COUNT + 1
            PERFORM DATE-INSTALLMENT
            IF WS-DUE-DATE > WS-PROC-DATE
                SET WS-END-OF-FILE TO TRUE
            ELSE
                COMPUTE WS-SCHED-INTEREST ROUNDED =
                    LN-PRIN-BAL * LN-RATE / 1200
                ADD WS-SCHED-INTEREST TO LN-INT-DUE
                ADD WS-SCHED-INTEREST TO WS-BILL-AMT
                ADD 1 TO LN-BILLED-COUNT
                ADD 1 TO WS-BILLED-COUNT
            END-IF
        END-IF
    END-PERFORM
    IF WS-BILL-AMT > ZERO
        ADD WS-BILL-AMT TO WS-INTEREST-TOTAL
        MOVE WS-BILL-AMT TO WS-DETAIL-AMT
        MOVE SPACES TO WS-ACTION-TEXT
        STRING "INTEREST BILLED THROUGH INSTALLMENT " DELIMITED BY SIZE
               LN-BILLED-COUNT DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
        PERFORM WRITE-REGISTER-LINE
    END-IF.

AGE-ONE-LOAN.
    *> Days past due run from the oldest installment still unpaid
    *> whose due date has passed; every installment unpaid a full
    *> grace period after it fell due draws one late fee, once.
    MOVE ZERO TO WS-OLDEST-DUE
    MOVE ZERO TO WS-FEES-CHARGED
    MOVE LN-CUST-ID TO WS-LOAN-KEY(1:10)
    MOVE LN-ACCT-NO TO WS-LOAN-KEY(11:4)
    PERFORM FIND-FIRST-INSTALLMENT
    IF WS-SCHED-FIRST-SUB > ZERO
        PERFORM VARYING WS-SCHED-SUB FROM WS-SCHED-FIRST-SUB BY 1
                UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
                   OR WS-SCHED-IMAGE(WS-SCHED-SUB)(1:14) NOT = WS-LOAN-KEY
            MOVE WS-SCHED-IMAGE(WS-SCHED-SUB) TO LOAN-SCHEDULE-RECORD
            IF LS-OPEN AND LS-DUE-DATE NUMERIC
                MOVE LS-DUE-DATE TO WS-DUE-DATE
                IF WS-DUE-DATE < WS-PROC-DATE
                    IF WS-OLDEST-DUE = ZERO
                        MOVE WS-DUE-DATE TO WS-OLDEST-DUE
                    END-IF
                    COMPUTE WS-DAYS-LATE =
                        FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) -
                        FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                    IF WS-DAYS-LATE >= WS-GRACE-DAYS
                            AND LS-INSTALL-NO > LN-LAST-FEE-INSTALL
                        ADD WS-LATE-FEE TO LN-FEES-DUE
                        ADD WS-LATE-FEE TO WS-FEES-CHARGED
                        MOVE LS-INSTALL-NO TO LN-LAST-FEE-INSTALL
                        ADD 1 TO WS-FEE-COUNT
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF
    IF WS-OLDEST-DUE = ZERO
        MOVE ZERO TO LN-DAYS-PAST-DUE
    ELSE
        COMPUTE LN-DAYS-PAST-DUE =
            FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) -
            FUNCTION INTEGER-OF-DATE(WS-OLDEST-DUE)
    END-IF
    EVALUATE TRUE
        WHEN LN-DAYS-PAST-DUE >= 90
            SET LN-PAST-DUE-90 TO TRUE
            MOVE 4 TO WS-BUCKET-SUB
        WHEN LN-DAYS-PAST-DUE >= 60
            SET LN-PAST-DUE-60 TO TRUE
            MOVE 3 TO WS-BUCKET-SUB
        WHEN LN-DAYS-PAST-DUE >= 30
            SET LN-PAST-DUE-30 TO TRUE
            MOVE 2 TO WS-BUCKET-SUB
        WHEN OTHER
            SET LN-CURRENT TO TRUE
            MOVE 1 TO WS-BUCKET-SUB
    END-EVALUATE
    ADD 1 TO WS-BUCKET-LOANS(WS-BUCKET-SUB)
    ADD LN-PRIN-BAL TO WS-BUCKET-BALANCE(WS-BUCKET-SUB)
    ADD WS-FEES-CHARGED TO WS-FEE-TOTAL
    IF LN-DAYS-PAST-DUE > ZERO OR WS-FEES-CHARGED > ZERO
        MOVE SPACES TO AGING-LINE
        MOVE LN-CUST-ID TO AL-CUST-ID
        MOVE LN-ACCT-NO TO AL-ACCT-NO
        MOVE LN-DAYS-PAST-DUE TO AL-DAYS
        MOVE LN-DELINQ-BUCKET TO AL-BUCKET
        MOVE LN-PRIN-BAL TO AL-PRIN-BAL
        COMPUTE AL-OTHER-DUE = LN-INT-DUE + LN-FEES-DUE
        MOVE WS-FEES-CHARGED TO AL-FEE-CHARGED
        WRITE LOAN-REPORT-LINE FROM AGING-LINE
    END-IF.

FIND-LOAN-ENTRY.
    MOVE ZERO TO WS-LOAN-FOUND-SUB
    PERFORM VARYING WS-LOAN-SUB FROM 1 BY 1
            UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
        IF WS-LOAN-IMAGE(WS-LOAN-SUB)(1:14) = WS-LOAN-KEY
            MOVE WS-LOAN-SUB TO WS-LOAN-FOUND-SUB
            MOVE WS-LOAN-COUNT TO WS-LOAN-SUB
        END-IF
    END-PERFORM.

FIND-FIRST-INSTALLMENT.
    MOVE ZERO TO WS-SCHED-FIRST-SUB
    PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
            UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
        IF WS-SCHED-IMAGE(WS-SCHED-SUB)(1:14) = WS-LOAN-KEY
            MOVE WS-SCHED-SUB TO WS-SCHED-FIRST-SUB
            MOVE WS-SCHED-COUNT TO WS-SCHED-SUB
        END-IF
    END-PERFORM.

WRITE-REGISTER-LINE.
    MOVE SPACES TO DETAIL-LINE
    MOVE LN-CUST-ID TO DL-CUST-ID
    MOVE LN-ACCT-NO TO DL-ACCT-NO
    MOVE LN-PRIN-BAL TO DL-PRIN-BAL
    MOVE WS-DETAIL-AMT TO DL-AMOUNT
    MOVE WS-ACTION-TEXT TO DL-ACTION
    WRITE LOAN-REPORT-LINE FROM DETAIL-LINE.

WRITE-REGISTER-TOTALS.
    MOVE SPACES TO LOAN-REPORT-LINE
    WRITE LOAN-REPORT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "DISBURSEMENT SLIPS CUT:" TO CL-LABEL
    MOVE WS-BOOKED-COUNT TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "DISBURSEMENTS POSTED:" TO CL-LABEL
    MOVE WS-DISB-COUNT TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  AMOUNT DISBURSED:" TO CL-LABEL
    MOVE WS-DISB-TOTAL TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "PAYMENTS APPLIED:" TO CL-LABEL
    MOVE WS-PAYMENT-COUNT TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  AMOUNT PAID:" TO CL-LABEL
    MOVE WS-PAYMENT-TOTAL TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  LOANS PAID OFF:" TO CL-LABEL
    MOVE WS-PAIDOFF-COUNT TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "INSTALLMENTS BILLED:" TO CL-LABEL
    MOVE WS-BILLED-COUNT TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  INTEREST BILLED:" TO CL-LABEL
    MOVE WS-INTEREST-TOTAL TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "DUPLICATE ACTIVITY IGNORED:" TO CL-LABEL
    MOVE WS-DUPLICATE-COUNT TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "SKIPPED FOR REVIEW:" TO CL-LABEL
    MOVE WS-SKIPPED-COUNT TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE.

WRITE-AGING-TOTALS.
    MOVE SPACES TO LOAN-REPORT-LINE
    WRITE LOAN-REPORT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "CURRENT - LOANS:" TO CL-LABEL
    MOVE WS-BUCKET-LOANS(1) TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  PRINCIPAL:" TO CL-LABEL
    MOVE WS-BUCKET-BALANCE(1) TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "30-59 DAYS - LOANS:" TO CL-LABEL
    MOVE WS-BUCKET-LOANS(2) TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  PRINCIPAL:" TO CL-LABEL
    MOVE WS-BUCKET-BALANCE(2) TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "60-89 DAYS - LOANS:" TO CL-LABEL
    MOVE WS-BUCKET-LOANS(3) TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  PRINCIPAL:" TO CL-LABEL
    MOVE WS-BUCKET-BALANCE(3) TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "90+ DAYS - LOANS:" TO CL-LABEL
    MOVE WS-BUCKET-LOANS(4) TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  PRINCIPAL:" TO CL-LABEL
    MOVE WS-BUCKET-BALANCE(4) TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "LATE FEES CHARGED:" TO CL-LABEL
    MOVE WS-FEE-COUNT TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  AMOUNT:" TO CL-LABEL
    MOVE WS-FEE-TOTAL TO CL-VALUE
    WRITE LOAN-REPORT-LINE FROM COUNT-LINE.

REWRITE-LOAN-MASTER.
    *> Same replace-in-place convention as the certificate master.
    OPEN OUTPUT NEW-LOAN-MASTER-FILE
    IF NEW-LOAN-MASTER-STATUS NOT = "00"
        MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
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
            MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
            MOVE "REPLACE" TO WS-ERR-CODE
            MOVE "Could not replace loan master - rebuild from .new file"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            CALL "CBL_DELETE_FILE" USING NEWLOANMASTERPATH
                RETURNING WS-DELETE-RC
        END-IF
    END-IF.

REWRITE-LOAN-SCHEDULE.
    OPEN OUTPUT NEW-LOAN-SCHEDULE-FILE
    IF NEW-LOAN-SCHEDULE-STATUS NOT = "00"
        MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
        MOVE NEW-LOAN-SCHEDULE-STATUS TO WS-ERR-CODE
        MOVE "Unable to open new loan schedule, nothing replaced"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
            WRITE NEW-LOAN-SCHEDULE-REC FROM WS-SCHED-IMAGE(WS-SCHED-SUB)
        END-PERFORM
        CLOSE NEW-LOAN-SCHEDULE-FILE
        CALL "CBL_DELETE_FILE" USING LOANSCHEDULEPATH
            RETURNING WS-DELETE-RC
        CALL "CBL_COPY_FILE" USING NEWLOANSCHEDULEPATH LOANSCHEDULEPATH
            RETURNING WS-DELETE-RC
        IF WS-DELETE-RC NOT = ZERO
            MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
            MOVE "REPLACE" TO WS-ERR-CODE
            MOVE "Could not replace loan schedule - rebuild from .new file"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            CALL "CBL_DELETE_FILE" USING NEWLOANSCHEDULEPATH
                RETURNING WS-DELETE-RC
        END-IF
    END-IF.

RETIRE-ACTIVITY-FILE.
    *> Applied activity is kept under a dated .applied name for the
    *> loan desk, and the live file starts again empty, so a rerun
    *> cannot apply the same payments twice.
    CALL "CBL_COPY_FILE" USING LOANACTIVITYPATH APPLIEDACTIVITYPATH
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = ZERO
        MOVE "LOANSVC" TO WS-ERR-PROGRAM-ID
        MOVE "RETIRE" TO WS-ERR-CODE
        MOVE "Could not retire applied loan activity - clear it by hand"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        CALL "CBL_DELETE_FILE" USING LOANACTIVITYPATH
            RETURNING WS-DELETE-RC
    END-IF.

    COPY TERMCALC.
    COPY PARMLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
