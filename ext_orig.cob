      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EXTORIG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXT-PAY-POSTED-FILE ASSIGN TO EXTPAYPOSTEDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXT-PAY-POSTED-STATUS.
    SELECT EXT-PAYMENT-FILE ASSIGN TO EXTPAYMENTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXT-PAYMENT-STATUS.
    SELECT ACH-ORIG-FILE ASSIGN TO ACHORIGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACH-ORIG-STATUS.
    SELECT EXT-REGISTER-FILE ASSIGN TO EXTREGISTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXT-REGISTER-STATUS.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  EXT-PAY-POSTED-FILE.
    COPY TRXREC.
FD  EXT-PAYMENT-FILE.
    COPY EXTPAYREC.
FD  ACH-ORIG-FILE.
01  ACH-ORIG-REC           PIC X(94).
FD  EXT-REGISTER-FILE.
01  EXT-REGISTER-LINE      PIC X(132).
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  EXTPAYPOSTEDPATH   PIC X(200) VALUE SPACES.
01  EXT-PAY-POSTED-STATUS PIC XX.
01  SENTPOSTEDPATH     PIC X(200) VALUE SPACES.
01  EXTPAYMENTPATH     PIC X(200) VALUE SPACES.
01  EXT-PAYMENT-STATUS PIC XX.
01  ACHORIGPATH        PIC X(200) VALUE SPACES.
01  ACH-ORIG-STATUS    PIC XX.
01  RENAMEDPATH        PIC X(200) VALUE SPACES.
01  EXTREGISTERPATH    PIC X(200) VALUE SPACES.
01  EXT-REGISTER-STATUS PIC XX.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
    COPY ACHREC.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-REPORT-DATE     PIC X(10).
01  WS-TIME-NOW        PIC 9(8).
01  WS-OUR-ROUTING     PIC X(9) VALUE SPACES.
01  WS-OUR-NAME        PIC X(23) VALUE SPACES.
01  WS-COMPANY-ID      PIC X(10) VALUE SPACES.
01  WS-OPERATOR-ROUTING PIC X(9) VALUE SPACES.
01  WS-OPERATOR-NAME   PIC X(23) VALUE SPACES.
*> Trace numbers run on from the highest one already on the payment
*> master, so a return's trace number names one payment only.
01  WS-TRACE-SEQ       PIC 9(7) VALUE ZERO.
01  WS-LAST-TRACE      PIC 9(7) VALUE ZERO.
*> Tonight's posted payments, proven unique by slip serial against
*> each other and against what an earlier run today already sent
*> (a TRXPOST replay can hand the same slip over twice).
01  WS-PAY-TABLE.
    05  WS-PAY-COUNT       PIC 9(4) VALUE ZERO.
    05  WS-PAY-ENTRY       OCCURS 5000 TIMES.
        10  PY-SLIP-SERIAL     PIC X(14).
        10  PY-CUST-ID         PIC X(10).
        10  PY-ACCT-NO         PIC X(4).
        10  PY-AMOUNT          PIC 9(9)V99.
        10  PY-ROUTING         PIC X(9).
        10  PY-DFI-ACCOUNT     PIC X(17).
        10  PY-PAYEE-NAME      PIC X(22).
        10  PY-TRACE-NO        PIC X(15).
01  WS-PAY-SUB         PIC 9(4) COMP VALUE ZERO.
01  WS-SENT-TODAY-TABLE.
    05  WS-SENT-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-SENT-SERIAL     PIC X(14) OCCURS 5000 TIMES.
01  WS-SENT-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-DUP-SW          PIC X VALUE 'N'.
    88  WS-DUPLICATE           VALUE 'Y'.
01  WS-DUP-COUNT       PIC 9(9) VALUE ZERO.
01  WS-OVERFLOW-COUNT  PIC 9(9) VALUE ZERO.
01  WS-TOTAL-AMOUNT    PIC 9(12)V99 VALUE ZERO.
01  WS-ENTRY-HASH      PIC 9(15) VALUE ZERO.
01  WS-HASH-10         PIC 9(10) VALUE ZERO.
01  WS-RECORD-COUNT    PIC 9(8) VALUE ZERO.
01  WS-BLOCK-COUNT     PIC 9(6) VALUE ZERO.
01  WS-PAD-COUNT       PIC 9(2) VALUE ZERO.
01  WS-AMOUNT-DISP     PIC Z(9)9.99.
01  PAGE-HEADER-1.
    05  PH-TITLE           PIC X(30) VALUE
        "EXTERNAL PAYMENT REGISTER     ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "SLIP SERIAL    CUSTOMER   ACCT ROUTING   PAYEE ACCOUNT     PAYEE NAME                   AMOUNT TRACE NUMBER".
01  DETAIL-LINE.
    05  DL-SLIP-SERIAL     PIC X(14).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACCT-NO         PIC X(4).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ROUTING         PIC X(9).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-DFI-ACCOUNT     PIC X(17).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-PAYEE-NAME      PIC X(22).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-AMOUNT          PIC Z(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-TRACE-NO        PIC X(15).
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-VALUE           PIC Z(11)9.
01  AMOUNT-LINE.
    05  AL-LABEL           PIC X(30).
    05  AL-VALUE           PIC Z(11)9.99.
01  FILE-LINE.
    05  FILLER             PIC X(30) VALUE "ORIGINATION FILE:".
    05  FL-PATH            PIC X(100).
    COPY PARMTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "EXTORIG" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Payments to other banks, behind TRXPOST: every 'E' slip that
    *> posted tonight - the customer already debited, the GL holding
    *> the money in origination suspense - goes out on one balanced
    *> clearing-house file with its batch and file control totals,
    *> for the ACH desk to transmit. Each payment is added to the
    *> payment master under the trace number it went out with, so a
    *> return from the payee's bank can be matched and re-credited
    *> by ACHINTAK, and listed on the register for operations.
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    IF NOT WS-CAL-BUSINESS-DAY
        DISPLAY "Non-business day, no external payments sent"
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    ACCEPT WS-TIME-NOW FROM TIME
    PERFORM LOAD-PARAMETERS
    MOVE "ACH-ROUTING" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-OUR-ROUTING
    MOVE "ACH-BANK-NAME" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-OUR-NAME
    MOVE "ACH-COMPANY-ID" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-COMPANY-ID
    MOVE "ACH-OPERATOR-ROUTING" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-OPERATOR-ROUTING
    MOVE "ACH-OPERATOR-NAME" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-OPERATOR-NAME
    IF WS-OUR-ROUTING IS NOT NUMERIC
        MOVE "EXTORIG" TO WS-ERR-PROGRAM-ID
        MOVE "PARM" TO WS-ERR-CODE
        MOVE "ACH-ROUTING not set in system parameters, nothing sent"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    IF WS-OPERATOR-ROUTING IS NOT NUMERIC
        MOVE "EXTORIG" TO WS-ERR-PROGRAM-ID
        MOVE "PARM" TO WS-ERR-CODE
        MOVE "ACH-OPERATOR-ROUTING not set in system parameters, nothing sent"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    IF WS-COMPANY-ID = SPACES
        *> the bank originates as itself: '1' and its routing number
        MOVE "1" TO WS-COMPANY-ID(1:1)
        MOVE WS-OUR-ROUTING TO WS-COMPANY-ID(2:9)
    END-IF
    PERFORM RESOLVE-PATHS
    OPEN INPUT EXT-PAY-POSTED-FILE
    IF EXT-PAY-POSTED-STATUS = "35"
        DISPLAY "No external payments posted, nothing to send"
    ELSE
    IF EXT-PAY-POSTED-STATUS NOT = "00"
        MOVE "EXTORIG" TO WS-ERR-PROGRAM-ID
        MOVE EXT-PAY-POSTED-STATUS TO WS-ERR-CODE
        MOVE "Unable to open posted external payment file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM LOAD-PAYMENT-MASTER
        MOVE 'N' TO WS-EOF-SW
        PERFORM UNTIL WS-END-OF-FILE
            READ EXT-PAY-POSTED-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF DT-TRAN-EXTERNAL-PAY
                        PERFORM NOTE-POSTED-PAYMENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXT-PAY-POSTED-FILE
        IF WS-OVERFLOW-COUNT > ZERO
            *> what did not fit stays on the posted file, untouched,
            *> for the ACH desk; nothing of tonight's is retired
            MOVE "EXTORIG" TO WS-ERR-PROGRAM-ID
            MOVE "TABLE" TO WS-ERR-CODE
            MOVE "More posted external payments than one run holds"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM OPEN-REGISTER-FILE
            IF WS-PAY-COUNT > ZERO
                PERFORM WRITE-ORIGINATION-FILE
                PERFORM APPEND-PAYMENT-MASTER
            END-IF
            PERFORM WRITE-REGISTER
            CLOSE EXT-REGISTER-FILE
            PERFORM RETIRE-POSTED-FILE
            MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-DISP
            DISPLAY "EXTORIG complete - payments sent: " WS-PAY-COUNT
                    " amount: " WS-AMOUNT-DISP
                    " duplicates skipped: " WS-DUP-COUNT
        END-IF
    END-IF
    END-IF
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "EXT-PAY-POSTED-PATH" UPON ENVIRONMENT-NAME
    ACCEPT EXTPAYPOSTEDPATH FROM ENVIRONMENT-VALUE
    IF EXTPAYPOSTEDPATH = SPACES
        MOVE "ext-payments-posted.dat" TO EXTPAYPOSTEDPATH
    END-IF
    MOVE SPACES TO SENTPOSTEDPATH
    STRING FUNCTION TRIM(EXTPAYPOSTEDPATH) DELIMITED BY SIZE
           ".sent." DELIMITED BY SIZE
           WS-PROC-DATE DELIMITED BY SIZE
           INTO SENTPOSTEDPATH
    DISPLAY "EXT-PAYMENTS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT EXTPAYMENTPATH FROM ENVIRONMENT-VALUE
    IF EXTPAYMENTPATH = SPACES
        MOVE "ext-payments.dat" TO EXTPAYMENTPATH
    END-IF
    DISPLAY "ACH-ORIGINATION-PATH" UPON ENVIRONMENT-NAME
    ACCEPT ACHORIGPATH FROM ENVIRONMENT-VALUE
    IF ACHORIGPATH = SPACES
        MOVE "ach-origination.dat" TO ACHORIGPATH
    END-IF
    DISPLAY "EXT-PAY-REGISTER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT EXTREGISTERPATH FROM ENVIRONMENT-VALUE
    IF EXTREGISTERPATH = SPACES
        MOVE "ext-pay-register.dat" TO EXTREGISTERPATH
    END-IF.

LOAD-PAYMENT-MASTER.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT EXT-PAYMENT-FILE
    IF EXT-PAYMENT-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ EXT-PAYMENT-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF EP-TRACE-NO(9:7) NUMERIC
                        MOVE EP-TRACE-NO(9:7) TO WS-TRACE-SEQ
                        IF WS-TRACE-SEQ > WS-LAST-TRACE
                            MOVE WS-TRACE-SEQ TO WS-LAST-TRACE
                        END-IF
                    END-IF
                    IF EP-SENT-DATE = WS-PROC-DATE
                            AND WS-SENT-COUNT < 5000
                        ADD 1 TO WS-SENT-COUNT
                        MOVE EP-SLIP-SERIAL
                            TO WS-SENT-SERIAL(WS-SENT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXT-PAYMENT-FILE
    END-IF
    MOVE WS-LAST-TRACE TO WS-TRACE-SEQ.

NOTE-POSTED-PAYMENT.
    MOVE 'N' TO WS-DUP-SW
    PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
            UNTIL WS-SENT-SUB > WS-SENT-COUNT OR WS-DUPLICATE
        IF WS-SENT-SERIAL(WS-SENT-SUB) = DT-SLIP-SERIAL
            SET WS-DUPLICATE TO TRUE
        END-IF
    END-PERFORM
    PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
            UNTIL WS-PAY-SUB > WS-PAY-COUNT OR WS-DUPLICATE
        IF PY-SLIP-SERIAL(WS-PAY-SUB) = DT-SLIP-SERIAL
            SET WS-DUPLICATE TO TRUE
        END-IF
    END-PERFORM
    IF WS-DUPLICATE
        ADD 1 TO WS-DUP-COUNT
        DISPLAY "External payment already sent, skipped: "
                DT-SLIP-SERIAL " customer: " DT-CUST-ID
    ELSE
    IF WS-PAY-COUNT >= 5000
        ADD 1 TO WS-OVERFLOW-COUNT
    ELSE
        ADD 1 TO WS-PAY-COUNT
        MOVE DT-SLIP-SERIAL TO PY-SLIP-SERIAL(WS-PAY-COUNT)
        MOVE DT-CUST-ID TO PY-CUST-ID(WS-PAY-COUNT)
        MOVE DT-ACCT-NO TO PY-ACCT-NO(WS-PAY-COUNT)
        MOVE DT-AMOUNT TO PY-AMOUNT(WS-PAY-COUNT)
        MOVE DT-EXT-ROUTING TO PY-ROUTING(WS-PAY-COUNT)
        MOVE DT-EXT-ACCOUNT TO PY-DFI-ACCOUNT(WS-PAY-COUNT)
        MOVE DT-EXT-NAME TO PY-PAYEE-NAME(WS-PAY-COUNT)
        IF WS-TRACE-SEQ >= 9999999
            MOVE ZERO TO WS-TRACE-SEQ
        END-IF
        ADD 1 TO WS-TRACE-SEQ
        MOVE SPACES TO PY-TRACE-NO(WS-PAY-COUNT)
        STRING WS-OUR-ROUTING(1:8) DELIMITED BY SIZE
               WS-TRACE-SEQ DELIMITED BY SIZE
               INTO PY-TRACE-NO(WS-PAY-COUNT)
        ADD DT-AMOUNT TO WS-TOTAL-AMOUNT
    END-IF
    END-IF.

WRITE-ORIGINATION-FILE.
    *> An origination file still waiting to be sent is never written
    *> over; a second run the same night writes its own, named for
    *> the time, the same rule ACHINTAK keeps for its return file.
    OPEN INPUT ACH-ORIG-FILE
    IF ACH-ORIG-STATUS = "00"
        CLOSE ACH-ORIG-FILE
        MOVE SPACES TO RENAMEDPATH
        STRING FUNCTION TRIM(ACHORIGPATH) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-TIME-NOW(1:6) DELIMITED BY SIZE
               INTO RENAMEDPATH
        MOVE RENAMEDPATH TO ACHORIGPATH
        MOVE "EXTORIG" TO WS-ERR-PROGRAM-ID
        MOVE "ORIGFILE" TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Earlier origination file not yet sent, written to "
               DELIMITED BY SIZE
               FUNCTION TRIM(ACHORIGPATH) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    OPEN OUTPUT ACH-ORIG-FILE
    MOVE ZERO TO WS-RECORD-COUNT WS-ENTRY-HASH
    MOVE SPACES TO ACH-RECORD
    SET AR-FILE-HEADER TO TRUE
    MOVE "01" TO FH-PRIORITY
    *> the file goes to the ACH operator, which is the clearing
    *> house for everything we send; we are the origin
    MOVE SPACES TO FH-DESTINATION FH-ORIGIN
    MOVE WS-OPERATOR-ROUTING TO FH-DESTINATION(2:9)
    MOVE WS-OUR-ROUTING TO FH-ORIGIN(2:9)
    MOVE WS-PROC-DATE(3:6) TO FH-CREATE-DATE
    MOVE WS-TIME-NOW(1:4) TO FH-CREATE-TIME
    MOVE "A" TO FH-FILE-ID
    MOVE "094" TO FH-RECORD-SIZE
    MOVE "10" TO FH-BLOCKING
    MOVE "1" TO FH-FORMAT-CODE
    MOVE WS-OPERATOR-NAME TO FH-DEST-NAME
    MOVE WS-OUR-NAME TO FH-ORIGIN-NAME
    PERFORM WRITE-ORIG-RECORD
    MOVE SPACES TO ACH-RECORD
    SET AR-BATCH-HEADER TO TRUE
    *> credits only
    MOVE "220" TO BH-SERVICE-CLASS
    MOVE WS-OUR-NAME(1:16) TO BH-COMPANY-NAME
    MOVE WS-COMPANY-ID TO BH-COMPANY-ID
    MOVE "PPD" TO BH-SEC-CODE
    MOVE "PAYMENT" TO BH-ENTRY-DESC
    MOVE WS-PROC-DATE(3:6) TO BH-EFFECTIVE-DATE
    MOVE "1" TO BH-ORIGINATOR-STAT
    MOVE WS-OUR-ROUTING(1:8) TO BH-ODFI-ID
    MOVE 1 TO BH-BATCH-NO
    PERFORM WRITE-ORIG-RECORD
    PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
            UNTIL WS-PAY-SUB > WS-PAY-COUNT
        MOVE SPACES TO ACH-RECORD
        SET AR-ENTRY-DETAIL TO TRUE
        *> the payee's account is taken to be a checking account
        MOVE "22" TO ED-TRAN-CODE
        MOVE PY-ROUTING(WS-PAY-SUB)(1:8) TO ED-RDFI-ID
        MOVE PY-ROUTING(WS-PAY-SUB)(9:1) TO ED-CHECK-DIGIT
        MOVE PY-DFI-ACCOUNT(WS-PAY-SUB) TO ED-DFI-ACCOUNT
        MOVE PY-AMOUNT(WS-PAY-SUB) TO ED-AMOUNT
        MOVE PY-CUST-ID(WS-PAY-SUB) TO ED-INDIVIDUAL-ID
        MOVE PY-PAYEE-NAME(WS-PAY-SUB) TO ED-INDIVIDUAL-NAME
        MOVE "0" TO ED-ADDENDA-IND
        MOVE PY-TRACE-NO(WS-PAY-SUB) TO ED-TRACE-NO
        ADD ED-RDFI-ID-N TO WS-ENTRY-HASH
        PERFORM WRITE-ORIG-RECORD
    END-PERFORM
    MOVE WS-ENTRY-HASH TO WS-HASH-10
    MOVE SPACES TO ACH-RECORD
    SET AR-BATCH-CONTROL TO TRUE
    MOVE "220" TO BT-SERVICE-CLASS
    MOVE WS-PAY-COUNT TO BT-ENTRY-COUNT
    MOVE WS-HASH-10 TO BT-ENTRY-HASH
    MOVE ZERO TO BT-DEBIT-TOTAL
    MOVE WS-TOTAL-AMOUNT TO BT-CREDIT-TOTAL
    MOVE WS-COMPANY-ID TO BT-COMPANY-ID
    MOVE WS-OUR-ROUTING(1:8) TO BT-ODFI-ID
    MOVE 1 TO BT-BATCH-NO
    PERFORM WRITE-ORIG-RECORD
    COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 1 + 9) / 10
    MOVE SPACES TO ACH-RECORD
    SET AR-FILE-CONTROL TO TRUE
    MOVE 1 TO FT-BATCH-COUNT
    MOVE WS-BLOCK-COUNT TO FT-BLOCK-COUNT
    MOVE WS-PAY-COUNT TO FT-ENTRY-COUNT
    MOVE WS-HASH-10 TO FT-ENTRY-HASH
    MOVE ZERO TO FT-DEBIT-TOTAL
    MOVE WS-TOTAL-AMOUNT TO FT-CREDIT-TOTAL
    PERFORM WRITE-ORIG-RECORD
    COMPUTE WS-PAD-COUNT = WS-BLOCK-COUNT * 10 - WS-RECORD-COUNT
    MOVE ALL '9' TO ACH-RECORD
    PERFORM WRITE-ORIG-RECORD WS-PAD-COUNT TIMES
    CLOSE ACH-ORIG-FILE
    DISPLAY "ACH origination file written: " FUNCTION TRIM(ACHORIGPATH).

WRITE-ORIG-RECORD.
    WRITE ACH-ORIG-REC FROM ACH-RECORD
    ADD 1 TO WS-RECORD-COUNT.

APPEND-PAYMENT-MASTER.
    OPEN EXTEND EXT-PAYMENT-FILE
    IF EXT-PAYMENT-STATUS = "35" OR EXT-PAYMENT-STATUS = "05"
        OPEN OUTPUT EXT-PAYMENT-FILE
    END-IF
    PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
            UNTIL WS-PAY-SUB > WS-PAY-COUNT
        MOVE SPACES TO EXT-PAYMENT-RECORD
        MOVE PY-SLIP-SERIAL(WS-PAY-SUB) TO EP-SLIP-SERIAL
        MOVE PY-CUST-ID(WS-PAY-SUB) TO EP-CUST-ID
        MOVE PY-ACCT-NO(WS-PAY-SUB) TO EP-ACCT-NO
        MOVE PY-AMOUNT(WS-PAY-SUB) TO EP-AMOUNT
        MOVE WS-PROC-DATE TO EP-SENT-DATE
        MOVE PY-ROUTING(WS-PAY-SUB) TO EP-ROUTING
        MOVE PY-DFI-ACCOUNT(WS-PAY-SUB) TO EP-DFI-ACCOUNT
        MOVE PY-PAYEE-NAME(WS-PAY-SUB) TO EP-PAYEE-NAME
        MOVE PY-TRACE-NO(WS-PAY-SUB) TO EP-TRACE-NO
        SET EP-SENT TO TRUE
        WRITE EXT-PAYMENT-RECORD
        IF EXT-PAYMENT-STATUS NOT = "00"
            MOVE "EXTORIG" TO WS-ERR-PROGRAM-ID
            MOVE EXT-PAYMENT-STATUS TO WS-ERR-CODE
            MOVE "Failed to record sent payment on payment master"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
        END-IF
    END-PERFORM
    CLOSE EXT-PAYMENT-FILE.

OPEN-REGISTER-FILE.
    OPEN EXTEND EXT-REGISTER-FILE
    IF EXT-REGISTER-STATUS = "35" OR EXT-REGISTER-STATUS = "05"
        OPEN OUTPUT EXT-REGISTER-FILE
    END-IF
    STRING WS-PROC-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE EXT-REGISTER-LINE FROM PAGE-HEADER-1
    WRITE EXT-REGISTER-LINE FROM COLUMN-HEADER-LINE.

WRITE-REGISTER.
    PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
            UNTIL WS-PAY-SUB > WS-PAY-COUNT
        MOVE PY-SLIP-SERIAL(WS-PAY-SUB) TO DL-SLIP-SERIAL
        MOVE PY-CUST-ID(WS-PAY-SUB) TO DL-CUST-ID
        MOVE PY-ACCT-NO(WS-PAY-SUB) TO DL-ACCT-NO
        MOVE PY-ROUTING(WS-PAY-SUB) TO DL-ROUTING
        MOVE PY-DFI-ACCOUNT(WS-PAY-SUB) TO DL-DFI-ACCOUNT
        MOVE PY-PAYEE-NAME(WS-PAY-SUB) TO DL-PAYEE-NAME
        MOVE PY-AMOUNT(WS-PAY-SUB) TO DL-AMOUNT
        MOVE PY-TRACE-NO(WS-PAY-SUB) TO DL-TRACE-NO
        WRITE EXT-REGISTER-LINE FROM DETAIL-LINE
    END-PERFORM
    MOVE SPACES TO EXT-REGISTER-LINE
    WRITE EXT-REGISTER-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "PAYMENTS SENT:" TO CL-LABEL
    MOVE WS-PAY-COUNT TO CL-VALUE
    WRITE EXT-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "AMOUNT SENT:" TO AL-LABEL
    MOVE WS-TOTAL-AMOUNT TO AL-VALUE
    WRITE EXT-REGISTER-LINE FROM AMOUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "DUPLICATES SKIPPED:" TO CL-LABEL
    MOVE WS-DUP-COUNT TO CL-VALUE
    WRITE EXT-REGISTER-LINE FROM COUNT-LINE
    IF WS-PAY-COUNT > ZERO
        MOVE ACHORIGPATH TO FL-PATH
        WRITE EXT-REGISTER-LINE FROM FILE-LINE
    END-IF.

RETIRE-POSTED-FILE.
    *> Sent payments are kept under a dated .sent name, and the live
    *> file starts again empty, so a rerun cannot send them twice -
    *> the LOANSVC rule for applied loan activity.
    CALL "CBL_COPY_FILE" USING EXTPAYPOSTEDPATH SENTPOSTEDPATH
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = ZERO
        MOVE "EXTORIG" TO WS-ERR-PROGRAM-ID
        MOVE "RETIRE" TO WS-ERR-CODE
        MOVE "Could not retire sent external payments - clear by hand"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        CALL "CBL_DELETE_FILE" USING EXTPAYPOSTEDPATH
            RETURNING WS-DELETE-RC
    END-IF.

    COPY PARMLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
