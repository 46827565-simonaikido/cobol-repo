      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACHINTAK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACH-LIST-FILE ASSIGN TO ACHLISTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACH-LIST-STATUS.
    SELECT ACH-IN-FILE ASSIGN TO ACHINPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACH-IN-STATUS.
    SELECT MERGED-TRANS-FILE ASSIGN TO MERGEDTRANSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MERGED-TRANS-STATUS.
    SELECT ACH-RETURN-FILE ASSIGN TO ACHRETURNPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACH-RETURN-STATUS.
    SELECT ACH-REPORT-FILE ASSIGN TO ACHREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACH-REPORT-STATUS.
    SELECT FUNDS-HOLD-FILE ASSIGN TO FUNDSHOLDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FUNDS-HOLD-STATUS.
    SELECT CLOSE-REQUEST-FILE ASSIGN TO CLOSEREQPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLOSE-REQUEST-STATUS.
    SELECT EXT-PAYMENT-FILE ASSIGN TO EXTPAYMENTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXT-PAYMENT-STATUS.
    SELECT NEW-EXT-PAYMENT-FILE ASSIGN TO NEWEXTPAYMENTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-EXT-PAYMENT-STATUS.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  ACH-LIST-FILE.
01  ACH-LIST-REC           PIC X(200).
FD  ACH-IN-FILE.
01  ACH-IN-REC             PIC X(94).
FD  MERGED-TRANS-FILE.
    COPY TRXREC.
FD  ACH-RETURN-FILE.
01  ACH-RETURN-REC         PIC X(94).
FD  ACH-REPORT-FILE.
01  ACH-REPORT-LINE        PIC X(132).
FD  FUNDS-HOLD-FILE.
    COPY HOLDREC.
FD  CLOSE-REQUEST-FILE.
01  CLOSE-REQUEST-REC      PIC X(139).
FD  EXT-PAYMENT-FILE.
    COPY EXTPAYREC.
FD  NEW-EXT-PAYMENT-FILE.
01  NEW-EXT-PAYMENT-REC    PIC X(136).
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  ACHLISTPATH        PIC X(200) VALUE SPACES.
01  ACH-LIST-STATUS    PIC XX.
01  ACHINPATH          PIC X(200) VALUE SPACES.
01  ACH-IN-STATUS      PIC XX.
01  MERGEDTRANSPATH    PIC X(200) VALUE SPACES.
01  MERGED-TRANS-STATUS PIC XX.
01  ACHRETURNPATH      PIC X(200) VALUE SPACES.
01  ACH-RETURN-STATUS  PIC XX.
01  ACHREPORTPATH      PIC X(200) VALUE SPACES.
01  ACH-REPORT-STATUS  PIC XX.
01  FUNDSHOLDPATH      PIC X(200) VALUE SPACES.
01  FUNDS-HOLD-STATUS  PIC XX.
01  CLOSEREQPATH       PIC X(200) VALUE SPACES.
01  CLOSE-REQUEST-STATUS PIC XX.
01  EXTPAYMENTPATH     PIC X(200) VALUE SPACES.
01  EXT-PAYMENT-STATUS PIC XX.
01  NEWEXTPAYMENTPATH  PIC X(200) VALUE SPACES.
01  NEW-EXT-PAYMENT-STATUS PIC XX.
01  RETIREDNAME        PIC X(200) VALUE SPACES.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  SQL-STATEMENT      PIC X(400).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
    COPY ACHREC.
    COPY CLOSEREQ.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-LIST-EOF-SW     PIC X VALUE 'N'.
    88  WS-END-OF-LIST         VALUE 'Y'.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-REPORT-DATE     PIC X(10).
01  WS-TIME-NOW        PIC 9(8).
01  WS-TIME-NOW-R REDEFINES WS-TIME-NOW.
    05  WS-NOW-HH          PIC 9(2).
    05  WS-NOW-MM          PIC 9(2).
    05  WS-NOW-SS          PIC 9(2).
    05  FILLER             PIC 9(2).
01  WS-SEC-OF-DAY      PIC 9(5) VALUE ZERO.
01  WS-SERIAL-SEQ      PIC 9(5) VALUE ZERO.
*> ACH-ROUTING is this bank's nine-digit routing number: the inbound
*> file must be addressed to it, and returns go out under it.
01  WS-OUR-ROUTING     PIC X(9) VALUE SPACES.
01  WS-OUR-NAME        PIC X(23) VALUE SPACES.
01  WS-PASS            PIC X(1) VALUE '1'.
    88  WS-VALIDATE-PASS       VALUE '1'.
    88  WS-APPLY-PASS          VALUE '2'.
01  WS-FILE-OK-SW      PIC X VALUE 'N'.
    88  WS-ACH-FILE-OK         VALUE 'Y'.
01  WS-FAIL-REASON     PIC X(40) VALUE SPACES.
01  WS-NEW-REASON      PIC X(40) VALUE SPACES.
01  WS-HEADER-SEEN-SW  PIC X VALUE 'N'.
    88  WS-HEADER-SEEN         VALUE 'Y'.
01  WS-CONTROL-SEEN-SW PIC X VALUE 'N'.
    88  WS-CONTROL-SEEN        VALUE 'Y'.
01  WS-BATCH-OPEN-SW   PIC X VALUE 'N'.
    88  WS-BATCH-OPEN          VALUE 'Y'.
*> Control totals counted while pass 1 reads a file, per batch and
*> for the file, against what its '8' and '9' records claim.
01  WS-BATCH-TOTALS.
    05  WS-BAT-ENTRY-COUNT PIC 9(8).
    05  WS-BAT-HASH        PIC 9(15).
    05  WS-BAT-DEBIT       PIC 9(12)V99.
    05  WS-BAT-CREDIT      PIC 9(12)V99.
    05  WS-BAT-NO          PIC 9(7).
01  WS-FILE-TOTALS.
    05  WS-FIL-BATCH-COUNT PIC 9(6).
    05  WS-FIL-ENTRY-COUNT PIC 9(8).
    05  WS-FIL-HASH        PIC 9(15).
    05  WS-FIL-DEBIT       PIC 9(12)V99.
    05  WS-FIL-CREDIT      PIC 9(12)V99.
01  WS-HASH-10         PIC 9(10) VALUE ZERO.
*> What pass 2 keeps of the inbound file and batch an entry sits in:
*> a return goes back to the ODFI that sent it, under its company.
01  WS-IN-ORIGIN       PIC X(10) VALUE SPACES.
01  WS-IN-ORIGIN-NAME  PIC X(23) VALUE SPACES.
01  WS-IN-BATCH-IMAGE  PIC X(94) VALUE SPACES.
01  WS-IN-ENTRY-IMAGE  PIC X(94) VALUE SPACES.
01  WS-IN-SERVICE-CLASS PIC X(3) VALUE SPACES.
01  WS-IN-COMPANY-NAME PIC X(16) VALUE SPACES.
01  WS-IN-COMPANY-ID   PIC X(10) VALUE SPACES.
01  WS-IN-SEC-CODE     PIC X(3) VALUE SPACES.
    88  WS-IN-CORPORATE        VALUE 'CCD' 'CTX'.
01  WS-IN-ODFI-ID      PIC X(8) VALUE SPACES.
01  WS-IN-EFF-DATE     PIC 9(8) VALUE ZERO.
01  WS-BH-EFF-DATE     PIC X(8) VALUE SPACES.
*> One entry's account as the bank issues it for direct deposit:
*> the customer id alone for the primary account, or the customer
*> id, a hyphen and the account number for a named account.
01  WS-DFI-WORK        PIC X(17) VALUE SPACES.
01  WS-DFI-CUST-PART   PIC X(17) VALUE SPACES.
01  WS-DFI-ACCT-PART   PIC X(17) VALUE SPACES.
01  WS-DFI-EXTRA-PART  PIC X(17) VALUE SPACES.
01  WS-DFI-CUST-LEN    PIC 9(2) VALUE ZERO.
01  WS-DFI-ACCT-LEN    PIC 9(2) VALUE ZERO.
01  WS-ENTRY-CUST-ID   PIC X(10) VALUE SPACES.
01  WS-ENTRY-ACCT-NO   PIC X(4) VALUE SPACES.
01  WS-ENTRY-AMOUNT    PIC 9(9)V99 VALUE ZERO.
01  WS-RETURN-REASON   PIC X(3) VALUE SPACES.
01  WS-DEATH-DATE      PIC X(6) VALUE SPACES.
01  WS-ACTION          PIC X(45) VALUE SPACES.
01  WS-REASON-TEXT     PIC X(30) VALUE SPACES.
01  WS-FOUND-SW        PIC X VALUE 'N'.
    88  WS-FOUND               VALUE 'Y'.
01  WS-LOOKUP-STATUS   PIC X(1) VALUE SPACES.
01  WS-LOOKUP-TYPE     PIC X(1) VALUE SPACES.
*> Legal-order holds in force freeze what they sit on - a credit
*> to a frozen account goes back rather than in. A blank account
*> on the hold freezes the customer's primary account.
01  WS-FREEZE-TABLE.
    05  WS-FREEZE-COUNT    PIC 9(4) VALUE ZERO.
    05  WS-FREEZE-ENTRY    OCCURS 2000 TIMES.
        10  FZ-CUST-ID         PIC X(10).
        10  FZ-ACCT-NO         PIC X(4).
01  WS-FREEZE-SUB      PIC 9(4) COMP VALUE ZERO.
*> Customers whose estate is being settled: CUSTMAINT has filed a
*> deceased close for them that CLOSESET has not finished.
01  WS-DECEASED-TABLE.
    05  WS-DECEASED-COUNT  PIC 9(4) VALUE ZERO.
    05  WS-DECEASED-ENTRY  OCCURS 500 TIMES.
        10  DC-CUST-ID         PIC X(10).
        10  DC-NOTIFIED-DATE   PIC X(8).
01  WS-DECEASED-SUB    PIC 9(4) COMP VALUE ZERO.
*> The outbound return file, built as returns arise: opened at the
*> first return, one return batch per inbound batch that has any,
*> closed with its file control and padded to a whole block.
01  WS-RET-FILE-OPEN-SW PIC X VALUE 'N'.
    88  WS-RET-FILE-OPEN       VALUE 'Y'.
01  WS-RET-BATCH-OPEN-SW PIC X VALUE 'N'.
    88  WS-RET-BATCH-OPEN      VALUE 'Y'.
01  WS-RET-TOTALS.
    05  WS-RET-RECORD-COUNT PIC 9(8).
    05  WS-RET-BATCH-COUNT PIC 9(6).
    05  WS-RET-BATCH-NO    PIC 9(7).
    05  WS-RET-TRACE-SEQ   PIC 9(7).
    05  WS-RET-ENTRY-COUNT PIC 9(8).
    05  WS-RET-HASH        PIC 9(15).
    05  WS-RET-DEBIT       PIC 9(12)V99.
    05  WS-RET-CREDIT      PIC 9(12)V99.
    05  WS-RB-ENTRY-COUNT  PIC 9(6).
    05  WS-RB-HASH         PIC 9(15).
    05  WS-RB-DEBIT        PIC 9(12)V99.
    05  WS-RB-CREDIT       PIC 9(12)V99.
01  WS-BLOCK-COUNT     PIC 9(6) VALUE ZERO.
01  WS-PAD-COUNT       PIC 9(2) VALUE ZERO.
01  WS-ORIG-TRACE-NO   PIC X(15) VALUE SPACES.
01  WS-ORIG-RDFI-ID    PIC X(8) VALUE SPACES.
01  WS-NEW-TRACE-NO    PIC X(15) VALUE SPACES.
*> Routing check digit: weights 3, 7, 1 over the eight digits, the
*> digit that brings the sum up to a multiple of ten.
01  WS-CHK-ROUTING     PIC X(8) VALUE SPACES.
01  WS-CHK-WEIGHTS     PIC X(8) VALUE "37137137".
01  WS-CHK-WEIGHT-R REDEFINES WS-CHK-WEIGHTS.
    05  WS-CHK-WEIGHT      PIC 9(1) OCCURS 8 TIMES.
01  WS-CHK-SUB         PIC 9(2) COMP VALUE ZERO.
01  WS-CHK-DIGIT       PIC 9(1) VALUE ZERO.
01  WS-CHK-SUM         PIC 9(4) VALUE ZERO.
01  WS-CHK-RESULT      PIC 9(1) VALUE ZERO.
*> Returns of payments EXTORIG sent: a return entry is held until
*> its '99' addenda names the trace number it returns, then kept
*> here until every file is read, and matched against the payment
*> master in one pass over it.
01  WS-PEND-RETURN-SW  PIC X VALUE 'N'.
    88  WS-RETURN-PENDING      VALUE 'Y'.
01  WS-PEND-TRACE-NO   PIC X(15) VALUE SPACES.
01  WS-PEND-AMOUNT     PIC 9(9)V99 VALUE ZERO.
01  WS-RTN-TABLE.
    05  WS-RTN-COUNT       PIC 9(4) VALUE ZERO.
    05  WS-RTN-ENTRY       OCCURS 500 TIMES.
        10  RT-ORIG-TRACE-NO   PIC X(15).
        10  RT-TRACE-NO        PIC X(15).
        10  RT-REASON          PIC X(3).
        10  RT-AMOUNT          PIC 9(9)V99.
        10  RT-MATCHED-SW      PIC X(1).
            88  RT-MATCHED             VALUE 'Y'.
01  WS-RTN-SUB         PIC 9(4) COMP VALUE ZERO.
01  WS-RTN-FOUND-SUB   PIC 9(4) COMP VALUE ZERO.
01  WS-MASTER-CHANGED-SW PIC X VALUE 'N'.
    88  WS-MASTER-CHANGED      VALUE 'Y'.
01  WS-RECREDIT-COUNT  PIC 9(9) VALUE ZERO.
01  WS-RECREDIT-AMOUNT PIC 9(11)V99 VALUE ZERO.
01  WS-UNMATCHED-COUNT PIC 9(9) VALUE ZERO.
01  WS-NOC-COUNT       PIC 9(9) VALUE ZERO.
01  WS-FILES-TAKEN     PIC 9(4) VALUE ZERO.
01  WS-FILES-FAILED    PIC 9(4) VALUE ZERO.
01  WS-POSTED-COUNT    PIC 9(9) VALUE ZERO.
01  WS-POSTED-AMOUNT   PIC 9(11)V99 VALUE ZERO.
01  WS-PRENOTE-COUNT   PIC 9(9) VALUE ZERO.
01  WS-RETURNED-COUNT  PIC 9(9) VALUE ZERO.
01  WS-RETURNED-AMOUNT PIC 9(11)V99 VALUE ZERO.
01  PAGE-HEADER-1.
    05  PH-TITLE           PIC X(30) VALUE
        "ACH INTAKE REGISTER           ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  FILE-LINE.
    05  FILLER             PIC X(6)  VALUE "FILE: ".
    05  FL-PATH            PIC X(80).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  FL-RESULT          PIC X(45).
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "TRACE NUMBER    COMPANY          CUSTOMER   ACCT        AMOUNT ACTION".
01  DETAIL-LINE.
    05  DL-TRACE-NO        PIC X(15).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-COMPANY         PIC X(16).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACCT-NO         PIC X(4).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-AMOUNT          PIC Z(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACTION          PIC X(45).
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-VALUE           PIC Z(11)9.
01  AMOUNT-LINE.
    05  AL-LABEL           PIC X(30).
    05  AL-VALUE           PIC Z(11)9.99.
    COPY PARMTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "ACHINTAK" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Clearing-house intake ahead of TRXPOST: payroll and benefit
    *> credits arrive as NACHA-format files rather than slips. Each
    *> file named in the intake list must balance against its own
    *> batch and file control records - entry count, entry hash and
    *> debit and credit totals - before any entry of it is taken,
    *> the same all-or-nothing rule TRXINTAK applies to branch files.
    *> Each entry of a balanced file is mapped to a customer and
    *> account and becomes an 'A' slip in the night's posting file;
    *> one that cannot be applied goes back to the originator on the
    *> outbound return file with its return reason code, so the
    *> money never sits in suspense here.
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    IF NOT WS-CAL-BUSINESS-DAY
        *> entries settle on business days only; the files wait
        DISPLAY "Non-business day, no ACH files taken"
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    ACCEPT WS-TIME-NOW FROM TIME
    COMPUTE WS-SEC-OF-DAY =
        WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS
    PERFORM LOAD-PARAMETERS
    MOVE "ACH-ROUTING" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-OUR-ROUTING
    MOVE "ACH-BANK-NAME" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-OUR-NAME
    IF WS-OUR-ROUTING IS NOT NUMERIC
        MOVE "ACHINTAK" TO WS-ERR-PROGRAM-ID
        MOVE "PARM" TO WS-ERR-CODE
        MOVE "ACH-ROUTING not set in system parameters, nothing taken"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM RESOLVE-PATHS
    OPEN INPUT ACH-LIST-FILE
    IF ACH-LIST-STATUS = "35"
        DISPLAY "No ACH intake list found, nothing to take"
    ELSE
    IF ACH-LIST-STATUS NOT = "00"
        MOVE "ACHINTAK" TO WS-ERR-PROGRAM-ID
        MOVE ACH-LIST-STATUS TO WS-ERR-CODE
        MOVE "Unable to open ACH intake list" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM LOAD-LEGAL-HOLDS
        PERFORM LOAD-DECEASED-CLOSES
        PERFORM OPEN-REPORT-FILE
        OPEN EXTEND MERGED-TRANS-FILE
        IF MERGED-TRANS-STATUS = "35" OR MERGED-TRANS-STATUS = "05"
            OPEN OUTPUT MERGED-TRANS-FILE
        END-IF
        PERFORM UNTIL WS-END-OF-LIST
            READ ACH-LIST-FILE
                AT END
                    SET WS-END-OF-LIST TO TRUE
                NOT AT END
                    IF ACH-LIST-REC NOT = SPACES
                        MOVE ACH-LIST-REC TO ACHINPATH
                        PERFORM INTAKE-ONE-ACH-FILE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACH-LIST-FILE
        IF WS-RTN-COUNT > ZERO
            PERFORM APPLY-PAYMENT-RETURNS
        END-IF
        CLOSE MERGED-TRANS-FILE
        IF WS-RET-FILE-OPEN
            PERFORM CLOSE-RETURN-FILE
        END-IF
        PERFORM WRITE-REPORT-TOTALS
        CLOSE ACH-REPORT-FILE
        DISPLAY "ACHINTAK complete - files taken: " WS-FILES-TAKEN
                " failed: " WS-FILES-FAILED
                " posted: " WS-POSTED-COUNT
                " returned: " WS-RETURNED-COUNT
                " prenotes: " WS-PRENOTE-COUNT
                " payments re-credited: " WS-RECREDIT-COUNT
        IF (WS-FILES-FAILED > ZERO OR WS-UNMATCHED-COUNT > ZERO)
                AND RETURN-CODE = ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    END-IF
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "ACH-INBOUND-LIST-PATH" UPON ENVIRONMENT-NAME
    ACCEPT ACHLISTPATH FROM ENVIRONMENT-VALUE
    IF ACHLISTPATH = SPACES
        MOVE "ach-inbound-list.dat" TO ACHLISTPATH
    END-IF
    DISPLAY "TRX-TRANS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT MERGEDTRANSPATH FROM ENVIRONMENT-VALUE
    IF MERGEDTRANSPATH = SPACES
        MOVE "daily-trans.dat" TO MERGEDTRANSPATH
    END-IF
    DISPLAY "ACH-RETURN-PATH" UPON ENVIRONMENT-NAME
    ACCEPT ACHRETURNPATH FROM ENVIRONMENT-VALUE
    IF ACHRETURNPATH = SPACES
        MOVE "ach-returns.dat" TO ACHRETURNPATH
    END-IF
    DISPLAY "ACH-INTAKE-REPORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT ACHREPORTPATH FROM ENVIRONMENT-VALUE
    IF ACHREPORTPATH = SPACES
        MOVE "ach-intake-register.dat" TO ACHREPORTPATH
    END-IF
    DISPLAY "FUNDS-HOLD-PATH" UPON ENVIRONMENT-NAME
    ACCEPT FUNDSHOLDPATH FROM ENVIRONMENT-VALUE
    IF FUNDSHOLDPATH = SPACES
        MOVE "funds-holds.dat" TO FUNDSHOLDPATH
    END-IF
    DISPLAY "CLOSE-REQUEST-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CLOSEREQPATH FROM ENVIRONMENT-VALUE
    IF CLOSEREQPATH = SPACES
        MOVE "close-requests.dat" TO CLOSEREQPATH
    END-IF
    DISPLAY "EXT-PAYMENTS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT EXTPAYMENTPATH FROM ENVIRONMENT-VALUE
    IF EXTPAYMENTPATH = SPACES
        MOVE "ext-payments.dat" TO EXTPAYMENTPATH
    END-IF
    MOVE SPACES TO NEWEXTPAYMENTPATH
    STRING FUNCTION TRIM(EXTPAYMENTPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWEXTPAYMENTPATH.

LOAD-LEGAL-HOLDS.
    *> Same in-force test TRXPOST uses for every hold; only a legal
    *> order freezes the account against credits as well as debits.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT FUNDS-HOLD-FILE
    IF FUNDS-HOLD-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ FUNDS-HOLD-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF HD-ACTIVE AND HD-LEGAL-ORDER
                            AND (HD-EXPIRY-DATE = SPACES
                                OR HD-EXPIRY-DATE = ZEROS
                                OR HD-EXPIRY-DATE > WS-PROC-DATE)
                            AND WS-FREEZE-COUNT < 2000
                        ADD 1 TO WS-FREEZE-COUNT
                        MOVE HD-CUST-ID TO FZ-CUST-ID(WS-FREEZE-COUNT)
                        MOVE HD-ACCT-NO TO FZ-ACCT-NO(WS-FREEZE-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FUNDS-HOLD-FILE
    END-IF.

LOAD-DECEASED-CLOSES.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT CLOSE-REQUEST-FILE
    IF CLOSE-REQUEST-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ CLOSE-REQUEST-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE CLOSE-REQUEST-REC TO CLOSE-REQUEST-RECORD
                    IF CR-DECEASED AND WS-DECEASED-COUNT < 500
                        ADD 1 TO WS-DECEASED-COUNT
                        MOVE CR-CUST-ID
                            TO DC-CUST-ID(WS-DECEASED-COUNT)
                        MOVE CR-REQUEST-DATE
                            TO DC-NOTIFIED-DATE(WS-DECEASED-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CLOSE-REQUEST-FILE
    END-IF.

OPEN-REPORT-FILE.
    OPEN EXTEND ACH-REPORT-FILE
    IF ACH-REPORT-STATUS = "35" OR ACH-REPORT-STATUS = "05"
        OPEN OUTPUT ACH-REPORT-FILE
    END-IF
    STRING WS-PROC-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE ACH-REPORT-LINE FROM PAGE-HEADER-1
    WRITE ACH-REPORT-LINE FROM COLUMN-HEADER-LINE.

INTAKE-ONE-ACH-FILE.
    SET WS-VALIDATE-PASS TO TRUE
    PERFORM READ-ACH-FILE-PASS
    MOVE ACHINPATH TO FL-PATH
    MOVE SPACES TO FL-RESULT
    IF WS-ACH-FILE-OK
        MOVE "TAKEN" TO FL-RESULT
        WRITE ACH-REPORT-LINE FROM FILE-LINE
        SET WS-APPLY-PASS TO TRUE
        PERFORM READ-ACH-FILE-PASS
        ADD 1 TO WS-FILES-TAKEN
        PERFORM RETIRE-ACH-FILE
    ELSE
        MOVE WS-FAIL-REASON TO FL-RESULT
        WRITE ACH-REPORT-LINE FROM FILE-LINE
        ADD 1 TO WS-FILES-FAILED
        PERFORM FAIL-ACH-FILE
    END-IF.

READ-ACH-FILE-PASS.
    *> Pass 1 proves the whole file against its controls before a
    *> single entry is taken; pass 2 re-reads a proven file and
    *> applies or returns each entry.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-HEADER-SEEN-SW
    MOVE 'N' TO WS-CONTROL-SEEN-SW
    MOVE 'N' TO WS-BATCH-OPEN-SW
    MOVE 'Y' TO WS-FILE-OK-SW
    MOVE SPACES TO WS-FAIL-REASON
    INITIALIZE WS-BATCH-TOTALS WS-FILE-TOTALS
    OPEN INPUT ACH-IN-FILE
    IF ACH-IN-STATUS NOT = "00"
        MOVE 'N' TO WS-FILE-OK-SW
        MOVE "ACH FILE NOT READABLE" TO WS-FAIL-REASON
    ELSE
        PERFORM UNTIL WS-END-OF-FILE
            READ ACH-IN-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE ACH-IN-REC TO ACH-RECORD
                    IF WS-VALIDATE-PASS
                        PERFORM VALIDATE-ACH-RECORD
                    ELSE
                        PERFORM APPLY-ACH-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACH-IN-FILE
        IF WS-VALIDATE-PASS
            EVALUATE TRUE
                WHEN NOT WS-HEADER-SEEN
                    MOVE "NO FILE HEADER RECORD" TO WS-NEW-REASON
                    PERFORM NOTE-FILE-FAILURE
                WHEN WS-BATCH-OPEN
                    MOVE "BATCH WITHOUT BATCH CONTROL" TO WS-NEW-REASON
                    PERFORM NOTE-FILE-FAILURE
                WHEN NOT WS-CONTROL-SEEN
                    MOVE "NO FILE CONTROL RECORD" TO WS-NEW-REASON
                    PERFORM NOTE-FILE-FAILURE
            END-EVALUATE
        END-IF
    END-IF.

VALIDATE-ACH-RECORD.
    EVALUATE TRUE
        WHEN ACH-IN-REC = ALL '9'
            *> block padding
            CONTINUE
        WHEN WS-CONTROL-SEEN
            MOVE "RECORD AFTER FILE CONTROL" TO WS-NEW-REASON
            PERFORM NOTE-FILE-FAILURE
        WHEN AR-FILE-HEADER
            IF WS-HEADER-SEEN
                MOVE "SECOND FILE HEADER" TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            END-IF
            SET WS-HEADER-SEEN TO TRUE
            IF FUNCTION TRIM(FH-DESTINATION) NOT = WS-OUR-ROUTING
                MOVE "FILE NOT ADDRESSED TO THIS BANK" TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            END-IF
        WHEN NOT WS-HEADER-SEEN
            MOVE "NO FILE HEADER RECORD" TO WS-NEW-REASON
            PERFORM NOTE-FILE-FAILURE
        WHEN AR-BATCH-HEADER
            IF WS-BATCH-OPEN
                MOVE "BATCH WITHOUT BATCH CONTROL" TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            END-IF
            SET WS-BATCH-OPEN TO TRUE
            INITIALIZE WS-BATCH-TOTALS
            IF BH-BATCH-NO NUMERIC
                MOVE BH-BATCH-NO TO WS-BAT-NO
            END-IF
        WHEN AR-ENTRY-DETAIL OR AR-ADDENDA
            IF NOT WS-BATCH-OPEN
                MOVE "ENTRY OUTSIDE A BATCH" TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            END-IF
            ADD 1 TO WS-BAT-ENTRY-COUNT
            IF AR-ENTRY-DETAIL
                IF ED-RDFI-ID NUMERIC
                    ADD ED-RDFI-ID-N TO WS-BAT-HASH
                END-IF
                IF ED-AMOUNT NUMERIC
                    IF ED-DEBIT-SIDE
                        ADD ED-AMOUNT TO WS-BAT-DEBIT
                    END-IF
                    IF ED-CREDIT-SIDE
                        ADD ED-AMOUNT TO WS-BAT-CREDIT
                    END-IF
                ELSE
                    MOVE "ENTRY AMOUNT NOT NUMERIC" TO WS-NEW-REASON
                    PERFORM NOTE-FILE-FAILURE
                END-IF
            END-IF
        WHEN AR-BATCH-CONTROL
            IF NOT WS-BATCH-OPEN
                MOVE "BATCH CONTROL WITHOUT HEADER" TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            END-IF
            PERFORM CHECK-BATCH-CONTROL
            MOVE 'N' TO WS-BATCH-OPEN-SW
        WHEN AR-FILE-CONTROL
            IF WS-BATCH-OPEN
                MOVE "BATCH WITHOUT BATCH CONTROL" TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            END-IF
            SET WS-CONTROL-SEEN TO TRUE
            PERFORM CHECK-FILE-CONTROL
        WHEN OTHER
            MOVE "UNKNOWN RECORD TYPE" TO WS-NEW-REASON
            PERFORM NOTE-FILE-FAILURE
    END-EVALUATE.

CHECK-BATCH-CONTROL.
    MOVE WS-BAT-HASH TO WS-HASH-10
    IF BT-ENTRY-COUNT NOT NUMERIC
            OR BT-ENTRY-HASH NOT NUMERIC
            OR BT-DEBIT-TOTAL NOT NUMERIC
            OR BT-CREDIT-TOTAL NOT NUMERIC
            OR BT-BATCH-NO NOT NUMERIC
        MOVE "BATCH CONTROL NOT NUMERIC" TO WS-NEW-REASON
        PERFORM NOTE-FILE-FAILURE
    ELSE
        EVALUATE TRUE
            WHEN BT-BATCH-NO NOT = WS-BAT-NO
                MOVE "BATCH NUMBER DOES NOT MATCH HEADER"
                    TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            WHEN BT-ENTRY-COUNT NOT = WS-BAT-ENTRY-COUNT
                MOVE "BATCH ENTRY COUNT DOES NOT MATCH"
                    TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            WHEN BT-ENTRY-HASH NOT = WS-HASH-10
                MOVE "BATCH ENTRY HASH DOES NOT MATCH"
                    TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            WHEN BT-DEBIT-TOTAL NOT = WS-BAT-DEBIT
                    OR BT-CREDIT-TOTAL NOT = WS-BAT-CREDIT
                MOVE "BATCH DOLLAR TOTALS DO NOT MATCH"
                    TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
        END-EVALUATE
    END-IF
    ADD 1 TO WS-FIL-BATCH-COUNT
    ADD WS-BAT-ENTRY-COUNT TO WS-FIL-ENTRY-COUNT
    ADD WS-BAT-HASH TO WS-FIL-HASH
    ADD WS-BAT-DEBIT TO WS-FIL-DEBIT
    ADD WS-BAT-CREDIT TO WS-FIL-CREDIT.

CHECK-FILE-CONTROL.
    MOVE WS-FIL-HASH TO WS-HASH-10
    IF FT-BATCH-COUNT NOT NUMERIC
            OR FT-ENTRY-COUNT NOT NUMERIC
            OR FT-ENTRY-HASH NOT NUMERIC
            OR FT-DEBIT-TOTAL NOT NUMERIC
            OR FT-CREDIT-TOTAL NOT NUMERIC
        MOVE "FILE CONTROL NOT NUMERIC" TO WS-NEW-REASON
        PERFORM NOTE-FILE-FAILURE
    ELSE
        EVALUATE TRUE
            WHEN FT-BATCH-COUNT NOT = WS-FIL-BATCH-COUNT
                MOVE "FILE BATCH COUNT DOES NOT MATCH" TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            WHEN FT-ENTRY-COUNT NOT = WS-FIL-ENTRY-COUNT
                MOVE "FILE ENTRY COUNT DOES NOT MATCH" TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            WHEN FT-ENTRY-HASH NOT = WS-HASH-10
                MOVE "FILE ENTRY HASH DOES NOT MATCH" TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
            WHEN FT-DEBIT-TOTAL NOT = WS-FIL-DEBIT
                    OR FT-CREDIT-TOTAL NOT = WS-FIL-CREDIT
                MOVE "FILE DOLLAR TOTALS DO NOT MATCH"
                    TO WS-NEW-REASON
                PERFORM NOTE-FILE-FAILURE
        END-EVALUATE
    END-IF.

NOTE-FILE-FAILURE.
    *> the first thing wrong is what the file is failed for
    IF WS-ACH-FILE-OK
        MOVE 'N' TO WS-FILE-OK-SW
        MOVE WS-NEW-REASON TO WS-FAIL-REASON
    END-IF.

APPLY-ACH-RECORD.
    EVALUATE TRUE
        WHEN ACH-IN-REC = ALL '9'
            CONTINUE
        WHEN AR-FILE-HEADER
            MOVE FH-ORIGIN TO WS-IN-ORIGIN
            MOVE FH-ORIGIN-NAME TO WS-IN-ORIGIN-NAME
        WHEN AR-BATCH-HEADER
            MOVE ACH-RECORD TO WS-IN-BATCH-IMAGE
            MOVE BH-SERVICE-CLASS TO WS-IN-SERVICE-CLASS
            MOVE BH-COMPANY-NAME TO WS-IN-COMPANY-NAME
            MOVE BH-COMPANY-ID TO WS-IN-COMPANY-ID
            MOVE BH-SEC-CODE TO WS-IN-SEC-CODE
            MOVE BH-ODFI-ID TO WS-IN-ODFI-ID
            *> a credit dated ahead is posted for its settlement day
            *> and TRXWHSE holds it until then; one dated back is
            *> posted today, never ahead of when the money arrived
            MOVE WS-PROC-DATE TO WS-IN-EFF-DATE
            MOVE "20" TO WS-BH-EFF-DATE(1:2)
            MOVE BH-EFFECTIVE-DATE TO WS-BH-EFF-DATE(3:6)
            IF WS-BH-EFF-DATE NUMERIC
                    AND WS-BH-EFF-DATE > WS-PROC-DATE
                MOVE WS-BH-EFF-DATE TO WS-IN-EFF-DATE
            END-IF
        WHEN AR-ENTRY-DETAIL
            IF WS-RETURN-PENDING
                PERFORM NOTE-UNMATCHED-RETURN
            END-IF
            IF ED-RETURN-ENTRY
                *> one of our own payments coming back; its addenda
                *> follows and says which one
                SET WS-RETURN-PENDING TO TRUE
                MOVE ED-TRACE-NO TO WS-PEND-TRACE-NO
                MOVE ED-AMOUNT TO WS-PEND-AMOUNT
            ELSE
                PERFORM APPLY-ONE-ENTRY
            END-IF
        WHEN AR-ADDENDA
            IF WS-RETURN-PENDING
                PERFORM NOTE-INBOUND-RETURN
            END-IF
        WHEN AR-BATCH-CONTROL
            IF WS-RETURN-PENDING
                PERFORM NOTE-UNMATCHED-RETURN
            END-IF
            IF WS-RET-BATCH-OPEN
                PERFORM CLOSE-RETURN-BATCH
            END-IF
        WHEN OTHER
            *> the file control carries nothing to apply
            CONTINUE
    END-EVALUATE.

NOTE-INBOUND-RETURN.
    MOVE 'N' TO WS-PEND-RETURN-SW
    EVALUATE TRUE
        WHEN RA-RETURN-ADDENDA AND WS-RTN-COUNT < 500
            ADD 1 TO WS-RTN-COUNT
            MOVE RA-ORIG-TRACE-NO TO RT-ORIG-TRACE-NO(WS-RTN-COUNT)
            MOVE WS-PEND-TRACE-NO TO RT-TRACE-NO(WS-RTN-COUNT)
            MOVE RA-RETURN-REASON TO RT-REASON(WS-RTN-COUNT)
            MOVE WS-PEND-AMOUNT TO RT-AMOUNT(WS-RTN-COUNT)
            MOVE 'N' TO RT-MATCHED-SW(WS-RTN-COUNT)
        WHEN RA-CHANGE-ADDENDA
            *> the payee's bank asks for corrected details next time;
            *> no money moves, the ACH desk updates the customer
            ADD 1 TO WS-NOC-COUNT
            MOVE SPACES TO DETAIL-LINE
            MOVE RA-ORIG-TRACE-NO TO DL-TRACE-NO
            MOVE WS-IN-COMPANY-NAME TO DL-COMPANY
            MOVE WS-PEND-AMOUNT TO DL-AMOUNT
            MOVE "NOTIFICATION OF CHANGE - ACH DESK" TO DL-ACTION
            WRITE ACH-REPORT-LINE FROM DETAIL-LINE
        WHEN OTHER
            SET WS-RETURN-PENDING TO TRUE
            PERFORM NOTE-UNMATCHED-RETURN
    END-EVALUATE.

NOTE-UNMATCHED-RETURN.
    *> a return entry we cannot tie to a payment of ours is never
    *> returned again - the ACH desk works it by hand
    MOVE 'N' TO WS-PEND-RETURN-SW
    ADD 1 TO WS-UNMATCHED-COUNT
    MOVE SPACES TO DETAIL-LINE
    MOVE WS-PEND-TRACE-NO TO DL-TRACE-NO
    MOVE WS-IN-COMPANY-NAME TO DL-COMPANY
    MOVE WS-PEND-AMOUNT TO DL-AMOUNT
    MOVE "RETURN NOT MATCHED - ACH DESK" TO DL-ACTION
    WRITE ACH-REPORT-LINE FROM DETAIL-LINE
    MOVE "ACHINTAK" TO WS-ERR-PROGRAM-ID
    MOVE "RETURN" TO WS-ERR-CODE
    MOVE SPACES TO WS-ERR-MESSAGE
    STRING "Inbound return not matched to a sent payment, trace "
           DELIMITED BY SIZE
           WS-PEND-TRACE-NO DELIMITED BY SIZE
           INTO WS-ERR-MESSAGE
    SET WS-ERR-WARNING TO TRUE
    PERFORM LOG-COMMON-ERROR.

APPLY-PAYMENT-RETURNS.
    *> One pass over the payment master: each payment still marked
    *> sent that a return names is re-credited to the account it was
    *> paid from and marked returned, so a second copy of the same
    *> return finds nothing left to re-credit.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-MASTER-CHANGED-SW
    OPEN INPUT EXT-PAYMENT-FILE
    IF EXT-PAYMENT-STATUS = "00"
        OPEN OUTPUT NEW-EXT-PAYMENT-FILE
        PERFORM UNTIL WS-END-OF-FILE
            READ EXT-PAYMENT-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF EP-SENT
                        PERFORM MATCH-PAYMENT-RETURN
                    END-IF
                    WRITE NEW-EXT-PAYMENT-REC FROM EXT-PAYMENT-RECORD
            END-READ
        END-PERFORM
        CLOSE EXT-PAYMENT-FILE
        CLOSE NEW-EXT-PAYMENT-FILE
        IF WS-MASTER-CHANGED
            PERFORM REPLACE-PAYMENT-MASTER
        ELSE
            CALL "CBL_DELETE_FILE" USING NEWEXTPAYMENTPATH
                RETURNING WS-DELETE-RC
        END-IF
    END-IF
    PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
            UNTIL WS-RTN-SUB > WS-RTN-COUNT
        IF NOT RT-MATCHED(WS-RTN-SUB)
            MOVE RT-TRACE-NO(WS-RTN-SUB) TO WS-PEND-TRACE-NO
            MOVE RT-AMOUNT(WS-RTN-SUB) TO WS-PEND-AMOUNT
            MOVE SPACES TO WS-IN-COMPANY-NAME
            PERFORM NOTE-UNMATCHED-RETURN
        END-IF
    END-PERFORM.

MATCH-PAYMENT-RETURN.
    MOVE ZERO TO WS-RTN-FOUND-SUB
    PERFORM VARYING WS-RTN-SUB FROM 1 BY 1
            UNTIL WS-RTN-SUB > WS-RTN-COUNT
        IF RT-ORIG-TRACE-NO(WS-RTN-SUB) = EP-TRACE-NO
                AND NOT RT-MATCHED(WS-RTN-SUB)
                AND WS-RTN-FOUND-SUB = ZERO
            MOVE WS-RTN-SUB TO WS-RTN-FOUND-SUB
        END-IF
    END-PERFORM
    IF WS-RTN-FOUND-SUB > ZERO
        SET RT-MATCHED(WS-RTN-FOUND-SUB) TO TRUE
        SET WS-MASTER-CHANGED TO TRUE
        *> the money came back through the settlement account like
        *> any clearing-house credit, so the re-credit is an 'A' slip
        *> cross-referenced to the payment it undoes
        MOVE SPACES TO DAILY-TRANS-RECORD
        MOVE EP-CUST-ID TO DT-CUST-ID
        SET DT-TRAN-ACH-CREDIT TO TRUE
        MOVE RT-AMOUNT(WS-RTN-FOUND-SUB) TO DT-AMOUNT
        MOVE WS-PROC-DATE TO DT-EFF-DATE
        ADD 1 TO WS-SERIAL-SEQ
        MOVE SPACES TO DT-SLIP-SERIAL
        STRING "AH" DELIMITED BY SIZE
               WS-PROC-DATE(7:2) DELIMITED BY SIZE
               WS-SEC-OF-DAY DELIMITED BY SIZE
               WS-SERIAL-SEQ DELIMITED BY SIZE
               INTO DT-SLIP-SERIAL
        MOVE EP-SLIP-SERIAL TO DT-XREF-SERIAL
        MOVE EP-ACCT-NO TO DT-ACCT-NO
        WRITE DAILY-TRANS-RECORD
        SET EP-RETURNED TO TRUE
        MOVE RT-REASON(WS-RTN-FOUND-SUB) TO EP-RETURN-REASON
        MOVE WS-PROC-DATE TO EP-RETURN-DATE
        MOVE DT-SLIP-SERIAL TO EP-RECREDIT-SERIAL
        ADD 1 TO WS-RECREDIT-COUNT
        ADD DT-AMOUNT TO WS-RECREDIT-AMOUNT
        MOVE SPACES TO DETAIL-LINE
        MOVE EP-TRACE-NO TO DL-TRACE-NO
        MOVE EP-PAYEE-NAME TO DL-COMPANY
        MOVE EP-CUST-ID TO DL-CUST-ID
        MOVE EP-ACCT-NO TO DL-ACCT-NO
        MOVE DT-AMOUNT TO DL-AMOUNT
        MOVE SPACES TO DL-ACTION
        STRING "PAYMENT RETURNED " DELIMITED BY SIZE
               EP-RETURN-REASON DELIMITED BY SIZE
               " - RE-CREDITED" DELIMITED BY SIZE
               INTO DL-ACTION
        WRITE ACH-REPORT-LINE FROM DETAIL-LINE
    END-IF.

REPLACE-PAYMENT-MASTER.
    CALL "CBL_DELETE_FILE" USING EXTPAYMENTPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_COPY_FILE" USING NEWEXTPAYMENTPATH EXTPAYMENTPATH
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = ZERO
        MOVE "ACHINTAK" TO WS-ERR-PROGRAM-ID
        MOVE "REPLACE" TO WS-ERR-CODE
        MOVE "Could not replace payment master - rebuild from .new file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        CALL "CBL_DELETE_FILE" USING NEWEXTPAYMENTPATH
            RETURNING WS-DELETE-RC
    END-IF.

APPLY-ONE-ENTRY.
    MOVE ED-AMOUNT TO WS-ENTRY-AMOUNT
    MOVE SPACES TO WS-RETURN-REASON WS-DEATH-DATE
    PERFORM SPLIT-DFI-ACCOUNT
    *> Reason codes are the clearing-house's own, so the originator
    *> knows without a phone call why the money came back.
    EVALUATE TRUE
        WHEN ED-LIVE-DEBIT
            *> debits are not taken against deposit accounts from the
            *> clearing house: every account carries a debit block,
            *> returned as unauthorized for the kind of entry it is
            IF WS-IN-CORPORATE
                MOVE "R29" TO WS-RETURN-REASON
            ELSE
                MOVE "R10" TO WS-RETURN-REASON
            END-IF
        WHEN NOT ED-LIVE-CREDIT AND NOT ED-PRENOTE
            MOVE "R17" TO WS-RETURN-REASON
        WHEN WS-ENTRY-CUST-ID = SPACES
            MOVE "R04" TO WS-RETURN-REASON
        WHEN OTHER
            PERFORM JUDGE-RECEIVING-ACCOUNT
    END-EVALUATE
    MOVE SPACES TO DETAIL-LINE
    MOVE ED-TRACE-NO TO DL-TRACE-NO
    MOVE WS-IN-COMPANY-NAME TO DL-COMPANY
    MOVE WS-ENTRY-CUST-ID TO DL-CUST-ID
    MOVE WS-ENTRY-ACCT-NO TO DL-ACCT-NO
    MOVE WS-ENTRY-AMOUNT TO DL-AMOUNT
    EVALUATE TRUE
        WHEN WS-RETURN-REASON NOT = SPACES
            PERFORM WRITE-RETURN-ENTRY
            ADD 1 TO WS-RETURNED-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-RETURNED-AMOUNT
            PERFORM DESCRIBE-RETURN-REASON
        WHEN ED-PRENOTE
            *> a prenote only proves the account; nothing posts
            ADD 1 TO WS-PRENOTE-COUNT
            MOVE "PRENOTE - ACCOUNT VERIFIED" TO WS-ACTION
        WHEN WS-ENTRY-AMOUNT = ZERO
            MOVE "ZERO AMOUNT - NOTHING POSTED" TO WS-ACTION
        WHEN OTHER
            PERFORM WRITE-CREDIT-SLIP
            ADD 1 TO WS-POSTED-COUNT
            ADD WS-ENTRY-AMOUNT TO WS-POSTED-AMOUNT
            MOVE "POSTED" TO WS-ACTION
    END-EVALUATE
    MOVE WS-ACTION TO DL-ACTION
    WRITE ACH-REPORT-LINE FROM DETAIL-LINE.

SPLIT-DFI-ACCOUNT.
    *> "1001" is customer 1001's primary account, "1001-S001" its
    *> account S001; anything else is not an account number we issue.
    MOVE SPACES TO WS-ENTRY-CUST-ID WS-ENTRY-ACCT-NO
    MOVE SPACES TO WS-DFI-CUST-PART WS-DFI-ACCT-PART WS-DFI-EXTRA-PART
    MOVE ZERO TO WS-DFI-CUST-LEN WS-DFI-ACCT-LEN
    MOVE FUNCTION TRIM(ED-DFI-ACCOUNT) TO WS-DFI-WORK
    UNSTRING WS-DFI-WORK DELIMITED BY "-" OR ALL SPACE
        INTO WS-DFI-CUST-PART COUNT IN WS-DFI-CUST-LEN
             WS-DFI-ACCT-PART COUNT IN WS-DFI-ACCT-LEN
             WS-DFI-EXTRA-PART
    END-UNSTRING
    IF WS-DFI-CUST-LEN > ZERO AND WS-DFI-CUST-LEN <= 10
            AND WS-DFI-ACCT-LEN <= 4
            AND WS-DFI-EXTRA-PART = SPACES
        MOVE WS-DFI-CUST-PART TO WS-ENTRY-CUST-ID
        MOVE WS-DFI-ACCT-PART TO WS-ENTRY-ACCT-NO
    END-IF.

JUDGE-RECEIVING-ACCOUNT.
    PERFORM LOOKUP-ENTRY-CUSTOMER
    EVALUATE TRUE
        WHEN NOT WS-FOUND
            MOVE "R03" TO WS-RETURN-REASON
        WHEN WS-LOOKUP-STATUS = 'C'
            MOVE "R02" TO WS-RETURN-REASON
        WHEN OTHER
            PERFORM CHECK-DECEASED
            IF WS-RETURN-REASON = SPACES
                    AND WS-LOOKUP-STATUS = 'S'
                MOVE "R16" TO WS-RETURN-REASON
            END-IF
    END-EVALUATE
    IF WS-RETURN-REASON = SPACES AND WS-ENTRY-ACCT-NO NOT = SPACES
        PERFORM LOOKUP-ENTRY-ACCOUNT
        EVALUATE TRUE
            WHEN NOT WS-FOUND
                MOVE "R03" TO WS-RETURN-REASON
            WHEN WS-LOOKUP-STATUS NOT = 'A'
                MOVE "R02" TO WS-RETURN-REASON
            WHEN WS-LOOKUP-TYPE = 'T' OR WS-LOOKUP-TYPE = 'L'
                *> a certificate or a loan takes no deposits this way
                MOVE "R20" TO WS-RETURN-REASON
        END-EVALUATE
    END-IF
    IF WS-RETURN-REASON = SPACES
        PERFORM VARYING WS-FREEZE-SUB FROM 1 BY 1
                UNTIL WS-FREEZE-SUB > WS-FREEZE-COUNT
            IF FZ-CUST-ID(WS-FREEZE-SUB) = WS-ENTRY-CUST-ID
                    AND FZ-ACCT-NO(WS-FREEZE-SUB) = WS-ENTRY-ACCT-NO
                MOVE "R16" TO WS-RETURN-REASON
                MOVE WS-FREEZE-COUNT TO WS-FREEZE-SUB
            END-IF
        END-PERFORM
    END-IF.

CHECK-DECEASED.
    *> R15 carries the date the bank learned of the death - the day
    *> the estate's close was filed - as the date of death.
    PERFORM VARYING WS-DECEASED-SUB FROM 1 BY 1
            UNTIL WS-DECEASED-SUB > WS-DECEASED-COUNT
        IF DC-CUST-ID(WS-DECEASED-SUB) = WS-ENTRY-CUST-ID
            MOVE "R15" TO WS-RETURN-REASON
            MOVE DC-NOTIFIED-DATE(WS-DECEASED-SUB)(3:6)
                TO WS-DEATH-DATE
            MOVE WS-DECEASED-COUNT TO WS-DECEASED-SUB
        END-IF
    END-PERFORM.

LOOKUP-ENTRY-CUSTOMER.
    MOVE 'N' TO WS-FOUND-SW
    MOVE SPACES TO WS-LOOKUP-STATUS
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT STATUS FROM CUSTOMERS WHERE ID = '"
           DELIMITED BY SIZE
           WS-ENTRY-CUST-ID DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C36 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C36
    END-EXEC
    EXEC SQL
        FETCH C36 INTO :WS-LOOKUP-STATUS
    END-EXEC
    IF SQLCODE = ZERO
        SET WS-FOUND TO TRUE
    END-IF
    EXEC SQL
        CLOSE C36
    END-EXEC.

LOOKUP-ENTRY-ACCOUNT.
    MOVE 'N' TO WS-FOUND-SW
    MOVE SPACES TO WS-LOOKUP-STATUS WS-LOOKUP-TYPE
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT TYPE, STATUS FROM ACCOUNTS WHERE CUST_ID = '"
           DELIMITED BY SIZE
           WS-ENTRY-CUST-ID DELIMITED BY SIZE
           "' AND ACCT_NO = '" DELIMITED BY SIZE
           WS-ENTRY-ACCT-NO DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C37 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C37
    END-EXEC
    EXEC SQL
        FETCH C37 INTO :WS-LOOKUP-TYPE, :WS-LOOKUP-STATUS
    END-EXEC
    IF SQLCODE = ZERO
        SET WS-FOUND TO TRUE
    END-IF
    EXEC SQL
        CLOSE C37
    END-EXEC.

WRITE-CREDIT-SLIP.
    *> serial = AH + day-of-month + the run's start second +
    *> sequence, the TRXREV convention: unique across same-day runs
    MOVE SPACES TO DAILY-TRANS-RECORD
    MOVE WS-ENTRY-CUST-ID TO DT-CUST-ID
    SET DT-TRAN-ACH-CREDIT TO TRUE
    MOVE WS-ENTRY-AMOUNT TO DT-AMOUNT
    MOVE WS-IN-EFF-DATE TO DT-EFF-DATE
    ADD 1 TO WS-SERIAL-SEQ
    MOVE SPACES TO DT-SLIP-SERIAL
    STRING "AH" DELIMITED BY SIZE
           WS-PROC-DATE(7:2) DELIMITED BY SIZE
           WS-SEC-OF-DAY DELIMITED BY SIZE
           WS-SERIAL-SEQ DELIMITED BY SIZE
           INTO DT-SLIP-SERIAL
    MOVE WS-ENTRY-ACCT-NO TO DT-ACCT-NO
    WRITE DAILY-TRANS-RECORD.

DESCRIBE-RETURN-REASON.
    MOVE SPACES TO WS-REASON-TEXT
    EVALUATE WS-RETURN-REASON
        WHEN "R02"
            MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
        WHEN "R03"
            MOVE "NO ACCOUNT / UNABLE TO LOCATE" TO WS-REASON-TEXT
        WHEN "R04"
            MOVE "INVALID ACCOUNT NUMBER" TO WS-REASON-TEXT
        WHEN "R10"
            MOVE "DEBIT NOT AUTHORIZED" TO WS-REASON-TEXT
        WHEN "R15"
            MOVE "ACCOUNT HOLDER DECEASED" TO WS-REASON-TEXT
        WHEN "R16"
            MOVE "ACCOUNT FROZEN" TO WS-REASON-TEXT
        WHEN "R17"
            MOVE "ENTRY FAILS EDIT" TO WS-REASON-TEXT
        WHEN "R20"
            MOVE "NON-TRANSACTION ACCOUNT" TO WS-REASON-TEXT
        WHEN "R29"
            MOVE "CORPORATE DEBIT NOT AUTHORIZED" TO WS-REASON-TEXT
    END-EVALUATE
    MOVE SPACES TO WS-ACTION
    STRING "RETURNED " DELIMITED BY SIZE
           WS-RETURN-REASON DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-REASON-TEXT DELIMITED BY SIZE
           INTO WS-ACTION.

WRITE-RETURN-ENTRY.
    *> The entry goes back to the ODFI that sent it under the return
    *> transaction code for its kind, with a '99' addenda naming the
    *> reason and the original trace number.
    MOVE ACH-RECORD TO WS-IN-ENTRY-IMAGE
    IF NOT WS-RET-FILE-OPEN
        PERFORM OPEN-RETURN-FILE
    END-IF
    IF NOT WS-RET-BATCH-OPEN
        PERFORM OPEN-RETURN-BATCH
    END-IF
    MOVE WS-IN-ENTRY-IMAGE TO ACH-RECORD
    MOVE ED-TRACE-NO TO WS-ORIG-TRACE-NO
    MOVE ED-RDFI-ID TO WS-ORIG-RDFI-ID
    EVALUATE ED-TRAN-CODE
        WHEN "22"
        WHEN "23"
            MOVE "21" TO ED-TRAN-CODE
        WHEN "27"
        WHEN "28"
            MOVE "26" TO ED-TRAN-CODE
        WHEN "32"
        WHEN "33"
            MOVE "31" TO ED-TRAN-CODE
        WHEN "37"
        WHEN "38"
            MOVE "36" TO ED-TRAN-CODE
        WHEN OTHER
            MOVE "21" TO ED-TRAN-CODE
    END-EVALUATE
    MOVE WS-IN-ODFI-ID TO ED-RDFI-ID
    MOVE WS-IN-ODFI-ID TO WS-CHK-ROUTING
    PERFORM COMPUTE-CHECK-DIGIT
    MOVE WS-CHK-RESULT TO ED-CHECK-DIGIT
    MOVE '1' TO ED-ADDENDA-IND
    ADD 1 TO WS-RET-TRACE-SEQ
    MOVE SPACES TO WS-NEW-TRACE-NO
    STRING WS-OUR-ROUTING(1:8) DELIMITED BY SIZE
           WS-RET-TRACE-SEQ DELIMITED BY SIZE
           INTO WS-NEW-TRACE-NO
    MOVE WS-NEW-TRACE-NO TO ED-TRACE-NO
    PERFORM WRITE-RETURN-RECORD
    ADD 1 TO WS-RB-ENTRY-COUNT
    IF ED-RDFI-ID NUMERIC
        ADD ED-RDFI-ID-N TO WS-RB-HASH
    END-IF
    IF ED-DEBIT-SIDE
        ADD ED-AMOUNT TO WS-RB-DEBIT
    ELSE
        ADD ED-AMOUNT TO WS-RB-CREDIT
    END-IF
    MOVE SPACES TO ACH-RECORD
    SET AR-ADDENDA TO TRUE
    MOVE "99" TO RA-ADDENDA-TYPE
    MOVE WS-RETURN-REASON TO RA-RETURN-REASON
    MOVE WS-ORIG-TRACE-NO TO RA-ORIG-TRACE-NO
    MOVE WS-DEATH-DATE TO RA-DEATH-DATE
    MOVE WS-ORIG-RDFI-ID TO RA-ORIG-RDFI-ID
    MOVE WS-NEW-TRACE-NO TO RA-TRACE-NO
    PERFORM WRITE-RETURN-RECORD
    ADD 1 TO WS-RB-ENTRY-COUNT
    *> the inbound entry is what the rest of the pass reads from
    MOVE WS-IN-ENTRY-IMAGE TO ACH-RECORD.

COMPUTE-CHECK-DIGIT.
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

OPEN-RETURN-FILE.
    *> A return file still waiting to be sent is never written over;
    *> a second run the same night writes its own, named for the time.
    OPEN INPUT ACH-RETURN-FILE
    IF ACH-RETURN-STATUS = "00"
        CLOSE ACH-RETURN-FILE
        MOVE SPACES TO RETIREDNAME
        STRING FUNCTION TRIM(ACHRETURNPATH) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-TIME-NOW(1:6) DELIMITED BY SIZE
               INTO RETIREDNAME
        MOVE RETIREDNAME TO ACHRETURNPATH
        MOVE "ACHINTAK" TO WS-ERR-PROGRAM-ID
        MOVE "RETFILE" TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Earlier return file not yet sent, returns written to "
               DELIMITED BY SIZE
               FUNCTION TRIM(ACHRETURNPATH) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    OPEN OUTPUT ACH-RETURN-FILE
    SET WS-RET-FILE-OPEN TO TRUE
    INITIALIZE WS-RET-TOTALS
    MOVE SPACES TO ACH-RECORD
    SET AR-FILE-HEADER TO TRUE
    MOVE "01" TO FH-PRIORITY
    MOVE WS-IN-ORIGIN TO FH-DESTINATION
    MOVE SPACES TO FH-ORIGIN
    MOVE WS-OUR-ROUTING TO FH-ORIGIN(2:9)
    MOVE WS-PROC-DATE(3:6) TO FH-CREATE-DATE
    MOVE WS-TIME-NOW(1:4) TO FH-CREATE-TIME
    MOVE "A" TO FH-FILE-ID
    MOVE "094" TO FH-RECORD-SIZE
    MOVE "10" TO FH-BLOCKING
    MOVE "1" TO FH-FORMAT-CODE
    MOVE WS-IN-ORIGIN-NAME TO FH-DEST-NAME
    MOVE WS-OUR-NAME TO FH-ORIGIN-NAME
    PERFORM WRITE-RETURN-RECORD.

OPEN-RETURN-BATCH.
    *> the original batch's company and entry description go back
    *> unchanged, so the originator can match the returns to it
    MOVE WS-IN-BATCH-IMAGE TO ACH-RECORD
    MOVE WS-PROC-DATE(3:6) TO BH-EFFECTIVE-DATE
    MOVE SPACES TO BH-SETTLE-DATE
    MOVE WS-OUR-ROUTING(1:8) TO BH-ODFI-ID
    ADD 1 TO WS-RET-BATCH-NO
    MOVE WS-RET-BATCH-NO TO BH-BATCH-NO
    PERFORM WRITE-RETURN-RECORD
    SET WS-RET-BATCH-OPEN TO TRUE
    MOVE ZERO TO WS-RB-ENTRY-COUNT WS-RB-HASH WS-RB-DEBIT WS-RB-CREDIT.

CLOSE-RETURN-BATCH.
    MOVE SPACES TO ACH-RECORD
    SET AR-BATCH-CONTROL TO TRUE
    MOVE WS-IN-SERVICE-CLASS TO BT-SERVICE-CLASS
    MOVE WS-RB-ENTRY-COUNT TO BT-ENTRY-COUNT
    MOVE WS-RB-HASH TO WS-HASH-10
    MOVE WS-HASH-10 TO BT-ENTRY-HASH
    MOVE WS-RB-DEBIT TO BT-DEBIT-TOTAL
    MOVE WS-RB-CREDIT TO BT-CREDIT-TOTAL
    MOVE WS-IN-COMPANY-ID TO BT-COMPANY-ID
    MOVE WS-OUR-ROUTING(1:8) TO BT-ODFI-ID
    MOVE WS-RET-BATCH-NO TO BT-BATCH-NO
    PERFORM WRITE-RETURN-RECORD
    ADD 1 TO WS-RET-BATCH-COUNT
    ADD WS-RB-ENTRY-COUNT TO WS-RET-ENTRY-COUNT
    ADD WS-RB-HASH TO WS-RET-HASH
    ADD WS-RB-DEBIT TO WS-RET-DEBIT
    ADD WS-RB-CREDIT TO WS-RET-CREDIT
    MOVE 'N' TO WS-RET-BATCH-OPEN-SW.

CLOSE-RETURN-FILE.
    IF WS-RET-BATCH-OPEN
        PERFORM CLOSE-RETURN-BATCH
    END-IF
    COMPUTE WS-BLOCK-COUNT = (WS-RET-RECORD-COUNT + 1 + 9) / 10
    MOVE SPACES TO ACH-RECORD
    SET AR-FILE-CONTROL TO TRUE
    MOVE WS-RET-BATCH-COUNT TO FT-BATCH-COUNT
    MOVE WS-BLOCK-COUNT TO FT-BLOCK-COUNT
    MOVE WS-RET-ENTRY-COUNT TO FT-ENTRY-COUNT
    MOVE WS-RET-HASH TO WS-HASH-10
    MOVE WS-HASH-10 TO FT-ENTRY-HASH
    MOVE WS-RET-DEBIT TO FT-DEBIT-TOTAL
    MOVE WS-RET-CREDIT TO FT-CREDIT-TOTAL
    PERFORM WRITE-RETURN-RECORD
    COMPUTE WS-PAD-COUNT = WS-BLOCK-COUNT * 10 - WS-RET-RECORD-COUNT
    MOVE ALL '9' TO ACH-RECORD
    PERFORM WRITE-RETURN-RECORD WS-PAD-COUNT TIMES
    CLOSE ACH-RETURN-FILE
    MOVE 'N' TO WS-RET-FILE-OPEN-SW
    DISPLAY "ACH return file written: " FUNCTION TRIM(ACHRETURNPATH)
            " entries returned: " WS-RETURNED-COUNT.

WRITE-RETURN-RECORD.
    WRITE ACH-RETURN-REC FROM ACH-RECORD
    ADD 1 TO WS-RET-RECORD-COUNT.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO ACH-REPORT-LINE
    WRITE ACH-REPORT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "FILES TAKEN:" TO CL-LABEL
    MOVE WS-FILES-TAKEN TO CL-VALUE
    WRITE ACH-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "FILES FAILED CONTROLS:" TO CL-LABEL
    MOVE WS-FILES-FAILED TO CL-VALUE
    WRITE ACH-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "ENTRIES POSTED:" TO CL-LABEL
    MOVE WS-POSTED-COUNT TO CL-VALUE
    WRITE ACH-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "AMOUNT POSTED:" TO AL-LABEL
    MOVE WS-POSTED-AMOUNT TO AL-VALUE
    WRITE ACH-REPORT-LINE FROM AMOUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "PRENOTES VERIFIED:" TO CL-LABEL
    MOVE WS-PRENOTE-COUNT TO CL-VALUE
    WRITE ACH-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "ENTRIES RETURNED:" TO CL-LABEL
    MOVE WS-RETURNED-COUNT TO CL-VALUE
    WRITE ACH-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "AMOUNT RETURNED:" TO AL-LABEL
    MOVE WS-RETURNED-AMOUNT TO AL-VALUE
    WRITE ACH-REPORT-LINE FROM AMOUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "PAYMENTS RETURNED TO US:" TO CL-LABEL
    MOVE WS-RECREDIT-COUNT TO CL-VALUE
    WRITE ACH-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "AMOUNT RE-CREDITED:" TO AL-LABEL
    MOVE WS-RECREDIT-AMOUNT TO AL-VALUE
    WRITE ACH-REPORT-LINE FROM AMOUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "RETURNS NOT MATCHED:" TO CL-LABEL
    MOVE WS-UNMATCHED-COUNT TO CL-VALUE
    WRITE ACH-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "NOTIFICATIONS OF CHANGE:" TO CL-LABEL
    MOVE WS-NOC-COUNT TO CL-VALUE
    WRITE ACH-REPORT-LINE FROM COUNT-LINE.

RETIRE-ACH-FILE.
    *> Same consume-on-success convention as TRXINTAK: a taken file
    *> is set aside so a rerun cannot post its credits twice.
    MOVE SPACES TO RETIREDNAME
    STRING FUNCTION TRIM(ACHINPATH) DELIMITED BY SIZE
           ".taken" DELIMITED BY SIZE
           INTO RETIREDNAME
    CALL "CBL_COPY_FILE" USING ACHINPATH RETIREDNAME
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC = ZERO
        CALL "CBL_DELETE_FILE" USING ACHINPATH
            RETURNING WS-DELETE-RC
    ELSE
        MOVE "ACHINTAK" TO WS-ERR-PROGRAM-ID
        MOVE "RETIRE" TO WS-ERR-CODE
        MOVE "Could not retire taken ACH file - do not take it again"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF.

FAIL-ACH-FILE.
    *> An out-of-balance file is not taken at all; the ACH desk
    *> asks the operator for a clean copy rather than returning
    *> entries from a file whose contents cannot be trusted.
    MOVE SPACES TO RETIREDNAME
    STRING FUNCTION TRIM(ACHINPATH) DELIMITED BY SIZE
           ".failed" DELIMITED BY SIZE
           INTO RETIREDNAME
    CALL "CBL_COPY_FILE" USING ACHINPATH RETIREDNAME
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC = ZERO
        CALL "CBL_DELETE_FILE" USING ACHINPATH
            RETURNING WS-DELETE-RC
    END-IF
    MOVE "ACHINTAK" TO WS-ERR-PROGRAM-ID
    MOVE "BALANCE" TO WS-ERR-CODE
    MOVE SPACES TO WS-ERR-MESSAGE
    STRING "ACH file failed intake, "
           DELIMITED BY SIZE
           FUNCTION TRIM(WS-FAIL-REASON) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(ACHINPATH) DELIMITED BY SIZE
           INTO WS-ERR-MESSAGE
    SET WS-ERR-WARNING TO TRUE
    PERFORM LOG-COMMON-ERROR
    DISPLAY "Failed ACH file set aside: "
            FUNCTION TRIM(RETIREDNAME)
            " (" FUNCTION TRIM(WS-FAIL-REASON) ")".

    COPY PARMLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
