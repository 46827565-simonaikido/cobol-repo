      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ODAGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT OD-REPORT-FILE ASSIGN TO ODREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OD-REPORT-STATUS.
    SELECT PROPOSAL-FILE ASSIGN TO PROPOSALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROPOSAL-STATUS.
    SELECT NEW-PROPOSAL-FILE ASSIGN TO NEWPROPOSALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-PROPOSAL-STATUS.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  OD-REPORT-FILE.
01  OD-REPORT-LINE         PIC X(132).
FD  PROPOSAL-FILE.
01  PROPOSAL-REC           PIC X(70).
FD  NEW-PROPOSAL-FILE.
01  NEW-PROPOSAL-REC       PIC X(70).
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  ODREPORTPATH       PIC X(200) VALUE SPACES.
01  OD-REPORT-STATUS   PIC XX.
01  PROPOSALPATH       PIC X(200) VALUE SPACES.
01  PROPOSAL-STATUS    PIC XX.
01  NEWPROPOSALPATH    PIC X(200) VALUE SPACES.
01  NEW-PROPOSAL-STATUS PIC XX.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-REPORT-DATE     PIC X(10).
01  SQL-STATEMENT      PIC X(400).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-SQLCODE-DISP PIC -(9)9.
    COPY CUSTREC.
    COPY TRXJRNL.
    COPY CHGOFF.
*> CHARGE-OFF-DAYS in the system parameter file is how long a
*> customer may stay overdrawn before the balance is proposed for
*> charge-off.
01  WS-CHARGE-OFF-DAYS PIC 9(4) VALUE 60.
*> Every customer overdrawn tonight, in branch order as the
*> CUSTOMERS fetch returned them, with the post date of the journal
*> row that began the current overdrawn run.
01  WS-OD-TABLE.
    05  WS-OD-COUNT        PIC 9(4) VALUE ZERO.
    05  WS-OD-ENTRY        OCCURS 2000 TIMES.
        10  OD-CUST-ID         PIC X(10).
        10  OD-CUST-NAME       PIC X(40).
        10  OD-BRANCH          PIC X(3).
        10  OD-BALANCE         PIC S9(9)V99.
        10  OD-SINCE           PIC X(8).
01  WS-OD-SUB          PIC 9(4) COMP VALUE ZERO.
01  WS-OD-FOUND-SUB    PIC 9(4) COMP VALUE ZERO.
01  WS-OVERFLOW-SW     PIC X VALUE 'N'.
    88  WS-TABLE-OVERFLOWED    VALUE 'Y'.
*> Last night's proposal file, so a supervisor's decision on a
*> customer still overdrawn carries forward.
01  WS-PROP-TABLE.
    05  WS-PROP-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-PROP-IMAGE      PIC X(70) OCCURS 2000 TIMES.
01  WS-PROP-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-PROP-FOUND-SUB  PIC 9(4) COMP VALUE ZERO.
01  WS-DAYS-OVERDRAWN  PIC 9(5) VALUE ZERO.
01  WS-SINCE-DATE      PIC 9(8) VALUE ZERO.
01  WS-BUCKET-SUB      PIC 9 COMP VALUE ZERO.
01  WS-ACTION-TEXT     PIC X(24) VALUE SPACES.
01  WS-PREV-BRANCH     PIC X(3) VALUE SPACES.
01  WS-FIRST-BRANCH-SW PIC X VALUE 'Y'.
    88  WS-FIRST-BRANCH        VALUE 'Y'.
*> Bucket 1 is under 30 days, 2 is 30-59, 3 is 60-89, 4 is 90 and
*> over; one set for the branch in hand, one for the whole bank.
01  WS-BRANCH-BUCKETS.
    05  WS-BR-BUCKET       OCCURS 4 TIMES.
        10  WS-BR-COUNT        PIC 9(7).
        10  WS-BR-AMOUNT       PIC S9(11)V99.
01  WS-TOTAL-BUCKETS.
    05  WS-TOT-BUCKET      OCCURS 4 TIMES.
        10  WS-TOT-COUNT       PIC 9(7).
        10  WS-TOT-AMOUNT      PIC S9(11)V99.
01  WS-BUCKET-LABELS.
    05  FILLER             PIC X(12) VALUE "UNDER 30    ".
    05  FILLER             PIC X(12) VALUE "30-59 DAYS  ".
    05  FILLER             PIC X(12) VALUE "60-89 DAYS  ".
    05  FILLER             PIC X(12) VALUE "90+ DAYS    ".
01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
    05  WS-BUCKET-LABEL    PIC X(12) OCCURS 4 TIMES.
01  WS-PROPOSED-COUNT  PIC 9(9) VALUE ZERO.
01  WS-PENDING-COUNT   PIC 9(9) VALUE ZERO.
01  WS-DECLINED-COUNT  PIC 9(9) VALUE ZERO.
01  WS-NO-TRAIL-COUNT  PIC 9(9) VALUE ZERO.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(30) VALUE
        "OVERDRAWN ACCOUNT AGING       ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  BRANCH-HEADER-LINE.
    05  FILLER             PIC X(8)  VALUE "BRANCH: ".
    05  BH-BRANCH          PIC X(3).
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "CUSTOMER   NAME                                  BALANCE SINCE    DAYS BUCKET       ACTION".
01  DETAIL-LINE.
    05  DL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-CUST-NAME       PIC X(25).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-BALANCE         PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-SINCE           PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-DAYS            PIC Z(4)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-BUCKET          PIC X(12).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACTION          PIC X(24).
01  BUCKET-LINE.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  BL-LABEL           PIC X(12).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  BL-COUNT           PIC Z(6)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  BL-AMOUNT          PIC -(11)9.99.
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-VALUE           PIC Z(8)9.
    COPY PARMTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "ODAGE" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Nightly aging of every overdrawn customer, right behind
    *> posting. How long a balance has been negative comes from the
    *> journal's before/after chain - the run began at the last row
    *> that took the balance from zero or above to below zero - and
    *> each customer lands in a 30/60/90-day bucket on a report
    *> broken by branch. A customer overdrawn CHARGE-OFF-DAYS or more
    *> goes on the charge-off proposal list; nothing is written off
    *> here - a supervisor releases each one through COAPPR.
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    PERFORM LOAD-PARAMETERS
    MOVE "CHARGE-OFF-DAYS" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-CHARGE-OFF-DAYS
    END-IF
    PERFORM RESOLVE-PATHS
    PERFORM COLLECT-OVERDRAWN-CUSTOMERS
    IF WS-TABLE-OVERFLOWED
        *> a customer missing from the table would silently drop off
        *> the report and the proposal list; abort instead
        MOVE "ODAGE" TO WS-ERR-PROGRAM-ID
        MOVE "OVERFLOW" TO WS-ERR-CODE
        MOVE "Overdrawn-customer table exceeded 2000, aging aborted"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM TRACE-OVERDRAWN-RUNS
    PERFORM LOAD-PROPOSALS
    OPEN OUTPUT NEW-PROPOSAL-FILE
    IF NEW-PROPOSAL-STATUS NOT = "00"
        MOVE "ODAGE" TO WS-ERR-PROGRAM-ID
        MOVE NEW-PROPOSAL-STATUS TO WS-ERR-CODE
        MOVE "Unable to open new charge-off proposal file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM OPEN-REPORT-FILE
    INITIALIZE WS-TOTAL-BUCKETS
    PERFORM VARYING WS-OD-SUB FROM 1 BY 1
            UNTIL WS-OD-SUB > WS-OD-COUNT
        PERFORM AGE-ONE-CUSTOMER
    END-PERFORM
    IF NOT WS-FIRST-BRANCH
        PERFORM WRITE-BRANCH-TOTALS
    END-IF
    PERFORM WRITE-REPORT-TOTALS
    CLOSE OD-REPORT-FILE
    CLOSE NEW-PROPOSAL-FILE
    PERFORM REPLACE-PROPOSAL-FILE
    DISPLAY "ODAGE complete - overdrawn: " WS-OD-COUNT
            " newly proposed: " WS-PROPOSED-COUNT
            " awaiting approval: " WS-PENDING-COUNT
            " declined: " WS-DECLINED-COUNT
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    DISPLAY "OD-AGING-REPORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT ODREPORTPATH FROM ENVIRONMENT-VALUE
    IF ODREPORTPATH = SPACES
        MOVE "od-aging-report.dat" TO ODREPORTPATH
    END-IF
    DISPLAY "CHARGE-OFF-PROPOSAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT PROPOSALPATH FROM ENVIRONMENT-VALUE
    IF PROPOSALPATH = SPACES
        MOVE "charge-off-proposals.dat" TO PROPOSALPATH
    END-IF
    MOVE SPACES TO NEWPROPOSALPATH
    STRING FUNCTION TRIM(PROPOSALPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWPROPOSALPATH.

COLLECT-OVERDRAWN-CUSTOMERS.
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT ID, NAME, BALANCE, BRANCH FROM CUSTOMERS "
           "WHERE BALANCE < 0 ORDER BY BRANCH, ID"
           DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C25 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C25
    END-EXEC
    PERFORM UNTIL SQLCODE NOT = ZERO
        EXEC SQL
            FETCH C25 INTO :CUST-ID, :CUST-NAME, :CUST-BALANCE,
                           :CUST-BRANCH
        END-EXEC
        IF SQLCODE = ZERO
            IF WS-OD-COUNT < 2000
                ADD 1 TO WS-OD-COUNT
                MOVE CUST-ID TO OD-CUST-ID(WS-OD-COUNT)
                MOVE CUST-NAME TO OD-CUST-NAME(WS-OD-COUNT)
                MOVE CUST-BRANCH TO OD-BRANCH(WS-OD-COUNT)
                MOVE CUST-BALANCE TO OD-BALANCE(WS-OD-COUNT)
                MOVE SPACES TO OD-SINCE(WS-OD-COUNT)
            ELSE
                SET WS-TABLE-OVERFLOWED TO TRUE
            END-IF
        END-IF
    END-PERFORM
    EXEC SQL
        CLOSE C25
    END-EXEC
    IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
        MOVE "ODAGE" TO WS-ERR-PROGRAM-ID
        MOVE SQLCODE TO WS-SQLCODE-DISP
        MOVE WS-SQLCODE-DISP TO WS-ERR-CODE
        MOVE "SQL customer fetch failed during overdraft aging"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF.

TRACE-OVERDRAWN-RUNS.
    *> The journal is in posting order, so the last crossing below
    *> zero seen for a customer is the start of the run still open
    *> tonight; a row that leaves the balance at zero or above ends
    *> the run. A customer already negative on the first row seen
    *> went overdrawn before the journal began - the run is dated
    *> from that row, the earliest evidence there is.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                    PERFORM TRACE-ONE-JOURNAL-ROW
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF.

TRACE-ONE-JOURNAL-ROW.
    MOVE ZERO TO WS-OD-FOUND-SUB
    PERFORM VARYING WS-OD-SUB FROM 1 BY 1
            UNTIL WS-OD-SUB > WS-OD-COUNT
        IF OD-CUST-ID(WS-OD-SUB) = TJ-CUST-ID
            MOVE WS-OD-SUB TO WS-OD-FOUND-SUB
            MOVE WS-OD-COUNT TO WS-OD-SUB
        END-IF
    END-PERFORM
    IF WS-OD-FOUND-SUB > ZERO
        EVALUATE TRUE
            WHEN TJ-AFTER-BALANCE NOT < ZERO
                MOVE SPACES TO OD-SINCE(WS-OD-FOUND-SUB)
            WHEN TJ-BEFORE-BALANCE NOT < ZERO
                MOVE TJ-POST-DATE TO OD-SINCE(WS-OD-FOUND-SUB)
            WHEN OD-SINCE(WS-OD-FOUND-SUB) = SPACES
                MOVE TJ-POST-DATE TO OD-SINCE(WS-OD-FOUND-SUB)
        END-EVALUATE
    END-IF.

LOAD-PROPOSALS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT PROPOSAL-FILE
    IF PROPOSAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ PROPOSAL-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    IF WS-PROP-COUNT < 2000
                        ADD 1 TO WS-PROP-COUNT
                        MOVE PROPOSAL-REC TO WS-PROP-IMAGE(WS-PROP-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROPOSAL-FILE
    END-IF.

OPEN-REPORT-FILE.
    OPEN OUTPUT OD-REPORT-FILE
    STRING WS-PROC-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE OD-REPORT-LINE FROM PAGE-HEADER-1
    MOVE SPACES TO OD-REPORT-LINE
    WRITE OD-REPORT-LINE.

AGE-ONE-CUSTOMER.
    IF WS-FIRST-BRANCH OR OD-BRANCH(WS-OD-SUB) NOT = WS-PREV-BRANCH
        IF NOT WS-FIRST-BRANCH
            PERFORM WRITE-BRANCH-TOTALS
        END-IF
        MOVE 'N' TO WS-FIRST-BRANCH-SW
        MOVE OD-BRANCH(WS-OD-SUB) TO WS-PREV-BRANCH
        INITIALIZE WS-BRANCH-BUCKETS
        MOVE OD-BRANCH(WS-OD-SUB) TO BH-BRANCH
        WRITE OD-REPORT-LINE FROM BRANCH-HEADER-LINE
        WRITE OD-REPORT-LINE FROM COLUMN-HEADER-LINE
    END-IF
    MOVE ZERO TO WS-DAYS-OVERDRAWN
    MOVE SPACES TO WS-ACTION-TEXT
    IF OD-SINCE(WS-OD-SUB) = SPACES
            OR OD-SINCE(WS-OD-SUB) NOT NUMERIC
        *> negative with no journal row behind it - a balance keyed
        *> negative through maintenance; aged from tonight and
        *> flagged for the branch to look at
        ADD 1 TO WS-NO-TRAIL-COUNT
        MOVE "NO JOURNAL TRAIL" TO WS-ACTION-TEXT
    ELSE
        MOVE OD-SINCE(WS-OD-SUB) TO WS-SINCE-DATE
        IF WS-SINCE-DATE < WS-PROC-DATE
            COMPUTE WS-DAYS-OVERDRAWN =
                FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) -
                FUNCTION INTEGER-OF-DATE(WS-SINCE-DATE)
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN WS-DAYS-OVERDRAWN >= 90
            MOVE 4 TO WS-BUCKET-SUB
        WHEN WS-DAYS-OVERDRAWN >= 60
            MOVE 3 TO WS-BUCKET-SUB
        WHEN WS-DAYS-OVERDRAWN >= 30
            MOVE 2 TO WS-BUCKET-SUB
        WHEN OTHER
            MOVE 1 TO WS-BUCKET-SUB
    END-EVALUATE
    ADD 1 TO WS-BR-COUNT(WS-BUCKET-SUB)
    ADD OD-BALANCE(WS-OD-SUB) TO WS-BR-AMOUNT(WS-BUCKET-SUB)
    ADD 1 TO WS-TOT-COUNT(WS-BUCKET-SUB)
    ADD OD-BALANCE(WS-OD-SUB) TO WS-TOT-AMOUNT(WS-BUCKET-SUB)
    IF WS-DAYS-OVERDRAWN >= WS-CHARGE-OFF-DAYS
            AND WS-ACTION-TEXT = SPACES
        PERFORM PROPOSE-CHARGE-OFF
    END-IF
    MOVE SPACES TO DETAIL-LINE
    MOVE OD-CUST-ID(WS-OD-SUB) TO DL-CUST-ID
    MOVE OD-CUST-NAME(WS-OD-SUB) TO DL-CUST-NAME
    MOVE OD-BALANCE(WS-OD-SUB) TO DL-BALANCE
    MOVE OD-SINCE(WS-OD-SUB) TO DL-SINCE
    MOVE WS-DAYS-OVERDRAWN TO DL-DAYS
    MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO DL-BUCKET
    MOVE WS-ACTION-TEXT TO DL-ACTION
    WRITE OD-REPORT-LINE FROM DETAIL-LINE.

PROPOSE-CHARGE-OFF.
    *> A decision already on last night's list carries forward;
    *> the balance and age are refreshed to tonight's.
    MOVE ZERO TO WS-PROP-FOUND-SUB
    PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
            UNTIL WS-PROP-SUB > WS-PROP-COUNT
        IF WS-PROP-IMAGE(WS-PROP-SUB)(1:10) = OD-CUST-ID(WS-OD-SUB)
            MOVE WS-PROP-SUB TO WS-PROP-FOUND-SUB
            MOVE WS-PROP-COUNT TO WS-PROP-SUB
        END-IF
    END-PERFORM
    IF WS-PROP-FOUND-SUB > ZERO
        MOVE WS-PROP-IMAGE(WS-PROP-FOUND-SUB) TO CHARGE-OFF-PROPOSAL
    ELSE
        MOVE SPACES TO CHARGE-OFF-PROPOSAL
        MOVE OD-CUST-ID(WS-OD-SUB) TO CO-CUST-ID
        MOVE WS-PROC-DATE TO CO-PROPOSED-DATE
        SET CO-PENDING TO TRUE
        ADD 1 TO WS-PROPOSED-COUNT
    END-IF
    MOVE OD-BRANCH(WS-OD-SUB) TO CO-BRANCH
    MOVE OD-BALANCE(WS-OD-SUB) TO CO-BALANCE
    MOVE OD-SINCE(WS-OD-SUB) TO CO-OVERDRAWN-SINCE
    MOVE WS-DAYS-OVERDRAWN TO CO-DAYS-OVERDRAWN
    IF CO-DECLINED
        ADD 1 TO WS-DECLINED-COUNT
        MOVE SPACES TO WS-ACTION-TEXT
        STRING "DECLINED " DELIMITED BY SIZE
               CO-DECIDED-DATE DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
    ELSE
        ADD 1 TO WS-PENDING-COUNT
        MOVE "CHARGE-OFF PROPOSED" TO WS-ACTION-TEXT
    END-IF
    WRITE NEW-PROPOSAL-REC FROM CHARGE-OFF-PROPOSAL.

WRITE-BRANCH-TOTALS.
    MOVE SPACES TO OD-REPORT-LINE
    STRING "  BRANCH " DELIMITED BY SIZE
           WS-PREV-BRANCH DELIMITED BY SIZE
           " TOTALS" DELIMITED BY SIZE
           INTO OD-REPORT-LINE
    WRITE OD-REPORT-LINE
    PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1 UNTIL WS-BUCKET-SUB > 4
        MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO BL-LABEL
        MOVE WS-BR-COUNT(WS-BUCKET-SUB) TO BL-COUNT
        MOVE WS-BR-AMOUNT(WS-BUCKET-SUB) TO BL-AMOUNT
        WRITE OD-REPORT-LINE FROM BUCKET-LINE
    END-PERFORM
    MOVE SPACES TO OD-REPORT-LINE
    WRITE OD-REPORT-LINE.

WRITE-REPORT-TOTALS.
    MOVE "ALL BRANCHES" TO OD-REPORT-LINE
    WRITE OD-REPORT-LINE
    PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1 UNTIL WS-BUCKET-SUB > 4
        MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO BL-LABEL
        MOVE WS-TOT-COUNT(WS-BUCKET-SUB) TO BL-COUNT
        MOVE WS-TOT-AMOUNT(WS-BUCKET-SUB) TO BL-AMOUNT
        WRITE OD-REPORT-LINE FROM BUCKET-LINE
    END-PERFORM
    MOVE SPACES TO OD-REPORT-LINE
    WRITE OD-REPORT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "NEWLY PROPOSED FOR CHARGE-OFF:" TO CL-LABEL
    MOVE WS-PROPOSED-COUNT TO CL-VALUE
    WRITE OD-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "AWAITING SUPERVISOR APPROVAL:" TO CL-LABEL
    MOVE WS-PENDING-COUNT TO CL-VALUE
    WRITE OD-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "DECLINED, STILL OVERDRAWN:" TO CL-LABEL
    MOVE WS-DECLINED-COUNT TO CL-VALUE
    WRITE OD-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "NEGATIVE WITH NO JOURNAL TRAIL:" TO CL-LABEL
    MOVE WS-NO-TRAIL-COUNT TO CL-VALUE
    WRITE OD-REPORT-LINE FROM COUNT-LINE.

REPLACE-PROPOSAL-FILE.
    *> Same replace-in-place convention as the other masters.
    CALL "CBL_DELETE_FILE" USING PROPOSALPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_COPY_FILE" USING NEWPROPOSALPATH PROPOSALPATH
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = ZERO
        MOVE "ODAGE" TO WS-ERR-PROGRAM-ID
        MOVE "REPLACE" TO WS-ERR-CODE
        MOVE "Could not replace charge-off proposals - rebuild from .new file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
    ELSE
        CALL "CBL_DELETE_FILE" USING NEWPROPOSALPATH
            RETURNING WS-DELETE-RC
    END-IF.

    COPY PARMLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
