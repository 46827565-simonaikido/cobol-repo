      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SAVXRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SAVINGS-EXCESS-FILE ASSIGN TO SAVEXCESSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SAVINGS-EXCESS-STATUS.
    SELECT SAVX-REPORT-FILE ASSIGN TO SAVXREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SAVX-REPORT-STATUS.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  SAVINGS-EXCESS-FILE.
    COPY SAVXREC.
FD  SAVX-REPORT-FILE.
01  SAVX-REPORT-LINE       PIC X(132).
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  SAVEXCESSPATH      PIC X(200) VALUE SPACES.
01  SAVINGS-EXCESS-STATUS PIC XX.
01  SAVXREPORTPATH     PIC X(200) VALUE SPACES.
01  SAVX-REPORT-STATUS PIC XX.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-REPORT-DATE     PIC X(10).
01  WS-REPORT-MONTH    PIC X(6) VALUE SPACES.
01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH.
    05  WS-RPT-YYYY        PIC 9(4).
    05  WS-RPT-MM          PIC 9(2).
01  WS-ROW-MONTH       PIC X(6) VALUE SPACES.
01  WS-ROW-MONTH-N REDEFINES WS-ROW-MONTH.
    05  WS-ROW-YYYY        PIC 9(4).
    05  WS-ROW-MM          PIC 9(2).
*> Months are numbered YYYY * 12 + MM so a window can run back
*> across a year end; the window is the report month and the
*> SAVINGS-REPEAT-WINDOW - 1 months before it.
01  WS-RPT-MONTH-NO    PIC 9(6) VALUE ZERO.
01  WS-ROW-MONTH-NO    PIC 9(6) VALUE ZERO.
01  WS-MONTH-OFFSET    PIC 9(2) VALUE ZERO.
*> SAVINGS-REPEAT-MIN of the last SAVINGS-REPEAT-WINDOW months
*> over the limit, the report month one of them, makes a repeat
*> offender; SAVINGS-WITHDRAWAL-LIMIT is printed in the heading.
01  WS-REPEAT-WINDOW   PIC 9(2) VALUE 3.
01  WS-REPEAT-MIN      PIC 9(2) VALUE 2.
01  WS-SAV-LIMIT       PIC 9(3) VALUE 6.
*> One row per savings account that went over the limit in the
*> window, with the months it did so and the report month's events.
01  WS-ACCT-TABLE.
    05  WS-ACCT-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-ACCT-ENTRY      OCCURS 5000 TIMES.
        10  AX-CUST-ID         PIC X(10).
        10  AX-ACCT-NO         PIC X(4).
        10  AX-BRANCH          PIC X(3).
        10  AX-MONTH-SW        PIC X(1) OCCURS 12 TIMES.
        10  AX-MONTHS-OVER     PIC 9(2).
        10  AX-REFUSED         PIC 9(5).
        10  AX-FEES            PIC 9(5).
        10  AX-POSTED-NO-FEE   PIC 9(5).
        10  AX-FEE-TOTAL       PIC 9(9)V99.
        10  AX-REPEAT-SW       PIC X(1).
            88  AX-REPEAT-OFFENDER     VALUE 'Y'.
01  WS-ACCT-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-ACCT-FOUND-SUB  PIC 9(4) COMP VALUE ZERO.
01  WS-MONTH-SUB       PIC 9(2) COMP VALUE ZERO.
*> Branches with an account over the limit this month, kept in
*> ascending order so the listing runs branch by branch.
01  WS-BRANCH-TABLE.
    05  WS-BRANCH-COUNT    PIC 9(4) VALUE ZERO.
    05  WS-BRANCH-CODE     PIC X(3) OCCURS 1000 TIMES.
01  WS-BRANCH-SUB      PIC 9(4) COMP VALUE ZERO.
01  WS-BRANCH-INS      PIC 9(4) COMP VALUE ZERO.
01  WS-OVERFLOW-SW     PIC X VALUE 'N'.
    88  WS-TABLE-OVERFLOWED    VALUE 'Y'.
01  WS-LIST-REPEAT-SW  PIC X VALUE 'N'.
    88  WS-LISTING-REPEATERS   VALUE 'Y'.
01  WS-LISTED-IN-SECTION PIC 9(5) VALUE ZERO.
01  WS-OVER-COUNT      PIC 9(9) VALUE ZERO.
01  WS-REPEAT-COUNT    PIC 9(9) VALUE ZERO.
01  WS-REFUSED-TOTAL   PIC 9(9) VALUE ZERO.
01  WS-FEES-TOTAL      PIC 9(9) VALUE ZERO.
01  WS-FEE-AMOUNT-TOTAL PIC 9(11)V99 VALUE ZERO.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(34) VALUE
        "SAVINGS EXCESS WITHDRAWAL REPORT  ".
    05  FILLER             PIC X(6) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  PAGE-HEADER-2.
    05  FILLER             PIC X(6) VALUE "MONTH ".
    05  PH-REPORT-MONTH    PIC X(6).
    05  FILLER             PIC X(9) VALUE "   LIMIT ".
    05  PH-LIMIT           PIC ZZ9.
    05  FILLER             PIC X(29) VALUE
        " PER MONTH   REPEAT = OVER IN".
    05  PH-REPEAT-MIN      PIC ZZ9.
    05  FILLER             PIC X(12) VALUE " OF THE LAST".
    05  PH-REPEAT-WINDOW   PIC ZZ9.
    05  FILLER             PIC X(7) VALUE " MONTHS".
01  SECTION-HEADER-LINE    PIC X(132) VALUE SPACES.
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "BR  CUSTOMER   ACCT REFUSED  FEES NO-FEE     FEE AMOUNT  MONTHS OVER  ACTION".
01  DETAIL-LINE.
    05  DL-BRANCH          PIC X(3).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACCT-NO         PIC X(4).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-REFUSED         PIC Z(6)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-FEES            PIC Z(4)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-NO-FEE          PIC Z(5)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-FEE-AMOUNT      PIC Z(10)9.99.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  DL-MONTHS-OVER     PIC Z(10)9.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  DL-ACTION          PIC X(30).
01  COUNT-LINE.
    05  CL-LABEL           PIC X(36).
    05  CL-VALUE           PIC Z(8)9.
01  AMOUNT-LINE.
    05  AL-LABEL           PIC X(36).
    05  AL-VALUE           PIC Z(12)9.99.
    COPY PARMTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "SAVXRPT" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Month-end listing of savings accounts that went over the
    *> monthly withdrawal limit, from the excess file TRXPOST
    *> appends to. Accounts over the limit in enough of the recent
    *> months are listed first, branch by branch, as repeat
    *> offenders the branch should offer a demand account; the rest
    *> of the month's accounts over the limit follow. Read only -
    *> a rerun prints the same report.
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    PERFORM LOAD-PARAMETERS
    MOVE "SAVINGS-WITHDRAWAL-LIMIT" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-SAV-LIMIT
    END-IF
    MOVE "SAVINGS-REPEAT-WINDOW" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-REPEAT-WINDOW
    END-IF
    IF WS-REPEAT-WINDOW < 1 OR WS-REPEAT-WINDOW > 12
        MOVE "SAVXRPT" TO WS-ERR-PROGRAM-ID
        MOVE "BADPARM" TO WS-ERR-CODE
        MOVE "SAVINGS-REPEAT-WINDOW must be 1-12 months, 3 used"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 3 TO WS-REPEAT-WINDOW
    END-IF
    MOVE "SAVINGS-REPEAT-MIN" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-REPEAT-MIN
    END-IF
    IF WS-REPEAT-MIN < 1
        MOVE 1 TO WS-REPEAT-MIN
    END-IF
    PERFORM RESOLVE-PATHS
    COMPUTE WS-RPT-MONTH-NO = WS-RPT-YYYY * 12 + WS-RPT-MM
    PERFORM COLLECT-EXCESS-ROWS
    IF WS-TABLE-OVERFLOWED
        MOVE "SAVXRPT" TO WS-ERR-PROGRAM-ID
        MOVE "OVERFLOW" TO WS-ERR-CODE
        MOVE "Savings excess table full, listing incomplete"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM JUDGE-REPEAT-OFFENDERS
    OPEN OUTPUT SAVX-REPORT-FILE
    IF SAVX-REPORT-STATUS NOT = "00"
        MOVE "SAVXRPT" TO WS-ERR-PROGRAM-ID
        MOVE SAVX-REPORT-STATUS TO WS-ERR-CODE
        MOVE "Unable to open savings excess report" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM WRITE-REPORT-HEADER
    MOVE "REPEAT OFFENDERS - OFFER CONVERSION TO A DEMAND ACCOUNT"
        TO SECTION-HEADER-LINE
    SET WS-LISTING-REPEATERS TO TRUE
    PERFORM WRITE-REPORT-SECTION
    MOVE "OTHER SAVINGS ACCOUNTS OVER THE LIMIT THIS MONTH"
        TO SECTION-HEADER-LINE
    MOVE 'N' TO WS-LIST-REPEAT-SW
    PERFORM WRITE-REPORT-SECTION
    PERFORM WRITE-REPORT-TOTALS
    CLOSE SAVX-REPORT-FILE
    DISPLAY "SAVXRPT complete - month: " WS-REPORT-MONTH
            " accounts over the limit: " WS-OVER-COUNT
            " repeat offenders: " WS-REPEAT-COUNT
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "SAVINGS-EXCESS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT SAVEXCESSPATH FROM ENVIRONMENT-VALUE
    IF SAVEXCESSPATH = SPACES
        MOVE "savings-excess.dat" TO SAVEXCESSPATH
    END-IF
    DISPLAY "SAVINGS-EXCESS-REPORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT SAVXREPORTPATH FROM ENVIRONMENT-VALUE
    IF SAVXREPORTPATH = SPACES
        MOVE "savings-excess-report.dat" TO SAVXREPORTPATH
    END-IF
    *> Normally the month the business date closes; set to an
    *> earlier YYYYMM to print a month again.
    DISPLAY "SAVINGS-EXCESS-MONTH" UPON ENVIRONMENT-NAME
    ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT-VALUE
    IF WS-REPORT-MONTH = SPACES OR WS-REPORT-MONTH NOT NUMERIC
        MOVE WS-PROC-DATE(1:6) TO WS-REPORT-MONTH
    END-IF.

COLLECT-EXCESS-ROWS.
    OPEN INPUT SAVINGS-EXCESS-FILE
    IF SAVINGS-EXCESS-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ SAVINGS-EXCESS-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    PERFORM COLLECT-ONE-EXCESS-ROW
            END-READ
        END-PERFORM
        CLOSE SAVINGS-EXCESS-FILE
    END-IF.

COLLECT-ONE-EXCESS-ROW.
    MOVE SX-POST-DATE(1:6) TO WS-ROW-MONTH
    IF WS-ROW-MONTH NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ROW-MONTH-NO = WS-ROW-YYYY * 12 + WS-ROW-MM
    IF WS-ROW-MONTH-NO > WS-RPT-MONTH-NO
            OR WS-ROW-MONTH-NO + WS-REPEAT-WINDOW <= WS-RPT-MONTH-NO
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-MONTH-OFFSET = WS-RPT-MONTH-NO - WS-ROW-MONTH-NO + 1
    MOVE ZERO TO WS-ACCT-FOUND-SUB
    PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
            UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
        IF AX-CUST-ID(WS-ACCT-SUB) = SX-CUST-ID
                AND AX-ACCT-NO(WS-ACCT-SUB) = SX-ACCT-NO
            MOVE WS-ACCT-SUB TO WS-ACCT-FOUND-SUB
            MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
        END-IF
    END-PERFORM
    IF WS-ACCT-FOUND-SUB = ZERO
        IF WS-ACCT-COUNT < 5000
            ADD 1 TO WS-ACCT-COUNT
            MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-SUB
            MOVE SX-CUST-ID TO AX-CUST-ID(WS-ACCT-COUNT)
            MOVE SX-ACCT-NO TO AX-ACCT-NO(WS-ACCT-COUNT)
            PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                    UNTIL WS-MONTH-SUB > 12
                MOVE 'N' TO AX-MONTH-SW(WS-ACCT-COUNT, WS-MONTH-SUB)
            END-PERFORM
            MOVE ZERO TO AX-MONTHS-OVER(WS-ACCT-COUNT)
                         AX-REFUSED(WS-ACCT-COUNT)
                         AX-FEES(WS-ACCT-COUNT)
                         AX-POSTED-NO-FEE(WS-ACCT-COUNT)
                         AX-FEE-TOTAL(WS-ACCT-COUNT)
            MOVE 'N' TO AX-REPEAT-SW(WS-ACCT-COUNT)
        ELSE
            SET WS-TABLE-OVERFLOWED TO TRUE
            EXIT PARAGRAPH
        END-IF
    END-IF
    *> the branch on the newest row, in case the customer moved
    MOVE SX-BRANCH TO AX-BRANCH(WS-ACCT-FOUND-SUB)
    MOVE 'Y' TO AX-MONTH-SW(WS-ACCT-FOUND-SUB, WS-MONTH-OFFSET)
    IF WS-MONTH-OFFSET = 1
        EVALUATE TRUE
            WHEN SX-REFUSED
                ADD 1 TO AX-REFUSED(WS-ACCT-FOUND-SUB)
            WHEN SX-FEE-CHARGED
                ADD 1 TO AX-FEES(WS-ACCT-FOUND-SUB)
                IF SX-FEE-AMOUNT NUMERIC
                    ADD SX-FEE-AMOUNT TO AX-FEE-TOTAL(WS-ACCT-FOUND-SUB)
                END-IF
            WHEN OTHER
                ADD 1 TO AX-POSTED-NO-FEE(WS-ACCT-FOUND-SUB)
        END-EVALUATE
    END-IF.

JUDGE-REPEAT-OFFENDERS.
    *> Only accounts over the limit in the report month are listed;
    *> the earlier months decide whether they are repeat offenders.
    PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
            UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
        PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                UNTIL WS-MONTH-SUB > WS-REPEAT-WINDOW
            IF AX-MONTH-SW(WS-ACCT-SUB, WS-MONTH-SUB) = 'Y'
                ADD 1 TO AX-MONTHS-OVER(WS-ACCT-SUB)
            END-IF
        END-PERFORM
        IF AX-MONTH-SW(WS-ACCT-SUB, 1) = 'Y'
            ADD 1 TO WS-OVER-COUNT
            ADD AX-REFUSED(WS-ACCT-SUB) TO WS-REFUSED-TOTAL
            ADD AX-FEES(WS-ACCT-SUB) TO WS-FEES-TOTAL
            ADD AX-FEE-TOTAL(WS-ACCT-SUB) TO WS-FEE-AMOUNT-TOTAL
            IF AX-MONTHS-OVER(WS-ACCT-SUB) >= WS-REPEAT-MIN
                SET AX-REPEAT-OFFENDER(WS-ACCT-SUB) TO TRUE
                ADD 1 TO WS-REPEAT-COUNT
            END-IF
            PERFORM NOTE-BRANCH
        END-IF
    END-PERFORM.

NOTE-BRANCH.
    MOVE ZERO TO WS-BRANCH-INS
    PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
            UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
        IF WS-BRANCH-CODE(WS-BRANCH-SUB) = AX-BRANCH(WS-ACCT-SUB)
            EXIT PARAGRAPH
        END-IF
        IF WS-BRANCH-INS = ZERO
                AND WS-BRANCH-CODE(WS-BRANCH-SUB) > AX-BRANCH(WS-ACCT-SUB)
            MOVE WS-BRANCH-SUB TO WS-BRANCH-INS
        END-IF
    END-PERFORM
    IF WS-BRANCH-COUNT >= 1000
        SET WS-TABLE-OVERFLOWED TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-BRANCH-INS = ZERO
        ADD 1 TO WS-BRANCH-COUNT
        MOVE AX-BRANCH(WS-ACCT-SUB) TO WS-BRANCH-CODE(WS-BRANCH-COUNT)
    ELSE
        PERFORM VARYING WS-BRANCH-SUB FROM WS-BRANCH-COUNT BY -1
                UNTIL WS-BRANCH-SUB < WS-BRANCH-INS
            MOVE WS-BRANCH-CODE(WS-BRANCH-SUB)
                TO WS-BRANCH-CODE(WS-BRANCH-SUB + 1)
        END-PERFORM
        MOVE AX-BRANCH(WS-ACCT-SUB) TO WS-BRANCH-CODE(WS-BRANCH-INS)
        ADD 1 TO WS-BRANCH-COUNT
    END-IF.

WRITE-REPORT-HEADER.
    STRING WS-PROC-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE SAVX-REPORT-LINE FROM PAGE-HEADER-1
    MOVE WS-REPORT-MONTH TO PH-REPORT-MONTH
    MOVE WS-SAV-LIMIT TO PH-LIMIT
    MOVE WS-REPEAT-MIN TO PH-REPEAT-MIN
    MOVE WS-REPEAT-WINDOW TO PH-REPEAT-WINDOW
    WRITE SAVX-REPORT-LINE FROM PAGE-HEADER-2.

WRITE-REPORT-SECTION.
    MOVE ZERO TO WS-LISTED-IN-SECTION
    MOVE SPACES TO SAVX-REPORT-LINE
    WRITE SAVX-REPORT-LINE
    WRITE SAVX-REPORT-LINE FROM SECTION-HEADER-LINE
    WRITE SAVX-REPORT-LINE FROM COLUMN-HEADER-LINE
    PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
            UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
        PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
            IF AX-MONTH-SW(WS-ACCT-SUB, 1) = 'Y'
                    AND AX-BRANCH(WS-ACCT-SUB)
                        = WS-BRANCH-CODE(WS-BRANCH-SUB)
                IF (WS-LISTING-REPEATERS
                        AND AX-REPEAT-OFFENDER(WS-ACCT-SUB))
                        OR (NOT WS-LISTING-REPEATERS
                        AND NOT AX-REPEAT-OFFENDER(WS-ACCT-SUB))
                    PERFORM WRITE-ACCOUNT-LINE
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-LISTED-IN-SECTION = ZERO
        MOVE "  NONE" TO SAVX-REPORT-LINE
        WRITE SAVX-REPORT-LINE
    END-IF.

WRITE-ACCOUNT-LINE.
    ADD 1 TO WS-LISTED-IN-SECTION
    MOVE SPACES TO DETAIL-LINE
    MOVE AX-BRANCH(WS-ACCT-SUB) TO DL-BRANCH
    MOVE AX-CUST-ID(WS-ACCT-SUB) TO DL-CUST-ID
    MOVE AX-ACCT-NO(WS-ACCT-SUB) TO DL-ACCT-NO
    MOVE AX-REFUSED(WS-ACCT-SUB) TO DL-REFUSED
    MOVE AX-FEES(WS-ACCT-SUB) TO DL-FEES
    MOVE AX-POSTED-NO-FEE(WS-ACCT-SUB) TO DL-NO-FEE
    MOVE AX-FEE-TOTAL(WS-ACCT-SUB) TO DL-FEE-AMOUNT
    MOVE AX-MONTHS-OVER(WS-ACCT-SUB) TO DL-MONTHS-OVER
    IF AX-REPEAT-OFFENDER(WS-ACCT-SUB)
        MOVE "OFFER DEMAND ACCOUNT" TO DL-ACTION
    END-IF
    WRITE SAVX-REPORT-LINE FROM DETAIL-LINE.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO SAVX-REPORT-LINE
    WRITE SAVX-REPORT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "SAVINGS ACCOUNTS OVER THE LIMIT:" TO CL-LABEL
    MOVE WS-OVER-COUNT TO CL-VALUE
    WRITE SAVX-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "REPEAT OFFENDERS:" TO CL-LABEL
    MOVE WS-REPEAT-COUNT TO CL-VALUE
    WRITE SAVX-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "WITHDRAWALS REFUSED:" TO CL-LABEL
    MOVE WS-REFUSED-TOTAL TO CL-VALUE
    WRITE SAVX-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "EXCESS FEES CHARGED:" TO CL-LABEL
    MOVE WS-FEES-TOTAL TO CL-VALUE
    WRITE SAVX-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "EXCESS FEE AMOUNT:" TO AL-LABEL
    MOVE WS-FEE-AMOUNT-TOTAL TO AL-VALUE
    WRITE SAVX-REPORT-LINE FROM AMOUNT-LINE.

    COPY PARMLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
