      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TRXWHSE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WAREHOUSE-FILE ASSIGN TO WAREHOUSEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WAREHOUSE-STATUS.
    SELECT NEW-WAREHOUSE-FILE ASSIGN TO NEWWAREHOUSEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-WAREHOUSE-STATUS.
    SELECT MERGED-TRANS-FILE ASSIGN TO MERGEDTRANSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MERGED-TRANS-STATUS.
    SELECT WHSE-SORTED-FILE ASSIGN TO WHSESORTEDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WHSE-SORTED-STATUS.
    SELECT WHSE-SORT-FILE ASSIGN TO "trxwhse-sortwork".
    SELECT WHSE-REPORT-FILE ASSIGN TO WHSEREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WHSE-REPORT-STATUS.
    SELECT CHANGE-LOG-FILE ASSIGN TO CHANGELOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    COPY CALFILE.
    COPY CYCFILE.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
    COPY AUTHFILE.
DATA DIVISION.
FILE SECTION.
FD  WAREHOUSE-FILE.
01  WAREHOUSE-REC          PIC X(132).
FD  NEW-WAREHOUSE-FILE.
01  NEW-WAREHOUSE-REC      PIC X(132).
FD  MERGED-TRANS-FILE.
    COPY TRXREC.
FD  WHSE-SORTED-FILE.
01  WHSE-SORTED-REC        PIC X(132).
SD  WHSE-SORT-FILE.
01  WHSE-SORT-REC.
    05  SORT-CUST-ID       PIC X(10).
    05  FILLER             PIC X(12).
    05  SORT-EFF-DATE      PIC X(8).
    05  SORT-SLIP-SERIAL   PIC X(14).
    05  FILLER             PIC X(88).
FD  WHSE-REPORT-FILE.
01  WHSE-REPORT-LINE       PIC X(132).
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
    COPY CALFD.
    COPY CYCFD.
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
    COPY AUTHFD.
WORKING-STORAGE SECTION.
01  WAREHOUSEPATH      PIC X(200) VALUE SPACES.
01  WAREHOUSE-STATUS   PIC XX.
01  NEWWAREHOUSEPATH   PIC X(200) VALUE SPACES.
01  NEW-WAREHOUSE-STATUS PIC XX.
01  MERGEDTRANSPATH    PIC X(200) VALUE SPACES.
01  MERGED-TRANS-STATUS PIC XX.
01  WHSESORTEDPATH     PIC X(200) VALUE SPACES.
01  WHSE-SORTED-STATUS PIC XX.
01  WHSEREPORTPATH     PIC X(200) VALUE SPACES.
01  WHSE-REPORT-STATUS PIC XX.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  CHANGE-LOG-STATUS  PIC XX.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  WS-RUN-MODE        PIC X(8) VALUE SPACES.
    88  WS-MODE-LIST           VALUE "LIST".
    88  WS-MODE-CANCEL         VALUE "CANCEL".
01  WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
01  WS-CANCEL-SERIAL   PIC X(14) VALUE SPACES.
01  WS-CANCEL-FOUND-SW PIC X VALUE 'N'.
    88  WS-CANCEL-FOUND        VALUE 'Y'.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-WAREHOUSE    VALUE 'Y'.
01  WS-SORTED-EOF-SW   PIC X VALUE 'N'.
    88  WS-END-OF-SORTED       VALUE 'Y'.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-NOMINAL-DATE    PIC 9(8) VALUE ZERO.
01  WS-NOMINAL-INT     PIC 9(9) VALUE ZERO.
01  WS-ROLL-COUNT      PIC 9(2) VALUE ZERO.
01  WS-HOLIDAY-SW      PIC X VALUE 'N'.
    88  WS-DATE-IS-HOLIDAY     VALUE 'Y'.
01  WS-READ-COUNT      PIC 9(9) VALUE ZERO.
01  WS-RELEASED-COUNT  PIC 9(9) VALUE ZERO.
01  WS-KEPT-COUNT      PIC 9(9) VALUE ZERO.
01  WS-TODAY           PIC 9(8).
01  WS-REPORT-DATE     PIC X(10).
01  WS-PREV-CUST-ID    PIC X(10) VALUE SPACES.
01  WS-CUST-ITEMS      PIC 9(9) VALUE ZERO.
01  WS-CUST-DEBITS     PIC S9(11)V99 VALUE ZERO.
01  WS-CUST-CREDITS    PIC S9(11)V99 VALUE ZERO.
01  WS-TOTAL-DEBITS    PIC S9(11)V99 VALUE ZERO.
01  WS-TOTAL-CREDITS   PIC S9(11)V99 VALUE ZERO.
01  WS-AMOUNT-DISP     PIC -(9)9.99.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(30) VALUE
        "WAREHOUSED FUTURE-DATED SLIPS ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "CUSTOMER   EFF DATE  DUE DATE  SERIAL         CODE ACCT        AMOUNT TO CUSTOMER".
01  DETAIL-LINE.
    05  DL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-EFF-DATE        PIC X(8).
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  DL-DUE-DATE        PIC X(8).
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  DL-SLIP-SERIAL     PIC X(14).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-TRAN-CODE       PIC X(1).
    05  FILLER             PIC X(4)  VALUE SPACES.
    05  DL-ACCT-NO         PIC X(4).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-AMOUNT          PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-TO-CUST-ID      PIC X(10).
01  CUST-TOTAL-LINE.
    05  FILLER             PIC X(13) VALUE "  CUSTOMER   ".
    05  CT-CUST-ID         PIC X(10).
    05  FILLER             PIC X(8)  VALUE " ITEMS: ".
    05  CT-ITEMS           PIC ZZZZ9.
    05  FILLER             PIC X(10) VALUE " DEBITS: ".
    05  CT-DEBITS          PIC -(11)9.99.
    05  FILLER             PIC X(10) VALUE " CREDITS: ".
    05  CT-CREDITS         PIC -(11)9.99.
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-VALUE           PIC -(11)9.99.
    COPY CALTAB.
    COPY CYCTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
    COPY AUTHTAB.
PROCEDURE DIVISION.
MAIN.
    *> Keeper of the future-dated slip warehouse TRXPOST fills. The
    *> nightly run (TRXWHSE-MODE blank) releases every slip whose
    *> effective date - rolled off a HOLIDAY to the next business
    *> day the way SOGEN rolls a standing order - has come due into
    *> the posting file ahead of TRXPOST, and keeps the rest. LIST
    *> prints what is still waiting, by customer and effective date;
    *> CANCEL pulls one slip by serial before it ever posts, under a
    *> supervisor's authority and on the customer change log.
    PERFORM RESOLVE-PATHS
    DISPLAY "TRXWHSE-MODE" UPON ENVIRONMENT-NAME
    ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    EVALUATE TRUE
        WHEN WS-MODE-LIST
            PERFORM LIST-WAREHOUSE
        WHEN WS-MODE-CANCEL
            PERFORM CANCEL-WAREHOUSED-SLIP
        WHEN OTHER
            MOVE "TRXWHSE" TO WS-CYC-STEP-NAME
            PERFORM RECORD-STEP-START
            PERFORM RELEASE-DUE-SLIPS
            PERFORM RECORD-STEP-END
    END-EVALUATE
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "TRX-WAREHOUSE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT WAREHOUSEPATH FROM ENVIRONMENT-VALUE
    IF WAREHOUSEPATH = SPACES
        MOVE "warehouse-trans.dat" TO WAREHOUSEPATH
    END-IF
    STRING FUNCTION TRIM(WAREHOUSEPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWWAREHOUSEPATH
    STRING FUNCTION TRIM(WAREHOUSEPATH) DELIMITED BY SIZE
           ".sorted" DELIMITED BY SIZE
           INTO WHSESORTEDPATH
    DISPLAY "TRX-TRANS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT MERGEDTRANSPATH FROM ENVIRONMENT-VALUE
    IF MERGEDTRANSPATH = SPACES
        MOVE "daily-trans.dat" TO MERGEDTRANSPATH
    END-IF
    DISPLAY "WAREHOUSE-REPORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT WHSEREPORTPATH FROM ENVIRONMENT-VALUE
    IF WHSEREPORTPATH = SPACES
        MOVE "warehouse-report.dat" TO WHSEREPORTPATH
    END-IF
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHANGELOGPATH FROM ENVIRONMENT-VALUE
    IF CHANGELOGPATH = SPACES
        MOVE "custmaint-change-log.dat" TO CHANGELOGPATH
    END-IF.

RELEASE-DUE-SLIPS.
    *> The warehouse is split in one pass: due slips append to the
    *> posting file, everything else is copied to the .new file that
    *> then replaces the warehouse, the same replace-in-place the
    *> suspense file and the standing-order master use - a failure
    *> mid-pass leaves the old warehouse whole. A slip released but
    *> not yet replaced out of the warehouse is released again on the
    *> rerun and the duplicate-serial register stops the second post.
    IF NOT WS-CAL-BUSINESS-DAY
        DISPLAY "Non-business day, no warehoused slips released"
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT WAREHOUSE-FILE
    IF WAREHOUSE-STATUS = "35"
        DISPLAY "No warehoused slips on file, nothing to release"
        EXIT PARAGRAPH
    END-IF
    IF WAREHOUSE-STATUS NOT = "00"
        MOVE "TRXWHSE" TO WS-ERR-PROGRAM-ID
        MOVE WAREHOUSE-STATUS TO WS-ERR-CODE
        MOVE "Unable to open slip warehouse" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT NEW-WAREHOUSE-FILE
    IF NEW-WAREHOUSE-STATUS NOT = "00"
        *> with no .new file to copy the waiting slips into, the
        *> replace would empty the warehouse; nothing is released
        MOVE "TRXWHSE" TO WS-ERR-PROGRAM-ID
        MOVE NEW-WAREHOUSE-STATUS TO WS-ERR-CODE
        MOVE "Unable to open new slip warehouse, nothing released"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        CLOSE WAREHOUSE-FILE
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND MERGED-TRANS-FILE
    IF MERGED-TRANS-STATUS = "35" OR MERGED-TRANS-STATUS = "05"
        OPEN OUTPUT MERGED-TRANS-FILE
    END-IF
    IF MERGED-TRANS-STATUS NOT = "00"
        MOVE "TRXWHSE" TO WS-ERR-PROGRAM-ID
        MOVE MERGED-TRANS-STATUS TO WS-ERR-CODE
        MOVE "Unable to open posting file, nothing released"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        CLOSE WAREHOUSE-FILE
        CLOSE NEW-WAREHOUSE-FILE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-WAREHOUSE
        READ WAREHOUSE-FILE
            AT END
                SET WS-END-OF-WAREHOUSE TO TRUE
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                MOVE WAREHOUSE-REC TO DAILY-TRANS-RECORD
                PERFORM JUDGE-ONE-SLIP
        END-READ
    END-PERFORM
    CLOSE WAREHOUSE-FILE
    CLOSE NEW-WAREHOUSE-FILE
    CLOSE MERGED-TRANS-FILE
    PERFORM REPLACE-WAREHOUSE
    DISPLAY "TRXWHSE complete - warehoused: " WS-READ-COUNT
            " released: " WS-RELEASED-COUNT
            " still waiting: " WS-KEPT-COUNT.

JUDGE-ONE-SLIP.
    IF DT-EFF-DATE NOT NUMERIC
        *> TRXPOST only warehouses numeric dates; anything else got
        *> here by hand and is released to take the normal edits
        PERFORM RELEASE-ONE-SLIP
    ELSE
        MOVE DT-EFF-DATE TO WS-NOMINAL-DATE
        PERFORM ROLL-OFF-HOLIDAYS
        IF WS-NOMINAL-DATE <= WS-PROC-DATE
            PERFORM RELEASE-ONE-SLIP
        ELSE
            WRITE NEW-WAREHOUSE-REC FROM DAILY-TRANS-RECORD
            ADD 1 TO WS-KEPT-COUNT
        END-IF
    END-IF.

RELEASE-ONE-SLIP.
    *> The slip posts under tonight's business date as its value
    *> date: the rolled due date, never later than tonight, so
    *> TRXPOST does not send it straight back to the warehouse.
    IF DT-EFF-DATE NUMERIC
        MOVE WS-PROC-DATE TO DT-EFF-DATE
    END-IF
    WRITE DAILY-TRANS-RECORD
    ADD 1 TO WS-RELEASED-COUNT.

REPLACE-WAREHOUSE.
    CALL "CBL_DELETE_FILE" USING WAREHOUSEPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_COPY_FILE" USING NEWWAREHOUSEPATH WAREHOUSEPATH
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = ZERO
        MOVE "TRXWHSE" TO WS-ERR-PROGRAM-ID
        MOVE "REPLACE" TO WS-ERR-CODE
        MOVE "Could not replace warehouse - rebuild from .new file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        CALL "CBL_DELETE_FILE" USING NEWWAREHOUSEPATH
            RETURNING WS-DELETE-RC
    END-IF.

ROLL-OFF-HOLIDAYS.
    *> A due date on a HOLIDAY line moves to the next business day;
    *> the roll is bounded so a mangled calendar cannot spin forever.
    MOVE ZERO TO WS-ROLL-COUNT
    PERFORM CHECK-NOMINAL-HOLIDAY
    PERFORM UNTIL NOT WS-DATE-IS-HOLIDAY OR WS-ROLL-COUNT > 14
        COMPUTE WS-NOMINAL-INT =
            FUNCTION INTEGER-OF-DATE(WS-NOMINAL-DATE) + 1
        COMPUTE WS-NOMINAL-DATE =
            FUNCTION DATE-OF-INTEGER(WS-NOMINAL-INT)
        ADD 1 TO WS-ROLL-COUNT
        PERFORM CHECK-NOMINAL-HOLIDAY
    END-PERFORM.

CHECK-NOMINAL-HOLIDAY.
    MOVE 'N' TO WS-HOLIDAY-SW
    PERFORM VARYING CAL-HOL-IDX FROM 1 BY 1
            UNTIL CAL-HOL-IDX > WS-CAL-HOLIDAY-COUNT
        IF WS-CAL-HOLIDAY(CAL-HOL-IDX) = WS-NOMINAL-DATE
            SET WS-DATE-IS-HOLIDAY TO TRUE
            SET CAL-HOL-IDX TO WS-CAL-HOLIDAY-COUNT
        END-IF
    END-PERFORM.

LIST-WAREHOUSE.
    *> What is still waiting, sorted by customer and effective date,
    *> with the date each slip will actually release on and debit /
    *> credit subtotals per customer - the branch's answer to "what
    *> is going to hit this account and when".
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    STRING WS-TODAY(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    OPEN OUTPUT WHSE-REPORT-FILE
    IF WHSE-REPORT-STATUS NOT = "00"
        MOVE "TRXWHSE" TO WS-ERR-PROGRAM-ID
        MOVE WHSE-REPORT-STATUS TO WS-ERR-CODE
        MOVE "Unable to open warehouse report file" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        STOP RUN
    END-IF
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE WHSE-REPORT-LINE FROM PAGE-HEADER-1
    MOVE SPACES TO WHSE-REPORT-LINE
    WRITE WHSE-REPORT-LINE
    WRITE WHSE-REPORT-LINE FROM COLUMN-HEADER-LINE
    OPEN INPUT WAREHOUSE-FILE
    IF WAREHOUSE-STATUS = "00"
        CLOSE WAREHOUSE-FILE
        SORT WHSE-SORT-FILE
            ON ASCENDING KEY SORT-CUST-ID SORT-EFF-DATE
                             SORT-SLIP-SERIAL
            USING WAREHOUSE-FILE
            GIVING WHSE-SORTED-FILE
        OPEN INPUT WHSE-SORTED-FILE
        PERFORM UNTIL WS-END-OF-SORTED
            READ WHSE-SORTED-FILE
                AT END
                    SET WS-END-OF-SORTED TO TRUE
                NOT AT END
                    MOVE WHSE-SORTED-REC TO DAILY-TRANS-RECORD
                    PERFORM LIST-ONE-SLIP
            END-READ
        END-PERFORM
        CLOSE WHSE-SORTED-FILE
        CALL "CBL_DELETE_FILE" USING WHSESORTEDPATH
            RETURNING WS-DELETE-RC
        IF WS-PREV-CUST-ID NOT = SPACES
            PERFORM WRITE-CUSTOMER-TOTAL
        END-IF
    END-IF
    MOVE SPACES TO WHSE-REPORT-LINE
    WRITE WHSE-REPORT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "SLIPS WAREHOUSED:" TO CL-LABEL
    MOVE WS-READ-COUNT TO CL-VALUE
    WRITE WHSE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "TOTAL DEBITS:" TO CL-LABEL
    MOVE WS-TOTAL-DEBITS TO CL-VALUE
    WRITE WHSE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "TOTAL CREDITS:" TO CL-LABEL
    MOVE WS-TOTAL-CREDITS TO CL-VALUE
    WRITE WHSE-REPORT-LINE FROM COUNT-LINE
    CLOSE WHSE-REPORT-FILE
    DISPLAY "TRXWHSE listing complete - slips waiting: "
            WS-READ-COUNT.

LIST-ONE-SLIP.
    IF DT-CUST-ID NOT = WS-PREV-CUST-ID
        IF WS-PREV-CUST-ID NOT = SPACES
            PERFORM WRITE-CUSTOMER-TOTAL
        END-IF
        MOVE DT-CUST-ID TO WS-PREV-CUST-ID
        MOVE ZERO TO WS-CUST-ITEMS
        MOVE ZERO TO WS-CUST-DEBITS
        MOVE ZERO TO WS-CUST-CREDITS
    END-IF
    ADD 1 TO WS-READ-COUNT
    ADD 1 TO WS-CUST-ITEMS
    MOVE SPACES TO DETAIL-LINE
    MOVE DT-CUST-ID TO DL-CUST-ID
    MOVE DT-EFF-DATE TO DL-EFF-DATE
    IF DT-EFF-DATE NUMERIC
        MOVE DT-EFF-DATE TO WS-NOMINAL-DATE
        PERFORM ROLL-OFF-HOLIDAYS
        MOVE WS-NOMINAL-DATE TO DL-DUE-DATE
    END-IF
    MOVE DT-SLIP-SERIAL TO DL-SLIP-SERIAL
    MOVE DT-TRAN-CODE TO DL-TRAN-CODE
    MOVE DT-ACCT-NO TO DL-ACCT-NO
    IF DT-AMOUNT NUMERIC
        MOVE DT-AMOUNT TO DL-AMOUNT
        IF DT-TRAN-CREDIT
            ADD DT-AMOUNT TO WS-CUST-CREDITS
            ADD DT-AMOUNT TO WS-TOTAL-CREDITS
        ELSE
            ADD DT-AMOUNT TO WS-CUST-DEBITS
            ADD DT-AMOUNT TO WS-TOTAL-DEBITS
        END-IF
    END-IF
    MOVE DT-TO-CUST-ID TO DL-TO-CUST-ID
    WRITE WHSE-REPORT-LINE FROM DETAIL-LINE.

WRITE-CUSTOMER-TOTAL.
    MOVE SPACES TO CUST-TOTAL-LINE
    MOVE WS-PREV-CUST-ID TO CT-CUST-ID
    MOVE WS-CUST-ITEMS TO CT-ITEMS
    MOVE WS-CUST-DEBITS TO CT-DEBITS
    MOVE WS-CUST-CREDITS TO CT-CREDITS
    WRITE WHSE-REPORT-LINE FROM CUST-TOTAL-LINE
    MOVE SPACES TO WHSE-REPORT-LINE
    WRITE WHSE-REPORT-LINE.

CANCEL-WAREHOUSED-SLIP.
    *> Pulling a slip before it posts is a money decision, so it
    *> takes the WHSECAN authority and lands on the customer change
    *> log (ACTION=W) where CUSTHIST shows it on the customer's page.
    DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
    ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
    IF WS-OPERATOR-ID = SPACES
        MOVE "UNKNOWN" TO WS-OPERATOR-ID
    END-IF
    MOVE WS-OPERATOR-ID TO WS-AUTH-OPERATOR-ID
    MOVE "WHSECAN" TO WS-AUTH-FUNCTION
    PERFORM CHECK-OPERATOR-AUTHORITY
    IF NOT WS-AUTH-ALLOWED
        DISPLAY "Warehouse cancel not authorized for operator: "
                WS-OPERATOR-ID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "TRXWHSE-CANCEL-SERIAL" UPON ENVIRONMENT-NAME
    ACCEPT WS-CANCEL-SERIAL FROM ENVIRONMENT-VALUE
    IF WS-CANCEL-SERIAL = SPACES
        DISPLAY "Enter slip serial to cancel: " WITH NO ADVANCING
        ACCEPT WS-CANCEL-SERIAL
    END-IF
    IF WS-CANCEL-SERIAL = SPACES
        DISPLAY "No slip serial given, nothing cancelled"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WAREHOUSE-FILE
    IF WAREHOUSE-STATUS NOT = "00"
        DISPLAY "No warehoused slips on file, nothing cancelled"
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT NEW-WAREHOUSE-FILE
    IF NEW-WAREHOUSE-STATUS NOT = "00"
        MOVE "TRXWHSE" TO WS-ERR-PROGRAM-ID
        MOVE NEW-WAREHOUSE-STATUS TO WS-ERR-CODE
        MOVE "Unable to open new slip warehouse, nothing cancelled"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        CLOSE WAREHOUSE-FILE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-END-OF-WAREHOUSE
        READ WAREHOUSE-FILE
            AT END
                SET WS-END-OF-WAREHOUSE TO TRUE
            NOT AT END
                MOVE WAREHOUSE-REC TO DAILY-TRANS-RECORD
                IF DT-SLIP-SERIAL = WS-CANCEL-SERIAL
                        AND NOT WS-CANCEL-FOUND
                    SET WS-CANCEL-FOUND TO TRUE
                    PERFORM WRITE-CANCEL-CHANGE-LOG
                ELSE
                    WRITE NEW-WAREHOUSE-REC FROM DAILY-TRANS-RECORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE WAREHOUSE-FILE
    CLOSE NEW-WAREHOUSE-FILE
    IF WS-CANCEL-FOUND
        PERFORM REPLACE-WAREHOUSE
        DISPLAY "Warehoused slip " WS-CANCEL-SERIAL " cancelled"
    ELSE
        CALL "CBL_DELETE_FILE" USING NEWWAREHOUSEPATH
            RETURNING WS-DELETE-RC
        DISPLAY "Slip " WS-CANCEL-SERIAL
                " not in the warehouse (already released or never"
                " future-dated), nothing cancelled"
        MOVE 4 TO RETURN-CODE
    END-IF.

WRITE-CANCEL-CHANGE-LOG.
    *> Customer id in columns 31-40 like every other change-log line.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE DT-AMOUNT TO WS-AMOUNT-DISP
    MOVE SPACES TO CHANGE-LOG-REC
    STRING WS-TODAY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           " ACTION=W ID=" DELIMITED BY SIZE
           DT-CUST-ID DELIMITED BY SIZE
           " SERIAL=" DELIMITED BY SIZE
           DT-SLIP-SERIAL DELIMITED BY SIZE
           " CODE=" DELIMITED BY SIZE
           DT-TRAN-CODE DELIMITED BY SIZE
           " EFF=" DELIMITED BY SIZE
           DT-EFF-DATE DELIMITED BY SIZE
           " AMOUNT=" DELIMITED BY SIZE
           WS-AMOUNT-DISP DELIMITED BY SIZE
           " WHSE-ACTION=CANCEL" DELIMITED BY SIZE
           INTO CHANGE-LOG-REC
    PERFORM SEAL-CHANGE-LOG-LINE
    OPEN EXTEND CHANGE-LOG-FILE
    IF CHANGE-LOG-STATUS = "35" OR CHANGE-LOG-STATUS = "05"
        OPEN OUTPUT CHANGE-LOG-FILE
    END-IF
    WRITE CHANGE-LOG-REC
    IF CHANGE-LOG-STATUS = "00"
        PERFORM SAVE-LOG-CHAIN
    END-IF
    CLOSE CHANGE-LOG-FILE.

SEAL-CHANGE-LOG-LINE.
    *> Every change-log line ends in its link of the log's hash chain.
    MOVE CHANGELOGPATH TO WS-CHN-LOG-PATH
    MOVE WS-CHN-CHANGE-MARK TO WS-CHN-MARK-POS
    PERFORM LOAD-LOG-CHAIN
    MOVE CHANGE-LOG-REC TO WS-CHN-LINE
    PERFORM SEAL-LOG-LINE
    MOVE WS-CHN-LINE TO CHANGE-LOG-REC.

    COPY CALCHK.
    COPY CYCSTAT.
    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
    COPY AUTHCHK.
