      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ROLLFWD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-CRED-FILE ASSIGN TO OPERCREDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-CRED-STATUS.
    SELECT CATALOG-FILE ASSIGN TO CATALOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.
    SELECT SNAPSHOT-STAMP-FILE ASSIGN TO SNAPSTAMPPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SNAPSHOT-STAMP-STATUS.
    SELECT BASE-SNAPSHOT-FILE ASSIGN TO BASESNAPPATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CUST-ID OF SNAPSHOT-RECORD
        FILE STATUS IS BASE-SNAPSHOT-STATUS.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT CHANGE-LOG-FILE ASSIGN TO CHANGELOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    SELECT RECOVERED-LOAD-FILE ASSIGN TO RCVLOADPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECOVERED-LOAD-STATUS.
    SELECT DIFFERENCE-REPORT-FILE ASSIGN TO DIFFREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DIFFERENCE-REPORT-STATUS.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  OPERATOR-CRED-FILE.
01  OPERATOR-CRED-FILE-REC.
    05  OCF-OPER-ID         PIC X(8).
    05  OCF-PASSWORD-HASH   PIC X(16).
    05  OCF-ROLE            PIC X(1).
    05  OCF-STATUS          PIC X(1).
    05  OCF-PWD-CHANGED     PIC X(8).
    05  OCF-FAIL-COUNT      PIC 9(2).
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  SNAPSHOT-STAMP-FILE.
01  SNAPSHOT-STAMP-REC     PIC X(26).
FD  BASE-SNAPSHOT-FILE.
    COPY CUSTREC REPLACING ==CUSTOMER-RECORD== BY ==SNAPSHOT-RECORD==.
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
FD  RECOVERED-LOAD-FILE.
01  RECOVERED-LOAD-REC     PIC X(49).
FD  DIFFERENCE-REPORT-FILE.
01  DIFFERENCE-REPORT-LINE PIC X(132).
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  OPERCREDPATH       PIC X(200) VALUE SPACES.
01  OPERATOR-CRED-STATUS PIC XX.
01  CATALOGPATH        PIC X(200) VALUE SPACES.
01  CATALOG-STATUS     PIC XX.
01  SNAPSTAMPPATH      PIC X(200) VALUE SPACES.
01  SNAPSHOT-STAMP-STATUS PIC XX.
01  BASESNAPPATH       PIC X(200) VALUE SPACES.
01  BASE-SNAPSHOT-STATUS PIC XX.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  CHANGE-LOG-STATUS  PIC XX.
01  RCVLOADPATH        PIC X(200) VALUE SPACES.
01  RECOVERED-LOAD-STATUS PIC XX.
01  DIFFREPORTPATH     PIC X(200) VALUE SPACES.
01  DIFFERENCE-REPORT-STATUS PIC XX.
01  USER-INPUT         PIC X(100).
01  SQL-STATEMENT      PIC X(300).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-SQLCODE-DISP PIC -(9)9.
    COPY CUSTREC.
    COPY ACCTREC.
    COPY TRXJRNL.
    COPY CATREC.
    COPY RCVBAL.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-CRED-FILE    VALUE 'Y'.
01  WS-FILE-EOF-SW     PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-OPERATOR-TABLE.
    05  WS-OPERATOR-COUNT PIC 9(4) VALUE ZERO.
    05  WS-OPERATOR-ENTRY OCCURS 200 TIMES INDEXED BY OPER-IDX.
        COPY OPERCRED
            REPLACING ==01  OPERATOR-CRED-RECORD== BY ==10  FILLER==
                      ==05  OPER-ID==             BY ==15  OPER-ID==
                      ==05  OPER-PASSWORD-HASH==  BY ==15  OPER-PASSWORD-HASH==
                      ==05  OPER-ROLE==           BY ==15  OPER-ROLE==
                      ==05  OPER-STATUS==         BY ==15  OPER-STATUS==
                      ==05  OPER-PWD-CHANGED==    BY ==15  OPER-PWD-CHANGED==
                      ==05  OPER-FAIL-COUNT==     BY ==15  OPER-FAIL-COUNT==
                      ==05  OPER-BRANCH==         BY ==15  OPER-BRANCH==.
01  WS-LOGIN-OK-SW     PIC X VALUE 'N'.
    88  WS-LOGIN-OK            VALUE 'Y'.
01  WS-OPERATOR-ROLE   PIC X(1) VALUE SPACES.
01  WS-APPROVER-ID     PIC X(8) VALUE SPACES.
*> ROLLFWD-MODE: REPORT (the default) only writes the load file and
*> the difference report; REPAIR goes on to correct the live tables
*> and is only open to a supervisor or administrator.
01  WS-RUN-MODE        PIC X(8) VALUE SPACES.
    88  WS-REPAIR-MODE         VALUE "REPAIR".
01  WS-TODAY           PIC X(8) VALUE SPACES.
01  WS-TIMESTAMP       PIC X(26).
01  WS-REPORT-DATE     PIC X(10).
01  WS-DATE-WORK       PIC X(8) VALUE SPACES.
01  WS-ASOF-DATE       PIC 9(8) VALUE ZERO.
01  WS-BEST-DATE       PIC 9(8) VALUE ZERO.
01  WS-BEST-PATH       PIC X(150) VALUE SPACES.
*> The business day the base picture belongs to. Journal rows dated
*> before it are already in the picture, rows dated after it are
*> replayed, and the base day's own rows are placed by the chain.
01  WS-BASE-DATE       PIC X(8) VALUE SPACES.
01  WS-BASE-SOURCE     PIC X(20) VALUE SPACES.
*> One row per customer: the base balance and everything the
*> journal moved it by since. The tail is the base day's rows
*> posted after the picture was taken - everything after the last
*> base-day row whose after-balance is the base balance, or all of
*> the base day when its first row starts from the base balance.
01  WS-CUST-TABLE.
    05  WS-CUST-COUNT      PIC 9(5) VALUE ZERO.
    05  WS-CUST-ENTRY      OCCURS 10000 TIMES.
        10  CR-CUST-ID         PIC X(10).
        10  CR-BASE-BALANCE    PIC S9(9)V99.
        10  CR-TAIL-AMOUNT     PIC S9(9)V99.
        10  CR-AFTER-AMOUNT    PIC S9(9)V99.
        10  CR-RECOVERED       PIC S9(9)V99.
        10  CR-LIVE-BALANCE    PIC S9(9)V99.
        10  CR-BASEDAY-ROWS    PIC 9(5).
        10  CR-TAIL-ROWS       PIC 9(5).
        10  CR-AFTER-ROWS      PIC 9(7).
        10  CR-IN-BASE-SW      PIC X(1).
            88  CR-IN-BASE             VALUE 'Y'.
        10  CR-ANCHOR-SW       PIC X(1).
            88  CR-ANCHORED            VALUE 'Y'.
        10  CR-LIVE-SW         PIC X(1).
            88  CR-ON-LIVE-TABLE       VALUE 'Y'.
        10  CR-FLAG            PIC X(1).
01  WS-CUST-SUB        PIC 9(5) COMP VALUE ZERO.
01  WS-CUST-FOUND-SUB  PIC 9(5) COMP VALUE ZERO.
*> One row per named account. There is no account figure in the
*> customer snapshot, so each split is rebuilt from the start of the
*> journal: ACCTMNT opens every account at zero and only posted
*> slips move it after that.
01  WS-ACCT-TABLE.
    05  WS-ACCT-COUNT      PIC 9(5) VALUE ZERO.
    05  WS-ACCT-ENTRY      OCCURS 20000 TIMES.
        10  AR-CUST-ID         PIC X(10).
        10  AR-ACCT-NO         PIC X(4).
        10  AR-RECOVERED       PIC S9(9)V99.
        10  AR-LIVE-BALANCE    PIC S9(9)V99.
        10  AR-ROWS            PIC 9(7).
        10  AR-LIVE-SW         PIC X(1).
            88  AR-ON-LIVE-TABLE       VALUE 'Y'.
01  WS-ACCT-SUB        PIC 9(5) COMP VALUE ZERO.
01  WS-ACCT-FOUND-SUB  PIC 9(5) COMP VALUE ZERO.
*> Every figure the live tables disagree with, kept for repair.
01  WS-DIFF-TABLE.
    05  WS-DIFF-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-DIFF-ENTRY      OCCURS 5000 TIMES.
        10  DF-ROW-TYPE        PIC X(1).
        10  DF-CUST-ID         PIC X(10).
        10  DF-ACCT-NO         PIC X(4).
        10  DF-LIVE-BALANCE    PIC S9(9)V99.
        10  DF-RECOVERED       PIC S9(9)V99.
        10  DF-FLAG            PIC X(1).
01  WS-DIFF-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-OVERFLOW-SW     PIC X VALUE 'N'.
    88  WS-TABLE-OVERFLOWED    VALUE 'Y'.
01  WS-DIFF-FULL-SW    PIC X VALUE 'N'.
    88  WS-DIFF-TABLE-FULL     VALUE 'Y'.
01  WS-NEW-CUST-SW     PIC X VALUE 'N'.
    88  WS-NEW-CUSTOMER        VALUE 'Y'.
01  WS-LOOKUP-CUST-ID  PIC X(10) VALUE SPACES.
01  WS-LOOKUP-ACCT-NO  PIC X(4) VALUE SPACES.
01  WS-WORK-TYPE       PIC X(1) VALUE SPACES.
01  WS-WORK-CUST-ID    PIC X(10) VALUE SPACES.
01  WS-WORK-ACCT-NO    PIC X(4) VALUE SPACES.
01  WS-WORK-LIVE       PIC S9(9)V99 VALUE ZERO.
01  WS-WORK-RECOVERED  PIC S9(9)V99 VALUE ZERO.
01  WS-WORK-FLAG       PIC X(1) VALUE SPACES.
01  WS-WORK-NOTE       PIC X(20) VALUE SPACES.
*> Change-log rows are taken apart on their KEY= tags.
01  WS-CL-HEAD         PIC X(300).
01  WS-CL-TAIL         PIC X(300).
01  WS-CL-CUST-ID      PIC X(10).
01  WS-CL-BEFORE-BAL   PIC X(13).
01  WS-CL-AFTER-BAL    PIC X(13).
01  WS-CL-TALLY        PIC 9(4) COMP VALUE ZERO.
01  WS-DECISION        PIC X(1).
    88  WS-DECISION-YES        VALUE 'Y' 'y'.
    88  WS-DECISION-APPLY      VALUE 'A' 'a'.
01  WS-APPLY-ALL-SW    PIC X VALUE 'N'.
    88  WS-APPLY-UNFLAGGED     VALUE 'Y'.
01  WS-DISPOSITION     PIC X(8) VALUE SPACES.
01  WS-BEFORE-BAL-DISP PIC -(9)9.99.
01  WS-AFTER-BAL-DISP  PIC -(9)9.99.
01  WS-JOURNAL-ROWS    PIC 9(9) VALUE ZERO.
01  WS-REPLAYED-ROWS   PIC 9(9) VALUE ZERO.
01  WS-BASE-CUSTOMERS  PIC 9(9) VALUE ZERO.
01  WS-CUST-DIFFS      PIC 9(9) VALUE ZERO.
01  WS-ACCT-DIFFS      PIC 9(9) VALUE ZERO.
01  WS-FLAGGED-DIFFS   PIC 9(9) VALUE ZERO.
01  WS-UNFLAGGED-DIFFS PIC 9(9) VALUE ZERO.
01  WS-MISSING-COUNT   PIC 9(9) VALUE ZERO.
01  WS-MAINT-COUNT     PIC 9(9) VALUE ZERO.
01  WS-APPLIED-COUNT   PIC 9(9) VALUE ZERO.
01  WS-SKIPPED-COUNT   PIC 9(9) VALUE ZERO.
01  WS-FAILED-COUNT    PIC 9(9) VALUE ZERO.
01  WS-CUST-NET-DIFF   PIC S9(11)V99 VALUE ZERO.
01  WS-ACCT-NET-DIFF   PIC S9(11)V99 VALUE ZERO.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(30) VALUE
        "ROLL-FORWARD BALANCE RECOVERY ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  PAGE-HEADER-2.
    05  FILLER             PIC X(10) VALUE "BASE DATE ".
    05  PH-BASE-DATE       PIC X(8).
    05  FILLER             PIC X(3) VALUE SPACES.
    05  PH-BASE-SOURCE     PIC X(20).
    05  FILLER             PIC X(8) VALUE "   MODE ".
    05  PH-RUN-MODE        PIC X(8).
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "ROW      CUSTOMER   ACCT   LIVE BALANCE      RECOVERED     DIFFERENCE NOTE".
01  DETAIL-LINE.
    05  DL-ROW-TYPE        PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACCT-NO         PIC X(4).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-LIVE-BALANCE    PIC -(10)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-RECOVERED       PIC -(10)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-DIFFERENCE      PIC -(10)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-NOTE            PIC X(20).
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-VALUE           PIC Z(8)9.
01  AMOUNT-LINE.
    05  AL-LABEL           PIC X(30).
    05  AL-VALUE           PIC -(12)9.99.
    COPY PWDTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    *> Roll-forward recovery of the customer balances. A retained
    *> picture of CUSTOMERS - the month-end generation SNAPKEEP set
    *> aside on or before ROLLFWD-BASE-DATE, or tonight's CUSTSNAP
    *> picture when no date is given - is taken as the base, and
    *> every journal row posted after it is replayed customer by
    *> customer, with the account splits rebuilt alongside. The
    *> result is written as a load file and set against the live
    *> tables on a difference report. Replay adds up the posted
    *> amounts rather than trusting the before/after images, so a
    *> balance damaged in the table is not carried forward by the
    *> rows posted on top of it.
    ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    DISPLAY "ROLLFWD-MODE" UPON ENVIRONMENT-NAME
    ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE
    IF WS-RUN-MODE = SPACES
        MOVE "REPORT" TO WS-RUN-MODE
    END-IF
    IF WS-RUN-MODE NOT = "REPORT" AND NOT WS-REPAIR-MODE
        DISPLAY "ROLLFWD-MODE must be REPORT or REPAIR"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-REPAIR-MODE
        PERFORM SIGN-ON-APPROVER
        IF NOT WS-LOGIN-OK
            DISPLAY "Sign-on rejected"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF WS-OPERATOR-ROLE NOT = 'S' AND WS-OPERATOR-ROLE NOT = 'A'
            DISPLAY "Balance repair requires supervisor or admin role"
            MOVE "ROLLFWD" TO WS-ERR-PROGRAM-ID
            MOVE "AUTH" TO WS-ERR-CODE
            STRING "Balance repair attempt by non-supervisor operator "
                   DELIMITED BY SIZE
                   WS-APPROVER-ID DELIMITED BY SIZE
                   INTO WS-ERR-MESSAGE
            SET WS-ERR-WARNING TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM LOCATE-BASE-SNAPSHOT
    IF BASESNAPPATH = SPACES
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-BASE-SNAPSHOT
    PERFORM REPLAY-JOURNAL
    PERFORM SCAN-CHANGE-LOG
    IF WS-TABLE-OVERFLOWED
        *> a customer or account that fell off a table would be
        *> "recovered" from half its history; refuse the whole run
        MOVE "ROLLFWD" TO WS-ERR-PROGRAM-ID
        MOVE "OVERFLOW" TO WS-ERR-CODE
        MOVE "Recovery work table exceeded, nothing recovered"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
            UNTIL WS-CUST-SUB > WS-CUST-COUNT
        PERFORM FINISH-CUSTOMER-REPLAY
    END-PERFORM
    PERFORM OPEN-REPORT-FILE
    PERFORM COMPARE-CUSTOMERS
    PERFORM COMPARE-ACCOUNTS
    IF WS-TABLE-OVERFLOWED
        MOVE "ROLLFWD" TO WS-ERR-PROGRAM-ID
        MOVE "OVERFLOW" TO WS-ERR-CODE
        MOVE "Live tables exceed recovery work table, report partial"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        CLOSE DIFFERENCE-REPORT-FILE
        STOP RUN
    END-IF
    PERFORM WRITE-LOAD-FILE
    PERFORM WRITE-REPORT-TOTALS
    CLOSE DIFFERENCE-REPORT-FILE
    DISPLAY "ROLLFWD complete - base: " WS-BASE-DATE
            " journal rows: " WS-JOURNAL-ROWS
            " replayed: " WS-REPLAYED-ROWS
            " customer differences: " WS-CUST-DIFFS
            " account differences: " WS-ACCT-DIFFS
            " flagged: " WS-FLAGGED-DIFFS
    IF WS-REPAIR-MODE
        PERFORM REPAIR-DIFFERENCES
        DISPLAY "ROLLFWD repair - applied: " WS-APPLIED-COUNT
                " skipped: " WS-SKIPPED-COUNT
                " failed: " WS-FAILED-COUNT
        IF WS-FAILED-COUNT > ZERO
            MOVE 8 TO RETURN-CODE
        ELSE
            IF WS-SKIPPED-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    ELSE
        IF WS-CUST-DIFFS > ZERO OR WS-ACCT-DIFFS > ZERO
                OR WS-MISSING-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

SIGN-ON-APPROVER.
    PERFORM LOAD-OPERATOR-TABLE
    DISPLAY "Enter operator id: " WITH NO ADVANCING
    ACCEPT USER-INPUT
    DISPLAY "Enter password: " WITH NO ADVANCING
    ACCEPT WS-PASSWORD WITH NO ECHO
    MOVE 'N' TO WS-LOGIN-OK-SW
    PERFORM COMPUTE-PASSWORD-HASH
    PERFORM VARYING OPER-IDX FROM 1 BY 1
            UNTIL OPER-IDX > WS-OPERATOR-COUNT
        IF OPER-ID(OPER-IDX) = USER-INPUT
            IF OPER-PASSWORD-HASH(OPER-IDX) = WS-COMPUTED-HASH
                    AND OPER-STATUS(OPER-IDX) = 'A'
                SET WS-LOGIN-OK TO TRUE
                MOVE OPER-ROLE(OPER-IDX) TO WS-OPERATOR-ROLE
                MOVE OPER-ID(OPER-IDX) TO WS-APPROVER-ID
            END-IF
            SET OPER-IDX TO WS-OPERATOR-COUNT
        END-IF
    END-PERFORM.

LOAD-OPERATOR-TABLE.
    DISPLAY "OPERATOR-CREDENTIALS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OPERCREDPATH FROM ENVIRONMENT-VALUE
    IF OPERCREDPATH = SPACES
        MOVE "operator-credentials.dat" TO OPERCREDPATH
    END-IF
    OPEN INPUT OPERATOR-CRED-FILE
    IF OPERATOR-CRED-STATUS = "00"
        PERFORM UNTIL WS-END-OF-CRED-FILE
            READ OPERATOR-CRED-FILE
                AT END
                    SET WS-END-OF-CRED-FILE TO TRUE
                NOT AT END
                    IF WS-OPERATOR-COUNT < 200
                        ADD 1 TO WS-OPERATOR-COUNT
                        SET OPER-IDX TO WS-OPERATOR-COUNT
                        MOVE OCF-OPER-ID TO OPER-ID(OPER-IDX)
                        MOVE OCF-PASSWORD-HASH
                            TO OPER-PASSWORD-HASH(OPER-IDX)
                        MOVE OCF-ROLE TO OPER-ROLE(OPER-IDX)
                        MOVE OCF-STATUS TO OPER-STATUS(OPER-IDX)
                        MOVE OCF-PWD-CHANGED
                            TO OPER-PWD-CHANGED(OPER-IDX)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-CRED-FILE
    END-IF.

LOCATE-BASE-SNAPSHOT.
    *> A base date picks the newest month-end generation on or
    *> before it, as ASOFINQ does; the generation belongs to the
    *> business day SNAPKEEP cataloged it under. With no date the
    *> nightly picture is used, dated by its stamp.
    DISPLAY "ROLLFWD-BASE-DATE" UPON ENVIRONMENT-NAME
    ACCEPT WS-DATE-WORK FROM ENVIRONMENT-VALUE
    IF WS-DATE-WORK NUMERIC
        MOVE WS-DATE-WORK TO WS-ASOF-DATE
        PERFORM FIND-SNAPSHOT-GENERATION
        IF WS-BEST-PATH = SPACES
            DISPLAY "No retained snapshot generation on or before "
                    WS-ASOF-DATE
        ELSE
            MOVE WS-BEST-PATH TO BASESNAPPATH
            MOVE WS-BEST-DATE TO WS-BASE-DATE
            MOVE "MONTH-END GENERATION" TO WS-BASE-SOURCE
        END-IF
    ELSE
        DISPLAY "CUSTOMER-SNAPSHOT-PATH" UPON ENVIRONMENT-NAME
        ACCEPT BASESNAPPATH FROM ENVIRONMENT-VALUE
        IF BASESNAPPATH = SPACES
            MOVE "customer-snapshot.dat" TO BASESNAPPATH
        END-IF
        DISPLAY "SNAPSHOT-STAMP-PATH" UPON ENVIRONMENT-NAME
        ACCEPT SNAPSTAMPPATH FROM ENVIRONMENT-VALUE
        IF SNAPSTAMPPATH = SPACES
            MOVE "customer-snapshot-stamp.dat" TO SNAPSTAMPPATH
        END-IF
        MOVE SPACES TO SNAPSHOT-STAMP-REC
        OPEN INPUT SNAPSHOT-STAMP-FILE
        IF SNAPSHOT-STAMP-STATUS = "00"
            READ SNAPSHOT-STAMP-FILE
                AT END
                    MOVE SPACES TO SNAPSHOT-STAMP-REC
            END-READ
            CLOSE SNAPSHOT-STAMP-FILE
        END-IF
        IF SNAPSHOT-STAMP-REC(1:8) NUMERIC
            MOVE SNAPSHOT-STAMP-REC(1:8) TO WS-BASE-DATE
            MOVE "NIGHTLY SNAPSHOT" TO WS-BASE-SOURCE
        ELSE
            *> a picture with no stamp cannot be placed against the
            *> journal, so nothing can be replayed onto it
            DISPLAY "Nightly snapshot has no stamp, set ROLLFWD-BASE-DATE"
            MOVE SPACES TO BASESNAPPATH
        END-IF
    END-IF.

FIND-SNAPSHOT-GENERATION.
    DISPLAY "UTILS-CATALOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CATALOGPATH FROM ENVIRONMENT-VALUE
    IF CATALOGPATH = SPACES
        MOVE "utils-report-catalog.dat" TO CATALOGPATH
    END-IF
    MOVE 'N' TO WS-FILE-EOF-SW
    OPEN INPUT CATALOG-FILE
    IF CATALOG-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ CATALOG-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE CATALOG-REC TO CATALOG-ENTRY
                    IF CATALOG-REPORT-NAME(1:21)
                            = "customer-snapshot.dat"
                            AND CATALOG-RUN-DATE <= WS-ASOF-DATE
                            AND CATALOG-RUN-DATE > WS-BEST-DATE
                        MOVE CATALOG-RUN-DATE TO WS-BEST-DATE
                        MOVE CATALOG-ARCHIVE-PATH TO WS-BEST-PATH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CATALOG-FILE
    END-IF.

LOAD-BASE-SNAPSHOT.
    OPEN INPUT BASE-SNAPSHOT-FILE
    IF BASE-SNAPSHOT-STATUS NOT = "00"
        MOVE "ROLLFWD" TO WS-ERR-PROGRAM-ID
        MOVE BASE-SNAPSHOT-STATUS TO WS-ERR-CODE
        MOVE "Unable to open base customer snapshot" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-END-OF-FILE
        READ BASE-SNAPSHOT-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF WS-CUST-COUNT < 10000
                    ADD 1 TO WS-CUST-COUNT
                    ADD 1 TO WS-BASE-CUSTOMERS
                    MOVE WS-CUST-COUNT TO WS-CUST-SUB
                    PERFORM CLEAR-CUSTOMER-ENTRY
                    MOVE CUST-ID OF SNAPSHOT-RECORD
                        TO CR-CUST-ID(WS-CUST-SUB)
                    MOVE CUST-BALANCE OF SNAPSHOT-RECORD
                        TO CR-BASE-BALANCE(WS-CUST-SUB)
                    MOVE 'Y' TO CR-IN-BASE-SW(WS-CUST-SUB)
                ELSE
                    SET WS-TABLE-OVERFLOWED TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE BASE-SNAPSHOT-FILE.

CLEAR-CUSTOMER-ENTRY.
    MOVE SPACES TO CR-CUST-ID(WS-CUST-SUB)
    MOVE ZERO TO CR-BASE-BALANCE(WS-CUST-SUB)
    MOVE ZERO TO CR-TAIL-AMOUNT(WS-CUST-SUB)
    MOVE ZERO TO CR-AFTER-AMOUNT(WS-CUST-SUB)
    MOVE ZERO TO CR-RECOVERED(WS-CUST-SUB)
    MOVE ZERO TO CR-LIVE-BALANCE(WS-CUST-SUB)
    MOVE ZERO TO CR-BASEDAY-ROWS(WS-CUST-SUB)
    MOVE ZERO TO CR-TAIL-ROWS(WS-CUST-SUB)
    MOVE ZERO TO CR-AFTER-ROWS(WS-CUST-SUB)
    MOVE 'N' TO CR-IN-BASE-SW(WS-CUST-SUB)
    MOVE 'N' TO CR-ANCHOR-SW(WS-CUST-SUB)
    MOVE 'N' TO CR-LIVE-SW(WS-CUST-SUB)
    MOVE SPACE TO CR-FLAG(WS-CUST-SUB).

REPLAY-JOURNAL.
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "35"
        DISPLAY "No journal on file, base balances stand as recovered"
        EXIT PARAGRAPH
    END-IF
    IF TRX-JOURNAL-STATUS NOT = "00"
        MOVE "ROLLFWD" TO WS-ERR-PROGRAM-ID
        MOVE TRX-JOURNAL-STATUS TO WS-ERR-CODE
        MOVE "Unable to open posted-transaction journal"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-END-OF-FILE
        READ TRX-JOURNAL-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                PERFORM REPLAY-JOURNAL-ROW
        END-READ
    END-PERFORM
    CLOSE TRX-JOURNAL-FILE.

REPLAY-JOURNAL-ROW.
    IF TJ-CUST-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-JOURNAL-ROWS
    MOVE TJ-CUST-ID TO WS-LOOKUP-CUST-ID
    PERFORM FIND-OR-ADD-CUSTOMER
    IF WS-CUST-FOUND-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CUST-FOUND-SUB TO WS-CUST-SUB
    IF WS-NEW-CUSTOMER AND TJ-BEFORE-BALANCE NOT = ZERO
        *> opened after the base with money already on it - the
        *> opening figure came from somewhere other than the journal
        MOVE 'N' TO CR-FLAG(WS-CUST-SUB)
    END-IF
    IF NOT CR-IN-BASE(WS-CUST-SUB)
        ADD TJ-AMOUNT TO CR-AFTER-AMOUNT(WS-CUST-SUB)
        ADD 1 TO CR-AFTER-ROWS(WS-CUST-SUB)
    ELSE
        EVALUATE TRUE
            WHEN TJ-POST-DATE < WS-BASE-DATE
                CONTINUE
            WHEN TJ-POST-DATE = WS-BASE-DATE
                PERFORM REPLAY-BASE-DAY-ROW
            WHEN OTHER
                ADD TJ-AMOUNT TO CR-AFTER-AMOUNT(WS-CUST-SUB)
                ADD 1 TO CR-AFTER-ROWS(WS-CUST-SUB)
        END-EVALUATE
    END-IF
    IF TJ-ACCT-NO NOT = SPACES
        MOVE TJ-ACCT-NO TO WS-LOOKUP-ACCT-NO
        PERFORM FIND-OR-ADD-ACCOUNT
        IF WS-ACCT-FOUND-SUB NOT = ZERO
            ADD TJ-AMOUNT TO AR-RECOVERED(WS-ACCT-FOUND-SUB)
            ADD 1 TO AR-ROWS(WS-ACCT-FOUND-SUB)
        END-IF
    END-IF.

REPLAY-BASE-DAY-ROW.
    *> The picture was taken somewhere in the base day's run of rows.
    *> A first row starting from the base balance means the picture
    *> came before any of them; every row ending on the base balance
    *> is a point the picture may have been taken at, and the rows
    *> between two such points net to zero, so the last one serves.
    IF CR-BASEDAY-ROWS(WS-CUST-SUB) = ZERO
            AND TJ-BEFORE-BALANCE = CR-BASE-BALANCE(WS-CUST-SUB)
        MOVE 'Y' TO CR-ANCHOR-SW(WS-CUST-SUB)
        MOVE ZERO TO CR-TAIL-AMOUNT(WS-CUST-SUB)
        MOVE ZERO TO CR-TAIL-ROWS(WS-CUST-SUB)
    END-IF
    ADD 1 TO CR-BASEDAY-ROWS(WS-CUST-SUB)
    ADD TJ-AMOUNT TO CR-TAIL-AMOUNT(WS-CUST-SUB)
    ADD 1 TO CR-TAIL-ROWS(WS-CUST-SUB)
    IF TJ-AFTER-BALANCE = CR-BASE-BALANCE(WS-CUST-SUB)
        MOVE 'Y' TO CR-ANCHOR-SW(WS-CUST-SUB)
        MOVE ZERO TO CR-TAIL-AMOUNT(WS-CUST-SUB)
        MOVE ZERO TO CR-TAIL-ROWS(WS-CUST-SUB)
    END-IF.

FIND-OR-ADD-CUSTOMER.
    MOVE 'N' TO WS-NEW-CUST-SW
    MOVE ZERO TO WS-CUST-FOUND-SUB
    PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
            UNTIL WS-CUST-SUB > WS-CUST-COUNT
        IF CR-CUST-ID(WS-CUST-SUB) = WS-LOOKUP-CUST-ID
            MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
            MOVE WS-CUST-COUNT TO WS-CUST-SUB
        END-IF
    END-PERFORM
    IF WS-CUST-FOUND-SUB = ZERO
        IF WS-CUST-COUNT < 10000
            ADD 1 TO WS-CUST-COUNT
            MOVE WS-CUST-COUNT TO WS-CUST-SUB
            PERFORM CLEAR-CUSTOMER-ENTRY
            MOVE WS-LOOKUP-CUST-ID TO CR-CUST-ID(WS-CUST-SUB)
            MOVE WS-CUST-COUNT TO WS-CUST-FOUND-SUB
            SET WS-NEW-CUSTOMER TO TRUE
        ELSE
            SET WS-TABLE-OVERFLOWED TO TRUE
        END-IF
    END-IF.

FIND-OR-ADD-ACCOUNT.
    MOVE ZERO TO WS-ACCT-FOUND-SUB
    PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
            UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
        IF AR-CUST-ID(WS-ACCT-SUB) = WS-LOOKUP-CUST-ID
                AND AR-ACCT-NO(WS-ACCT-SUB) = WS-LOOKUP-ACCT-NO
            MOVE WS-ACCT-SUB TO WS-ACCT-FOUND-SUB
            MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
        END-IF
    END-PERFORM
    IF WS-ACCT-FOUND-SUB = ZERO
        IF WS-ACCT-COUNT < 20000
            ADD 1 TO WS-ACCT-COUNT
            MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-SUB
            MOVE WS-LOOKUP-CUST-ID TO AR-CUST-ID(WS-ACCT-FOUND-SUB)
            MOVE WS-LOOKUP-ACCT-NO TO AR-ACCT-NO(WS-ACCT-FOUND-SUB)
            MOVE ZERO TO AR-RECOVERED(WS-ACCT-FOUND-SUB)
            MOVE ZERO TO AR-LIVE-BALANCE(WS-ACCT-FOUND-SUB)
            MOVE ZERO TO AR-ROWS(WS-ACCT-FOUND-SUB)
            MOVE 'N' TO AR-LIVE-SW(WS-ACCT-FOUND-SUB)
        ELSE
            SET WS-TABLE-OVERFLOWED TO TRUE
        END-IF
    END-IF.

SCAN-CHANGE-LOG.
    *> CUSTMAINT and MNTAPPR can set a balance outright, and that
    *> never reaches the journal. A customer whose balance was
    *> changed that way on or after the base date cannot be
    *> recovered by replay alone, so the figure is flagged for a
    *> supervisor to judge rather than applied along with the rest.
    *> Declined changes and this program's own corrections are
    *> passed over.
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHANGELOGPATH FROM ENVIRONMENT-VALUE
    IF CHANGELOGPATH = SPACES
        MOVE "custmaint-change-log.dat" TO CHANGELOGPATH
    END-IF
    OPEN INPUT CHANGE-LOG-FILE
    IF CHANGE-LOG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-FILE-EOF-SW
    PERFORM UNTIL WS-END-OF-FILE
        READ CHANGE-LOG-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF CHANGE-LOG-REC(1:8) >= WS-BASE-DATE
                    PERFORM CHECK-CHANGE-LOG-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHANGE-LOG-FILE.

CHECK-CHANGE-LOG-ROW.
    MOVE ZERO TO WS-CL-TALLY
    INSPECT CHANGE-LOG-REC TALLYING WS-CL-TALLY
        FOR ALL " ACTION=R " ALL " DISPOSITION=VOIDED"
    IF WS-CL-TALLY > ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CL-HEAD WS-CL-TAIL
    UNSTRING CHANGE-LOG-REC DELIMITED BY " ID="
        INTO WS-CL-HEAD WS-CL-TAIL
    MOVE WS-CL-TAIL(1:10) TO WS-CL-CUST-ID
    MOVE SPACES TO WS-CL-HEAD WS-CL-TAIL
    UNSTRING CHANGE-LOG-REC DELIMITED BY " BEFORE-BAL="
        INTO WS-CL-HEAD WS-CL-TAIL
    MOVE WS-CL-TAIL(1:13) TO WS-CL-BEFORE-BAL
    MOVE SPACES TO WS-CL-HEAD WS-CL-TAIL
    UNSTRING CHANGE-LOG-REC DELIMITED BY " AFTER-BAL="
        INTO WS-CL-HEAD WS-CL-TAIL
    MOVE WS-CL-TAIL(1:13) TO WS-CL-AFTER-BAL
    IF WS-CL-CUST-ID = SPACES
            OR WS-CL-BEFORE-BAL = SPACES
            OR WS-CL-AFTER-BAL = SPACES
            OR WS-CL-BEFORE-BAL = WS-CL-AFTER-BAL
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CL-CUST-ID TO WS-LOOKUP-CUST-ID
    PERFORM FIND-OR-ADD-CUSTOMER
    IF WS-CUST-FOUND-SUB NOT = ZERO
        IF CR-FLAG(WS-CUST-FOUND-SUB) NOT = 'M'
            ADD 1 TO WS-MAINT-COUNT
        END-IF
        MOVE 'M' TO CR-FLAG(WS-CUST-FOUND-SUB)
    END-IF.

FINISH-CUSTOMER-REPLAY.
    IF CR-IN-BASE(WS-CUST-SUB)
            AND CR-BASEDAY-ROWS(WS-CUST-SUB) > ZERO
            AND NOT CR-ANCHORED(WS-CUST-SUB)
        *> nowhere in the base day does the chain pass through the
        *> base balance; take the picture as closing the day and say so
        MOVE ZERO TO CR-TAIL-AMOUNT(WS-CUST-SUB)
        MOVE ZERO TO CR-TAIL-ROWS(WS-CUST-SUB)
        IF CR-FLAG(WS-CUST-SUB) = SPACE
            MOVE 'B' TO CR-FLAG(WS-CUST-SUB)
        END-IF
    END-IF
    COMPUTE CR-RECOVERED(WS-CUST-SUB) =
        CR-BASE-BALANCE(WS-CUST-SUB) + CR-TAIL-AMOUNT(WS-CUST-SUB)
            + CR-AFTER-AMOUNT(WS-CUST-SUB)
    ADD CR-TAIL-ROWS(WS-CUST-SUB) TO WS-REPLAYED-ROWS
    ADD CR-AFTER-ROWS(WS-CUST-SUB) TO WS-REPLAYED-ROWS.

OPEN-REPORT-FILE.
    DISPLAY "ROLLFWD-REPORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT DIFFREPORTPATH FROM ENVIRONMENT-VALUE
    IF DIFFREPORTPATH = SPACES
        MOVE "rollfwd-difference-report.dat" TO DIFFREPORTPATH
    END-IF
    OPEN OUTPUT DIFFERENCE-REPORT-FILE
    STRING WS-TODAY(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE DIFFERENCE-REPORT-LINE FROM PAGE-HEADER-1
    MOVE WS-BASE-DATE TO PH-BASE-DATE
    MOVE WS-BASE-SOURCE TO PH-BASE-SOURCE
    MOVE WS-RUN-MODE TO PH-RUN-MODE
    WRITE DIFFERENCE-REPORT-LINE FROM PAGE-HEADER-2
    MOVE SPACES TO DIFFERENCE-REPORT-LINE
    WRITE DIFFERENCE-REPORT-LINE
    WRITE DIFFERENCE-REPORT-LINE FROM COLUMN-HEADER-LINE.

COMPARE-CUSTOMERS.
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT ID, BALANCE FROM CUSTOMERS ORDER BY ID"
           DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C42 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C42
    END-EXEC
    PERFORM UNTIL SQLCODE NOT = ZERO
        EXEC SQL
            FETCH C42 INTO :CUST-ID OF CUSTOMER-RECORD,
                           :CUST-BALANCE OF CUSTOMER-RECORD
        END-EXEC
        IF SQLCODE = ZERO
            PERFORM COMPARE-ONE-CUSTOMER
        END-IF
    END-PERFORM
    EXEC SQL
        CLOSE C42
    END-EXEC
    IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
        PERFORM LOG-COMPARE-SQL-ERROR
    END-IF
    *> recovered customers the live table no longer holds
    PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
            UNTIL WS-CUST-SUB > WS-CUST-COUNT
        IF NOT CR-ON-LIVE-TABLE(WS-CUST-SUB)
            ADD 1 TO WS-MISSING-COUNT
            MOVE 'C' TO WS-WORK-TYPE
            MOVE CR-CUST-ID(WS-CUST-SUB) TO WS-WORK-CUST-ID
            MOVE SPACES TO WS-WORK-ACCT-NO
            MOVE ZERO TO WS-WORK-LIVE
            MOVE CR-RECOVERED(WS-CUST-SUB) TO WS-WORK-RECOVERED
            MOVE "MISSING FROM TABLE" TO WS-WORK-NOTE
            PERFORM WRITE-DETAIL-LINE
        END-IF
    END-PERFORM.

COMPARE-ONE-CUSTOMER.
    MOVE CUST-ID OF CUSTOMER-RECORD TO WS-LOOKUP-CUST-ID
    PERFORM FIND-OR-ADD-CUSTOMER
    IF WS-CUST-FOUND-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CUST-FOUND-SUB TO WS-CUST-SUB
    IF WS-NEW-CUSTOMER
        *> opened after the base and never posted to: nothing to
        *> replay, so only a zero balance can be vouched for
        IF CUST-BALANCE OF CUSTOMER-RECORD NOT = ZERO
            MOVE 'N' TO CR-FLAG(WS-CUST-SUB)
        END-IF
    END-IF
    MOVE 'Y' TO CR-LIVE-SW(WS-CUST-SUB)
    MOVE CUST-BALANCE OF CUSTOMER-RECORD TO CR-LIVE-BALANCE(WS-CUST-SUB)
    IF CR-LIVE-BALANCE(WS-CUST-SUB) NOT = CR-RECOVERED(WS-CUST-SUB)
        ADD 1 TO WS-CUST-DIFFS
        COMPUTE WS-CUST-NET-DIFF = WS-CUST-NET-DIFF
            + CR-RECOVERED(WS-CUST-SUB) - CR-LIVE-BALANCE(WS-CUST-SUB)
        MOVE 'C' TO WS-WORK-TYPE
        MOVE CR-CUST-ID(WS-CUST-SUB) TO WS-WORK-CUST-ID
        MOVE SPACES TO WS-WORK-ACCT-NO
        MOVE CR-LIVE-BALANCE(WS-CUST-SUB) TO WS-WORK-LIVE
        MOVE CR-RECOVERED(WS-CUST-SUB) TO WS-WORK-RECOVERED
        MOVE CR-FLAG(WS-CUST-SUB) TO WS-WORK-FLAG
        PERFORM SET-FLAG-NOTE
        PERFORM WRITE-DETAIL-LINE
        PERFORM HOLD-DIFFERENCE
    END-IF.

COMPARE-ACCOUNTS.
    *> Loan rows stay at zero here - the balance owed lives on the
    *> loan master - and the journal never names them.
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT CUST_ID, ACCT_NO, TYPE, BALANCE FROM ACCOUNTS "
           "ORDER BY CUST_ID, ACCT_NO" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C43 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C43
    END-EXEC
    PERFORM UNTIL SQLCODE NOT = ZERO
        EXEC SQL
            FETCH C43 INTO :ACCT-CUST-ID, :ACCT-NO, :ACCT-TYPE,
                           :ACCT-BALANCE
        END-EXEC
        IF SQLCODE = ZERO AND NOT ACCT-LOAN
            PERFORM COMPARE-ONE-ACCOUNT
        END-IF
    END-PERFORM
    EXEC SQL
        CLOSE C43
    END-EXEC
    IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
        PERFORM LOG-COMPARE-SQL-ERROR
    END-IF
    PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
            UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
        IF NOT AR-ON-LIVE-TABLE(WS-ACCT-SUB)
            ADD 1 TO WS-MISSING-COUNT
            MOVE 'A' TO WS-WORK-TYPE
            MOVE AR-CUST-ID(WS-ACCT-SUB) TO WS-WORK-CUST-ID
            MOVE AR-ACCT-NO(WS-ACCT-SUB) TO WS-WORK-ACCT-NO
            MOVE ZERO TO WS-WORK-LIVE
            MOVE AR-RECOVERED(WS-ACCT-SUB) TO WS-WORK-RECOVERED
            MOVE "MISSING FROM TABLE" TO WS-WORK-NOTE
            PERFORM WRITE-DETAIL-LINE
        END-IF
    END-PERFORM.

COMPARE-ONE-ACCOUNT.
    MOVE ACCT-CUST-ID TO WS-LOOKUP-CUST-ID
    MOVE ACCT-NO TO WS-LOOKUP-ACCT-NO
    PERFORM FIND-OR-ADD-ACCOUNT
    IF WS-ACCT-FOUND-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE WS-ACCT-FOUND-SUB TO WS-ACCT-SUB
    MOVE 'Y' TO AR-LIVE-SW(WS-ACCT-SUB)
    MOVE ACCT-BALANCE TO AR-LIVE-BALANCE(WS-ACCT-SUB)
    IF AR-LIVE-BALANCE(WS-ACCT-SUB) NOT = AR-RECOVERED(WS-ACCT-SUB)
        ADD 1 TO WS-ACCT-DIFFS
        COMPUTE WS-ACCT-NET-DIFF = WS-ACCT-NET-DIFF
            + AR-RECOVERED(WS-ACCT-SUB) - AR-LIVE-BALANCE(WS-ACCT-SUB)
        MOVE 'A' TO WS-WORK-TYPE
        MOVE AR-CUST-ID(WS-ACCT-SUB) TO WS-WORK-CUST-ID
        MOVE AR-ACCT-NO(WS-ACCT-SUB) TO WS-WORK-ACCT-NO
        MOVE AR-LIVE-BALANCE(WS-ACCT-SUB) TO WS-WORK-LIVE
        MOVE AR-RECOVERED(WS-ACCT-SUB) TO WS-WORK-RECOVERED
        MOVE SPACE TO WS-WORK-FLAG
        MOVE SPACES TO WS-WORK-NOTE
        PERFORM WRITE-DETAIL-LINE
        PERFORM HOLD-DIFFERENCE
    END-IF.

LOG-COMPARE-SQL-ERROR.
    MOVE "ROLLFWD" TO WS-ERR-PROGRAM-ID
    MOVE SQLCODE TO WS-SQLCODE-DISP
    MOVE WS-SQLCODE-DISP TO WS-ERR-CODE
    MOVE "SQL fetch failed reading live balances, report partial"
        TO WS-ERR-MESSAGE
    SET WS-ERR-FATAL TO TRUE
    PERFORM LOG-COMMON-ERROR
    MOVE 12 TO RETURN-CODE
    CLOSE DIFFERENCE-REPORT-FILE
    STOP RUN.

SET-FLAG-NOTE.
    EVALUATE WS-WORK-FLAG
        WHEN 'M'
            MOVE "MAINT CHANGE" TO WS-WORK-NOTE
        WHEN 'B'
            MOVE "BASE OFF CHAIN" TO WS-WORK-NOTE
        WHEN 'N'
            MOVE "NOT IN BASE" TO WS-WORK-NOTE
        WHEN OTHER
            MOVE SPACES TO WS-WORK-NOTE
    END-EVALUATE.

WRITE-DETAIL-LINE.
    MOVE SPACES TO DETAIL-LINE
    IF WS-WORK-TYPE = 'C'
        MOVE "CUSTOMER" TO DL-ROW-TYPE
    ELSE
        MOVE "ACCOUNT" TO DL-ROW-TYPE
    END-IF
    MOVE WS-WORK-CUST-ID TO DL-CUST-ID
    MOVE WS-WORK-ACCT-NO TO DL-ACCT-NO
    MOVE WS-WORK-LIVE TO DL-LIVE-BALANCE
    MOVE WS-WORK-RECOVERED TO DL-RECOVERED
    COMPUTE DL-DIFFERENCE = WS-WORK-RECOVERED - WS-WORK-LIVE
    MOVE WS-WORK-NOTE TO DL-NOTE
    WRITE DIFFERENCE-REPORT-LINE FROM DETAIL-LINE.

HOLD-DIFFERENCE.
    IF WS-WORK-FLAG NOT = SPACE
        ADD 1 TO WS-FLAGGED-DIFFS
    END-IF
    IF WS-DIFF-COUNT < 5000
        ADD 1 TO WS-DIFF-COUNT
        MOVE WS-WORK-TYPE TO DF-ROW-TYPE(WS-DIFF-COUNT)
        MOVE WS-WORK-CUST-ID TO DF-CUST-ID(WS-DIFF-COUNT)
        MOVE WS-WORK-ACCT-NO TO DF-ACCT-NO(WS-DIFF-COUNT)
        MOVE WS-WORK-LIVE TO DF-LIVE-BALANCE(WS-DIFF-COUNT)
        MOVE WS-WORK-RECOVERED TO DF-RECOVERED(WS-DIFF-COUNT)
        MOVE WS-WORK-FLAG TO DF-FLAG(WS-DIFF-COUNT)
    ELSE
        SET WS-DIFF-TABLE-FULL TO TRUE
    END-IF.

WRITE-LOAD-FILE.
    DISPLAY "ROLLFWD-LOAD-PATH" UPON ENVIRONMENT-NAME
    ACCEPT RCVLOADPATH FROM ENVIRONMENT-VALUE
    IF RCVLOADPATH = SPACES
        MOVE "rollfwd-balances.dat" TO RCVLOADPATH
    END-IF
    OPEN OUTPUT RECOVERED-LOAD-FILE
    IF RECOVERED-LOAD-STATUS NOT = "00"
        MOVE "ROLLFWD" TO WS-ERR-PROGRAM-ID
        MOVE RECOVERED-LOAD-STATUS TO WS-ERR-CODE
        MOVE "Unable to open recovered-balance load file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
            UNTIL WS-CUST-SUB > WS-CUST-COUNT
        MOVE SPACES TO RECOVERED-BALANCE-RECORD
        SET RB-CUSTOMER-ROW TO TRUE
        MOVE CR-CUST-ID(WS-CUST-SUB) TO RB-CUST-ID
        MOVE CR-RECOVERED(WS-CUST-SUB) TO RB-BALANCE
        MOVE WS-BASE-DATE TO RB-BASE-DATE
        COMPUTE RB-ROWS-REPLAYED = CR-TAIL-ROWS(WS-CUST-SUB)
            + CR-AFTER-ROWS(WS-CUST-SUB)
        MOVE CR-FLAG(WS-CUST-SUB) TO RB-FLAG
        WRITE RECOVERED-LOAD-REC FROM RECOVERED-BALANCE-RECORD
    END-PERFORM
    PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
            UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
        MOVE SPACES TO RECOVERED-BALANCE-RECORD
        SET RB-ACCOUNT-ROW TO TRUE
        MOVE AR-CUST-ID(WS-ACCT-SUB) TO RB-CUST-ID
        MOVE AR-ACCT-NO(WS-ACCT-SUB) TO RB-ACCT-NO
        MOVE AR-RECOVERED(WS-ACCT-SUB) TO RB-BALANCE
        MOVE WS-BASE-DATE TO RB-BASE-DATE
        MOVE AR-ROWS(WS-ACCT-SUB) TO RB-ROWS-REPLAYED
        WRITE RECOVERED-LOAD-REC FROM RECOVERED-BALANCE-RECORD
    END-PERFORM
    CLOSE RECOVERED-LOAD-FILE.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO DIFFERENCE-REPORT-LINE
    WRITE DIFFERENCE-REPORT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "CUSTOMERS IN BASE" TO CL-LABEL
    MOVE WS-BASE-CUSTOMERS TO CL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "JOURNAL ROWS READ" TO CL-LABEL
    MOVE WS-JOURNAL-ROWS TO CL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "ROWS REPLAYED ONTO BASE" TO CL-LABEL
    MOVE WS-REPLAYED-ROWS TO CL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "CUSTOMERS RECOVERED" TO CL-LABEL
    MOVE WS-CUST-COUNT TO CL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "ACCOUNTS RECOVERED" TO CL-LABEL
    MOVE WS-ACCT-COUNT TO CL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "CUSTOMER DIFFERENCES" TO CL-LABEL
    MOVE WS-CUST-DIFFS TO CL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "ACCOUNT DIFFERENCES" TO CL-LABEL
    MOVE WS-ACCT-DIFFS TO CL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "FLAGGED FOR REVIEW" TO CL-LABEL
    MOVE WS-FLAGGED-DIFFS TO CL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "MAINTENANCE BALANCE CHANGES" TO CL-LABEL
    MOVE WS-MAINT-COUNT TO CL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "MISSING FROM LIVE TABLE" TO CL-LABEL
    MOVE WS-MISSING-COUNT TO CL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "NET CUSTOMER DIFFERENCE" TO AL-LABEL
    MOVE WS-CUST-NET-DIFF TO AL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM AMOUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "NET ACCOUNT DIFFERENCE" TO AL-LABEL
    MOVE WS-ACCT-NET-DIFF TO AL-VALUE
    WRITE DIFFERENCE-REPORT-LINE FROM AMOUNT-LINE
    IF WS-DIFF-TABLE-FULL
        MOVE SPACES TO DIFFERENCE-REPORT-LINE
        MOVE "OVER 5000 DIFFERENCES - REPAIR NOT OFFERED, RELOAD FROM THE LOAD FILE"
            TO DIFFERENCE-REPORT-LINE
        WRITE DIFFERENCE-REPORT-LINE
    END-IF.

REPAIR-DIFFERENCES.
    *> Differences straight off the replay are applied together on
    *> one confirmation; a flagged one is shown on its own and only
    *> applied when the supervisor says so. Every correction lands
    *> in the maintenance change log. The update is qualified on the
    *> balance the report was built from, so a figure posting has
    *> moved since is left alone instead of being overwritten.
    IF WS-DIFF-TABLE-FULL
        DISPLAY "Over 5000 differences - reload the tables from "
                FUNCTION TRIM(RCVLOADPATH) " instead"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF WS-DIFF-COUNT = ZERO
        DISPLAY "Live balances agree with the recovery, nothing to repair"
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-UNFLAGGED-DIFFS = WS-DIFF-COUNT - WS-FLAGGED-DIFFS
    IF WS-UNFLAGGED-DIFFS > ZERO
        DISPLAY " "
        DISPLAY "Unflagged corrections: " WS-UNFLAGGED-DIFFS
                " (see " FUNCTION TRIM(DIFFREPORTPATH) ")"
        DISPLAY "Apply all unflagged corrections (Y/N)? "
                WITH NO ADVANCING
        ACCEPT WS-DECISION
        IF WS-DECISION-YES
            SET WS-APPLY-UNFLAGGED TO TRUE
        END-IF
    END-IF
    PERFORM VARYING WS-DIFF-SUB FROM 1 BY 1
            UNTIL WS-DIFF-SUB > WS-DIFF-COUNT
        IF DF-FLAG(WS-DIFF-SUB) = SPACE
            IF WS-APPLY-UNFLAGGED
                PERFORM APPLY-ONE-CORRECTION
            ELSE
                ADD 1 TO WS-SKIPPED-COUNT
            END-IF
        ELSE
            PERFORM REVIEW-FLAGGED-CORRECTION
        END-IF
    END-PERFORM.

REVIEW-FLAGGED-CORRECTION.
    MOVE DF-FLAG(WS-DIFF-SUB) TO WS-WORK-FLAG
    PERFORM SET-FLAG-NOTE
    MOVE DF-LIVE-BALANCE(WS-DIFF-SUB) TO WS-BEFORE-BAL-DISP
    MOVE DF-RECOVERED(WS-DIFF-SUB) TO WS-AFTER-BAL-DISP
    DISPLAY " "
    DISPLAY "Customer " DF-CUST-ID(WS-DIFF-SUB)
            " - " FUNCTION TRIM(WS-WORK-NOTE)
    DISPLAY "  Live " WS-BEFORE-BAL-DISP
            "  recovered " WS-AFTER-BAL-DISP
    DISPLAY "Apply or Skip (A/S)? " WITH NO ADVANCING
    ACCEPT WS-DECISION
    IF WS-DECISION-APPLY
        PERFORM APPLY-ONE-CORRECTION
    ELSE
        ADD 1 TO WS-SKIPPED-COUNT
        MOVE "SKIPPED" TO WS-DISPOSITION
        PERFORM WRITE-REPAIR-LOG-ENTRY
    END-IF.

APPLY-ONE-CORRECTION.
    MOVE DF-LIVE-BALANCE(WS-DIFF-SUB) TO WS-BEFORE-BAL-DISP
    MOVE DF-RECOVERED(WS-DIFF-SUB) TO WS-AFTER-BAL-DISP
    MOVE SPACES TO SQL-STATEMENT
    IF DF-ROW-TYPE(WS-DIFF-SUB) = 'C'
        STRING "UPDATE CUSTOMERS SET BALANCE = " DELIMITED BY SIZE
               WS-AFTER-BAL-DISP DELIMITED BY SIZE
               " WHERE ID = '" DELIMITED BY SIZE
               DF-CUST-ID(WS-DIFF-SUB) DELIMITED BY SIZE
               "' AND BALANCE = " DELIMITED BY SIZE
               WS-BEFORE-BAL-DISP DELIMITED BY SIZE
               INTO SQL-STATEMENT
    ELSE
        STRING "UPDATE ACCOUNTS SET BALANCE = " DELIMITED BY SIZE
               WS-AFTER-BAL-DISP DELIMITED BY SIZE
               " WHERE CUST_ID = '" DELIMITED BY SIZE
               DF-CUST-ID(WS-DIFF-SUB) DELIMITED BY SIZE
               "' AND ACCT_NO = '" DELIMITED BY SIZE
               DF-ACCT-NO(WS-DIFF-SUB) DELIMITED BY SIZE
               "' AND BALANCE = " DELIMITED BY SIZE
               WS-BEFORE-BAL-DISP DELIMITED BY SIZE
               INTO SQL-STATEMENT
    END-IF
    EXEC SQL
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    IF SQLCODE = ZERO
        ADD 1 TO WS-APPLIED-COUNT
        MOVE "APPLIED" TO WS-DISPOSITION
    ELSE
        ADD 1 TO WS-FAILED-COUNT
        MOVE "FAILED" TO WS-DISPOSITION
        MOVE "ROLLFWD" TO WS-ERR-PROGRAM-ID
        MOVE SQLCODE TO WS-SQLCODE-DISP
        MOVE WS-SQLCODE-DISP TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Balance repair not applied, moved since compare: "
               DELIMITED BY SIZE
               DF-CUST-ID(WS-DIFF-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DF-ACCT-NO(WS-DIFF-SUB) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    PERFORM WRITE-REPAIR-LOG-ENTRY.

WRITE-REPAIR-LOG-ENTRY.
    *> Same change log CUSTMAINT, MNTAPPR and COAPPR write; the
    *> action is 'R' (recovery), with the base the figure was
    *> rebuilt from and the supervisor who released it.
    MOVE DF-FLAG(WS-DIFF-SUB) TO WS-WORK-FLAG
    PERFORM SET-FLAG-NOTE
    MOVE DF-LIVE-BALANCE(WS-DIFF-SUB) TO WS-BEFORE-BAL-DISP
    MOVE DF-RECOVERED(WS-DIFF-SUB) TO WS-AFTER-BAL-DISP
    MOVE SPACES TO CHANGE-LOG-REC
    STRING WS-TODAY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-APPROVER-ID DELIMITED BY SIZE
           " ACTION=R " DELIMITED BY SIZE
           "ID=" DELIMITED BY SIZE
           DF-CUST-ID(WS-DIFF-SUB) DELIMITED BY SIZE
           " ACCT=" DELIMITED BY SIZE
           DF-ACCT-NO(WS-DIFF-SUB) DELIMITED BY SIZE
           " BEFORE-BAL=" DELIMITED BY SIZE
           WS-BEFORE-BAL-DISP DELIMITED BY SIZE
           " AFTER-BAL=" DELIMITED BY SIZE
           WS-AFTER-BAL-DISP DELIMITED BY SIZE
           " BASE=" DELIMITED BY SIZE
           WS-BASE-DATE DELIMITED BY SIZE
           " NOTE=" DELIMITED BY SIZE
           WS-WORK-NOTE DELIMITED BY "  "
           " APPROVED-BY=" DELIMITED BY SIZE
           WS-APPROVER-ID DELIMITED BY SIZE
           " DISPOSITION=" DELIMITED BY SIZE
           WS-DISPOSITION DELIMITED BY SIZE
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

    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
    COPY PWDHASH.
