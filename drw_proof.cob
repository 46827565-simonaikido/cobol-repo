      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DRWPROOF.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TELLER-DRAWER-FILE ASSIGN TO TELLERDRAWERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TELLER-DRAWER-STATUS.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT WAREHOUSE-FILE ASSIGN TO WAREHOUSEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WAREHOUSE-STATUS.
    SELECT CARRY-FORWARD-FILE ASSIGN TO CARRYFWDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CARRY-FORWARD-STATUS.
    SELECT OPERATOR-CRED-FILE ASSIGN TO OPERCREDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-CRED-STATUS.
    SELECT OVER-SHORT-FILE ASSIGN TO OVERSHORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OVER-SHORT-STATUS.
    SELECT PROOF-REPORT-FILE ASSIGN TO PROOFREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROOF-REPORT-STATUS.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  TELLER-DRAWER-FILE.
01  TELLER-DRAWER-REC      PIC X(48).
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  WAREHOUSE-FILE.
01  WAREHOUSE-REC          PIC X(132).
FD  CARRY-FORWARD-FILE.
01  CARRY-FORWARD-REC      PIC X(132).
FD  OPERATOR-CRED-FILE.
01  OPERATOR-CRED-REC      PIC X(39).
FD  OVER-SHORT-FILE.
01  OVER-SHORT-REC         PIC X(39).
FD  PROOF-REPORT-FILE.
01  PROOF-REPORT-LINE      PIC X(132).
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TELLERDRAWERPATH   PIC X(200) VALUE SPACES.
01  TELLER-DRAWER-STATUS PIC XX.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  WAREHOUSEPATH      PIC X(200) VALUE SPACES.
01  WAREHOUSE-STATUS   PIC XX.
01  CARRYFWDPATH       PIC X(200) VALUE SPACES.
01  CARRY-FORWARD-STATUS PIC XX.
01  OPERCREDPATH       PIC X(200) VALUE SPACES.
01  OPERATOR-CRED-STATUS PIC XX.
01  OVERSHORTPATH      PIC X(200) VALUE SPACES.
01  OVER-SHORT-STATUS  PIC XX.
01  PROOFREPORTPATH    PIC X(200) VALUE SPACES.
01  PROOF-REPORT-STATUS PIC XX.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-PROOF-DATE      PIC X(8) VALUE SPACES.
01  WS-REPORT-DATE     PIC X(10).
    COPY TELLDRW.
    COPY TRXJRNL.
    COPY TRXREC.
    COPY OPERCRED.
    COPY TELLOS.
*> One row per teller with a drawer entry or a cash slip on the
*> proof date. The first eleven bytes - branch, then teller - are
*> the order the report is printed in.
01  WS-TELLER-TABLE.
    05  WS-TELLER-COUNT    PIC 9(4) VALUE ZERO.
    05  WS-TELLER-ENTRY    OCCURS 500 TIMES.
        10  TL-BRANCH          PIC X(3).
        10  TL-TELLER-ID       PIC X(8).
        10  TL-OPENING         PIC 9(9)V99.
        10  TL-OPEN-SW         PIC X(1).
            88  TL-OPENED              VALUE 'Y'.
        10  TL-VAULT-BUYS      PIC 9(11)V99.
        10  TL-VAULT-SELLS     PIC 9(11)V99.
        10  TL-CASH-IN         PIC 9(11)V99.
        10  TL-CASH-OUT        PIC 9(11)V99.
        10  TL-COUNTED         PIC 9(9)V99.
        10  TL-COUNT-SW        PIC X(1).
            88  TL-COUNTED-AT-CLOSE    VALUE 'Y'.
        10  TL-DRAWER-SW       PIC X(1).
            88  TL-HAS-DRAWER          VALUE 'Y'.
        10  TL-SLIP-COUNT      PIC 9(5).
01  WS-SWAP-ENTRY      PIC X(93).
01  WS-TELLER-SUB      PIC 9(4) COMP VALUE ZERO.
01  WS-TELLER-FOUND-SUB PIC 9(4) COMP VALUE ZERO.
01  WS-SORT-I          PIC 9(4) COMP VALUE ZERO.
01  WS-SORT-J          PIC 9(4) COMP VALUE ZERO.
*> The proof day's screen-keyed cash slips, from the journal and,
*> for a slip dated ahead, the warehouse, or for one keyed after
*> the cut-off, the carry-forward file; a slip is taken once
*> whichever file it is found in.
01  WS-SLIP-TABLE.
    05  WS-SLIP-COUNT      PIC 9(5) VALUE ZERO.
    05  WS-SLIP-ENTRY      OCCURS 20000 TIMES.
        10  SL-SERIAL          PIC X(14).
        10  SL-TELLER-ID       PIC X(8).
        10  SL-TRAN-CODE       PIC X(1).
        10  SL-AMOUNT          PIC 9(9)V99.
        10  SL-REVERSED-SW     PIC X(1).
            88  SL-REVERSED            VALUE 'Y'.
01  WS-SLIP-SUB        PIC 9(5) COMP VALUE ZERO.
01  WS-REV-TABLE.
    05  WS-REV-COUNT       PIC 9(4) VALUE ZERO.
    05  WS-REV-SERIAL      PIC X(14) OCCURS 2000 TIMES.
01  WS-REV-SUB         PIC 9(4) COMP VALUE ZERO.
*> Tellers already on the over/short file for the proof date.
01  WS-BOOKED-TABLE.
    05  WS-BOOKED-COUNT    PIC 9(4) VALUE ZERO.
    05  WS-BOOKED-ENTRY    OCCURS 500 TIMES.
        10  BK-TELLER-ID       PIC X(8).
        10  BK-BOOKED-DATE     PIC X(8).
01  WS-BOOKED-SUB      PIC 9(4) COMP VALUE ZERO.
01  WS-BOOKED-FOUND-SUB PIC 9(4) COMP VALUE ZERO.
01  WS-OVERFLOW-SW     PIC X VALUE 'N'.
    88  WS-TABLE-OVERFLOWED    VALUE 'Y'.
01  WS-FOUND-SW        PIC X VALUE 'N'.
    88  WS-FOUND               VALUE 'Y'.
01  WS-WORK-TELLER     PIC X(8).
01  WS-WORK-SERIAL     PIC X(14).
01  WS-WORK-CODE       PIC X(1).
01  WS-WORK-AMOUNT     PIC 9(9)V99.
01  WS-EXPECTED        PIC S9(11)V99 VALUE ZERO.
01  WS-OVER-SHORT      PIC S9(11)V99 VALUE ZERO.
01  WS-CURRENT-BRANCH  PIC X(3) VALUE LOW-VALUES.
01  WS-NOTE-TEXT       PIC X(15) VALUE SPACES.
*> Column sums for a branch, then for the whole bank.
01  WS-BRANCH-TOTALS.
    05  BT-OPENING         PIC S9(11)V99.
    05  BT-VAULT-BUYS      PIC S9(11)V99.
    05  BT-VAULT-SELLS     PIC S9(11)V99.
    05  BT-CASH-IN         PIC S9(11)V99.
    05  BT-CASH-OUT        PIC S9(11)V99.
    05  BT-EXPECTED        PIC S9(11)V99.
    05  BT-COUNTED         PIC S9(11)V99.
    05  BT-OVER-SHORT      PIC S9(11)V99.
01  WS-GRAND-TOTALS.
    05  GT-OPENING         PIC S9(11)V99.
    05  GT-VAULT-BUYS      PIC S9(11)V99.
    05  GT-VAULT-SELLS     PIC S9(11)V99.
    05  GT-CASH-IN         PIC S9(11)V99.
    05  GT-CASH-OUT        PIC S9(11)V99.
    05  GT-EXPECTED        PIC S9(11)V99.
    05  GT-COUNTED         PIC S9(11)V99.
    05  GT-OVER-SHORT      PIC S9(11)V99.
01  WS-DRAWER-EVENTS   PIC 9(9) VALUE ZERO.
01  WS-JOURNAL-SLIPS   PIC 9(9) VALUE ZERO.
01  WS-FUTURE-SLIPS    PIC 9(9) VALUE ZERO.
01  WS-CARRIED-SLIPS   PIC 9(9) VALUE ZERO.
01  WS-REVERSED-SLIPS  PIC 9(9) VALUE ZERO.
01  WS-BALANCED-COUNT  PIC 9(9) VALUE ZERO.
01  WS-BOOKED-NOW-COUNT PIC 9(9) VALUE ZERO.
01  WS-ALREADY-COUNT   PIC 9(9) VALUE ZERO.
01  WS-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.
01  WS-OVER-TOTAL      PIC 9(11)V99 VALUE ZERO.
01  WS-SHORT-TOTAL     PIC 9(11)V99 VALUE ZERO.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(30) VALUE
        "TELLER CASH PROOF             ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  PAGE-HEADER-2.
    05  FILLER             PIC X(11) VALUE "PROOF DATE ".
    05  PH-PROOF-DATE      PIC X(8).
01  COLUMN-HEADER-LINE.
    05  FILLER             PIC X(12) VALUE "BR  TELLER  ".
    05  FILLER             PIC X(13) VALUE "      OPENING".
    05  FILLER             PIC X(13) VALUE "    VAULT BUY".
    05  FILLER             PIC X(13) VALUE "   VAULT SELL".
    05  FILLER             PIC X(13) VALUE "      CASH IN".
    05  FILLER             PIC X(13) VALUE "     CASH OUT".
    05  FILLER             PIC X(13) VALUE "     EXPECTED".
    05  FILLER             PIC X(13) VALUE "      COUNTED".
    05  FILLER             PIC X(13) VALUE "   OVER/SHORT".
    05  FILLER             PIC X(5)  VALUE " NOTE".
01  DETAIL-LINE.
    05  DL-BRANCH          PIC X(3).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-TELLER-ID       PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-OPENING         PIC -(8)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-VAULT-BUYS      PIC -(8)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-VAULT-SELLS     PIC -(8)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-CASH-IN         PIC -(8)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-CASH-OUT        PIC -(8)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-EXPECTED        PIC -(8)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-COUNTED         PIC -(8)9.99.
    05  DL-COUNTED-X REDEFINES DL-COUNTED PIC X(12).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-OVER-SHORT      PIC -(8)9.99.
    05  DL-OVER-SHORT-X REDEFINES DL-OVER-SHORT PIC X(12).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-NOTE            PIC X(15).
01  COUNT-LINE.
    05  CL-LABEL           PIC X(36).
    05  CL-VALUE           PIC Z(8)9.
01  AMOUNT-LINE.
    05  AL-LABEL           PIC X(36).
    05  AL-VALUE           PIC Z(10)9.99.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "DRWPROOF" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> End-of-day teller proof. Each teller's drawer should hold the
    *> opening cash, plus what was bought from the vault, less what
    *> was sold back, plus the cash credits and less the cash debits
    *> the teller keyed on TELLCAP that day. That is compared with
    *> the count the teller keyed at close; the difference is listed
    *> by teller within branch and appended to the over/short file
    *> GLJRNL books to the cash over/short account. A teller already
    *> on that file for the day is listed but not booked again.
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    PERFORM RESOLVE-PATHS
    PERFORM LOAD-DRAWER-EVENTS
    PERFORM COLLECT-JOURNAL-SLIPS
    PERFORM COLLECT-WAREHOUSED-SLIPS
    PERFORM COLLECT-CARRIED-SLIPS
    IF NOT WS-TABLE-OVERFLOWED
        PERFORM ATTRIBUTE-TELLER-SLIPS
    END-IF
    IF NOT WS-TABLE-OVERFLOWED
        PERFORM LOAD-TELLER-BRANCHES
        PERFORM LOAD-BOOKED-OVER-SHORT
    END-IF
    IF WS-TABLE-OVERFLOWED
        *> a teller left out of the proof would have a shortage go
        *> unbooked without anyone knowing; nothing is booked until
        *> the tables are sized
        MOVE "DRWPROOF" TO WS-ERR-PROGRAM-ID
        MOVE "OVERFLOW" TO WS-ERR-CODE
        MOVE "Teller proof work table exceeded, nothing booked"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    OPEN EXTEND OVER-SHORT-FILE
    IF OVER-SHORT-STATUS NOT = "00"
        OPEN OUTPUT OVER-SHORT-FILE
    END-IF
    IF OVER-SHORT-STATUS NOT = "00"
        MOVE "DRWPROOF" TO WS-ERR-PROGRAM-ID
        MOVE OVER-SHORT-STATUS TO WS-ERR-CODE
        MOVE "Unable to open teller over/short file, nothing booked"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM SORT-TELLERS-BY-BRANCH
    PERFORM OPEN-REPORT-FILE
    INITIALIZE WS-GRAND-TOTALS
    PERFORM VARYING WS-TELLER-SUB FROM 1 BY 1
            UNTIL WS-TELLER-SUB > WS-TELLER-COUNT
        PERFORM PROVE-ONE-TELLER
    END-PERFORM
    IF WS-CURRENT-BRANCH NOT = LOW-VALUES
        PERFORM WRITE-BRANCH-TOTAL
    END-IF
    PERFORM WRITE-REPORT-TOTALS
    CLOSE PROOF-REPORT-FILE
    CLOSE OVER-SHORT-FILE
    DISPLAY "DRWPROOF complete - proof date: " WS-PROOF-DATE
            " tellers: " WS-TELLER-COUNT
            " booked: " WS-BOOKED-NOW-COUNT
            " already booked: " WS-ALREADY-COUNT
            " exceptions: " WS-EXCEPTION-COUNT
    IF WS-EXCEPTION-COUNT > ZERO
        *> a drawer that cannot be proved is a branch follow-up,
        *> not a reason to hold the rest of the night
        MOVE "DRWPROOF" TO WS-ERR-PROGRAM-ID
        MOVE "EXCEPTION" TO WS-ERR-CODE
        MOVE "Teller drawers not proved, see the teller proof report"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "TELLER-DRAWER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TELLERDRAWERPATH FROM ENVIRONMENT-VALUE
    IF TELLERDRAWERPATH = SPACES
        MOVE "teller-drawer.dat" TO TELLERDRAWERPATH
    END-IF
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    DISPLAY "TRX-WAREHOUSE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT WAREHOUSEPATH FROM ENVIRONMENT-VALUE
    IF WAREHOUSEPATH = SPACES
        MOVE "warehouse-trans.dat" TO WAREHOUSEPATH
    END-IF
    DISPLAY "TRX-CARRY-FORWARD-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CARRYFWDPATH FROM ENVIRONMENT-VALUE
    IF CARRYFWDPATH = SPACES
        MOVE "carry-forward-trans.dat" TO CARRYFWDPATH
    END-IF
    DISPLAY "OPERATOR-CREDENTIALS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OPERCREDPATH FROM ENVIRONMENT-VALUE
    IF OPERCREDPATH = SPACES
        MOVE "operator-credentials.dat" TO OPERCREDPATH
    END-IF
    DISPLAY "TELLER-OVER-SHORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OVERSHORTPATH FROM ENVIRONMENT-VALUE
    IF OVERSHORTPATH = SPACES
        MOVE "teller-over-short.dat" TO OVERSHORTPATH
    END-IF
    DISPLAY "TELLER-PROOF-PATH" UPON ENVIRONMENT-NAME
    ACCEPT PROOFREPORTPATH FROM ENVIRONMENT-VALUE
    IF PROOFREPORTPATH = SPACES
        MOVE "teller-proof.dat" TO PROOFREPORTPATH
    END-IF
    *> Normally tonight's business date; set to an earlier one to
    *> prove a day the step did not get to.
    DISPLAY "DRWPROOF-BUSINESS-DATE" UPON ENVIRONMENT-NAME
    ACCEPT WS-PROOF-DATE FROM ENVIRONMENT-VALUE
    IF WS-PROOF-DATE = SPACES
        MOVE WS-PROC-DATE TO WS-PROOF-DATE
    END-IF.

LOAD-DRAWER-EVENTS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TELLER-DRAWER-FILE
    IF TELLER-DRAWER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ TELLER-DRAWER-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE TELLER-DRAWER-REC TO TELLER-DRAWER-RECORD
                    IF DR-EVENT-DATE = WS-PROOF-DATE
                            AND DR-VALID-EVENT
                        PERFORM APPLY-DRAWER-EVENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TELLER-DRAWER-FILE
    END-IF.

APPLY-DRAWER-EVENT.
    MOVE DR-TELLER-ID TO WS-WORK-TELLER
    PERFORM FIND-TELLER
    IF WS-TELLER-FOUND-SUB = ZERO
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-DRAWER-EVENTS
    MOVE 'Y' TO TL-DRAWER-SW(WS-TELLER-FOUND-SUB)
    *> the file is in the order the entries were keyed, so a
    *> re-keyed opening or count simply replaces the earlier one
    EVALUATE TRUE
        WHEN DR-OPEN-DRAWER
            MOVE DR-AMOUNT TO TL-OPENING(WS-TELLER-FOUND-SUB)
            MOVE 'Y' TO TL-OPEN-SW(WS-TELLER-FOUND-SUB)
        WHEN DR-VAULT-BUY
            ADD DR-AMOUNT TO TL-VAULT-BUYS(WS-TELLER-FOUND-SUB)
        WHEN DR-VAULT-SELL
            ADD DR-AMOUNT TO TL-VAULT-SELLS(WS-TELLER-FOUND-SUB)
        WHEN DR-CLOSE-COUNT
            MOVE DR-AMOUNT TO TL-COUNTED(WS-TELLER-FOUND-SUB)
            MOVE 'Y' TO TL-COUNT-SW(WS-TELLER-FOUND-SUB)
    END-EVALUATE.

FIND-TELLER.
    MOVE ZERO TO WS-TELLER-FOUND-SUB
    PERFORM VARYING WS-TELLER-SUB FROM 1 BY 1
            UNTIL WS-TELLER-SUB > WS-TELLER-COUNT
        IF TL-TELLER-ID(WS-TELLER-SUB) = WS-WORK-TELLER
            MOVE WS-TELLER-SUB TO WS-TELLER-FOUND-SUB
            MOVE WS-TELLER-COUNT TO WS-TELLER-SUB
        END-IF
    END-PERFORM
    IF WS-TELLER-FOUND-SUB = ZERO
        IF WS-TELLER-COUNT < 500
            ADD 1 TO WS-TELLER-COUNT
            MOVE WS-TELLER-COUNT TO WS-TELLER-FOUND-SUB
            MOVE SPACES TO TL-BRANCH(WS-TELLER-FOUND-SUB)
            MOVE WS-WORK-TELLER TO TL-TELLER-ID(WS-TELLER-FOUND-SUB)
            MOVE ZERO TO TL-OPENING(WS-TELLER-FOUND-SUB)
                         TL-VAULT-BUYS(WS-TELLER-FOUND-SUB)
                         TL-VAULT-SELLS(WS-TELLER-FOUND-SUB)
                         TL-CASH-IN(WS-TELLER-FOUND-SUB)
                         TL-CASH-OUT(WS-TELLER-FOUND-SUB)
                         TL-COUNTED(WS-TELLER-FOUND-SUB)
                         TL-SLIP-COUNT(WS-TELLER-FOUND-SUB)
            MOVE 'N' TO TL-OPEN-SW(WS-TELLER-FOUND-SUB)
                        TL-COUNT-SW(WS-TELLER-FOUND-SUB)
                        TL-DRAWER-SW(WS-TELLER-FOUND-SUB)
        ELSE
            SET WS-TABLE-OVERFLOWED TO TRUE
        END-IF
    END-IF.

COLLECT-JOURNAL-SLIPS.
    *> The journal is read whole rather than for one post date: a
    *> slip keyed on the proof date is cash in the drawer that day
    *> whenever it posted, and a reversal of it may post later.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                    PERFORM COLLECT-ONE-JOURNAL-ROW
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF.

COLLECT-ONE-JOURNAL-ROW.
    IF TJ-TRAN-CODE NOT = 'C' AND TJ-TRAN-CODE NOT = 'D'
        EXIT PARAGRAPH
    END-IF
    IF TJ-SLIP-SERIAL(1:2) = 'RV'
            AND TJ-XREF-SERIAL(1:2) = 'TC'
            AND TJ-XREF-SERIAL(3:6) = WS-PROOF-DATE(3:6)
        IF WS-REV-COUNT < 2000
            ADD 1 TO WS-REV-COUNT
            MOVE TJ-XREF-SERIAL TO WS-REV-SERIAL(WS-REV-COUNT)
        ELSE
            SET WS-TABLE-OVERFLOWED TO TRUE
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF TJ-SLIP-SERIAL(1:2) = 'TC'
            AND TJ-SLIP-SERIAL(3:6) = WS-PROOF-DATE(3:6)
        MOVE TJ-SLIP-SERIAL TO WS-WORK-SERIAL
        MOVE TJ-OPERATOR-ID TO WS-WORK-TELLER
        MOVE TJ-TRAN-CODE TO WS-WORK-CODE
        COMPUTE WS-WORK-AMOUNT = FUNCTION ABS(TJ-AMOUNT)
        PERFORM ADD-TELLER-SLIP
        IF WS-FOUND-SW = 'N'
            ADD 1 TO WS-JOURNAL-SLIPS
        END-IF
    END-IF.

COLLECT-WAREHOUSED-SLIPS.
    *> A slip dated ahead is held back from posting, but the cash
    *> crossed the counter the day it was keyed.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT WAREHOUSE-FILE
    IF WAREHOUSE-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ WAREHOUSE-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE WAREHOUSE-REC TO DAILY-TRANS-RECORD
                    IF DT-SLIP-SERIAL(1:2) = 'TC'
                            AND DT-SLIP-SERIAL(3:6) = WS-PROOF-DATE(3:6)
                            AND (DT-TRAN-CODE = 'C'
                                 OR DT-TRAN-CODE = 'D')
                        MOVE DT-SLIP-SERIAL TO WS-WORK-SERIAL
                        MOVE DT-TELLER-ID TO WS-WORK-TELLER
                        MOVE DT-TRAN-CODE TO WS-WORK-CODE
                        MOVE DT-AMOUNT TO WS-WORK-AMOUNT
                        PERFORM ADD-TELLER-SLIP
                        IF WS-FOUND-SW = 'N'
                            ADD 1 TO WS-FUTURE-SLIPS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WAREHOUSE-FILE
    END-IF.

COLLECT-CARRIED-SLIPS.
    *> A slip keyed after the branch cut-off waits for the next
    *> business day's run, but it is the keying day's drawer the
    *> cash went into.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT CARRY-FORWARD-FILE
    IF CARRY-FORWARD-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ CARRY-FORWARD-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE CARRY-FORWARD-REC TO DAILY-TRANS-RECORD
                    IF DT-SLIP-SERIAL(1:2) = 'TC'
                            AND DT-SLIP-SERIAL(3:6) = WS-PROOF-DATE(3:6)
                            AND (DT-TRAN-CODE = 'C'
                                 OR DT-TRAN-CODE = 'D')
                        MOVE DT-SLIP-SERIAL TO WS-WORK-SERIAL
                        MOVE DT-TELLER-ID TO WS-WORK-TELLER
                        MOVE DT-TRAN-CODE TO WS-WORK-CODE
                        MOVE DT-AMOUNT TO WS-WORK-AMOUNT
                        PERFORM ADD-TELLER-SLIP
                        IF WS-FOUND-SW = 'N'
                            ADD 1 TO WS-CARRIED-SLIPS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CARRY-FORWARD-FILE
    END-IF.

ADD-TELLER-SLIP.
    MOVE 'N' TO WS-FOUND-SW
    PERFORM VARYING WS-SLIP-SUB FROM 1 BY 1
            UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
        IF SL-SERIAL(WS-SLIP-SUB) = WS-WORK-SERIAL
            SET WS-FOUND TO TRUE
            MOVE WS-SLIP-COUNT TO WS-SLIP-SUB
        END-IF
    END-PERFORM
    IF WS-FOUND
        EXIT PARAGRAPH
    END-IF
    IF WS-SLIP-COUNT < 20000
        ADD 1 TO WS-SLIP-COUNT
        MOVE WS-WORK-SERIAL TO SL-SERIAL(WS-SLIP-COUNT)
        MOVE WS-WORK-TELLER TO SL-TELLER-ID(WS-SLIP-COUNT)
        MOVE WS-WORK-CODE TO SL-TRAN-CODE(WS-SLIP-COUNT)
        MOVE WS-WORK-AMOUNT TO SL-AMOUNT(WS-SLIP-COUNT)
        MOVE 'N' TO SL-REVERSED-SW(WS-SLIP-COUNT)
    ELSE
        SET WS-TABLE-OVERFLOWED TO TRUE
    END-IF.

ATTRIBUTE-TELLER-SLIPS.
    *> a reversed slip was a keying error - the cash it names never
    *> went into or out of the drawer
    PERFORM VARYING WS-REV-SUB FROM 1 BY 1
            UNTIL WS-REV-SUB > WS-REV-COUNT
        PERFORM VARYING WS-SLIP-SUB FROM 1 BY 1
                UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
            IF SL-SERIAL(WS-SLIP-SUB) = WS-REV-SERIAL(WS-REV-SUB)
                    AND NOT SL-REVERSED(WS-SLIP-SUB)
                SET SL-REVERSED(WS-SLIP-SUB) TO TRUE
                ADD 1 TO WS-REVERSED-SLIPS
            END-IF
        END-PERFORM
    END-PERFORM
    PERFORM VARYING WS-SLIP-SUB FROM 1 BY 1
            UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
        IF NOT SL-REVERSED(WS-SLIP-SUB)
            MOVE SL-TELLER-ID(WS-SLIP-SUB) TO WS-WORK-TELLER
            PERFORM FIND-TELLER
            IF WS-TELLER-FOUND-SUB > ZERO
                IF SL-TRAN-CODE(WS-SLIP-SUB) = 'C'
                    ADD SL-AMOUNT(WS-SLIP-SUB)
                        TO TL-CASH-IN(WS-TELLER-FOUND-SUB)
                ELSE
                    ADD SL-AMOUNT(WS-SLIP-SUB)
                        TO TL-CASH-OUT(WS-TELLER-FOUND-SUB)
                END-IF
                ADD 1 TO TL-SLIP-COUNT(WS-TELLER-FOUND-SUB)
            END-IF
        END-IF
    END-PERFORM.

LOAD-TELLER-BRANCHES.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT OPERATOR-CRED-FILE
    IF OPERATOR-CRED-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ OPERATOR-CRED-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE OPERATOR-CRED-REC TO OPERATOR-CRED-RECORD
                    PERFORM VARYING WS-TELLER-SUB FROM 1 BY 1
                            UNTIL WS-TELLER-SUB > WS-TELLER-COUNT
                        IF TL-TELLER-ID(WS-TELLER-SUB) = OPER-ID
                            MOVE OPER-BRANCH
                                TO TL-BRANCH(WS-TELLER-SUB)
                            MOVE WS-TELLER-COUNT TO WS-TELLER-SUB
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE OPERATOR-CRED-FILE
    END-IF
    *> an operator with no branch assignment, or no longer on file,
    *> still has to land somewhere the branches can see
    PERFORM VARYING WS-TELLER-SUB FROM 1 BY 1
            UNTIL WS-TELLER-SUB > WS-TELLER-COUNT
        IF TL-BRANCH(WS-TELLER-SUB) = SPACES
            MOVE "???" TO TL-BRANCH(WS-TELLER-SUB)
        END-IF
    END-PERFORM.

LOAD-BOOKED-OVER-SHORT.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT OVER-SHORT-FILE
    IF OVER-SHORT-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ OVER-SHORT-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE OVER-SHORT-REC TO TELLER-OVER-SHORT-RECORD
                    IF OS-PROOF-DATE = WS-PROOF-DATE
                        IF WS-BOOKED-COUNT < 500
                            ADD 1 TO WS-BOOKED-COUNT
                            MOVE OS-TELLER-ID
                                TO BK-TELLER-ID(WS-BOOKED-COUNT)
                            MOVE OS-BOOKED-DATE
                                TO BK-BOOKED-DATE(WS-BOOKED-COUNT)
                        ELSE
                            SET WS-TABLE-OVERFLOWED TO TRUE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OVER-SHORT-FILE
    END-IF.

SORT-TELLERS-BY-BRANCH.
    *> one contiguous section per branch, tellers in id order within
    *> it, so each branch gets its own subtotal
    PERFORM VARYING WS-SORT-I FROM 1 BY 1
            UNTIL WS-SORT-I >= WS-TELLER-COUNT
        PERFORM VARYING WS-SORT-J FROM 1 BY 1
                UNTIL WS-SORT-J > WS-TELLER-COUNT - WS-SORT-I
            IF WS-TELLER-ENTRY(WS-SORT-J)(1:11)
                    > WS-TELLER-ENTRY(WS-SORT-J + 1)(1:11)
                MOVE WS-TELLER-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
                MOVE WS-TELLER-ENTRY(WS-SORT-J + 1)
                    TO WS-TELLER-ENTRY(WS-SORT-J)
                MOVE WS-SWAP-ENTRY TO WS-TELLER-ENTRY(WS-SORT-J + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

OPEN-REPORT-FILE.
    OPEN OUTPUT PROOF-REPORT-FILE
    STRING WS-PROC-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE PROOF-REPORT-LINE FROM PAGE-HEADER-1
    MOVE WS-PROOF-DATE TO PH-PROOF-DATE
    WRITE PROOF-REPORT-LINE FROM PAGE-HEADER-2
    MOVE SPACES TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE FROM COLUMN-HEADER-LINE.

PROVE-ONE-TELLER.
    IF TL-BRANCH(WS-TELLER-SUB) NOT = WS-CURRENT-BRANCH
        IF WS-CURRENT-BRANCH NOT = LOW-VALUES
            PERFORM WRITE-BRANCH-TOTAL
        END-IF
        MOVE TL-BRANCH(WS-TELLER-SUB) TO WS-CURRENT-BRANCH
        INITIALIZE WS-BRANCH-TOTALS
    END-IF
    COMPUTE WS-EXPECTED = TL-OPENING(WS-TELLER-SUB)
                        + TL-VAULT-BUYS(WS-TELLER-SUB)
                        - TL-VAULT-SELLS(WS-TELLER-SUB)
                        + TL-CASH-IN(WS-TELLER-SUB)
                        - TL-CASH-OUT(WS-TELLER-SUB)
    MOVE SPACES TO DETAIL-LINE
    MOVE TL-BRANCH(WS-TELLER-SUB) TO DL-BRANCH
    MOVE TL-TELLER-ID(WS-TELLER-SUB) TO DL-TELLER-ID
    MOVE TL-OPENING(WS-TELLER-SUB) TO DL-OPENING
    MOVE TL-VAULT-BUYS(WS-TELLER-SUB) TO DL-VAULT-BUYS
    MOVE TL-VAULT-SELLS(WS-TELLER-SUB) TO DL-VAULT-SELLS
    MOVE TL-CASH-IN(WS-TELLER-SUB) TO DL-CASH-IN
    MOVE TL-CASH-OUT(WS-TELLER-SUB) TO DL-CASH-OUT
    MOVE WS-EXPECTED TO DL-EXPECTED
    ADD TL-OPENING(WS-TELLER-SUB) TO BT-OPENING
    ADD TL-VAULT-BUYS(WS-TELLER-SUB) TO BT-VAULT-BUYS
    ADD TL-VAULT-SELLS(WS-TELLER-SUB) TO BT-VAULT-SELLS
    ADD TL-CASH-IN(WS-TELLER-SUB) TO BT-CASH-IN
    ADD TL-CASH-OUT(WS-TELLER-SUB) TO BT-CASH-OUT
    ADD WS-EXPECTED TO BT-EXPECTED
    MOVE SPACES TO WS-NOTE-TEXT
    *> Exceptions, most serious first. Slips with no drawer entries
    *> at all, or a drawer never counted, cannot be proved. A drawer
    *> never opened is proved from zero so the branch can see the
    *> figure, but nothing is booked: the whole opening would go to
    *> the ledger as over. The branch keys the missing entry and the
    *> day is proved again with DRWPROOF-BUSINESS-DATE.
    IF NOT TL-HAS-DRAWER(WS-TELLER-SUB)
        MOVE "NO DRAWER" TO WS-NOTE-TEXT
    ELSE
    IF NOT TL-COUNTED-AT-CLOSE(WS-TELLER-SUB)
        MOVE "NO CLOSE COUNT" TO WS-NOTE-TEXT
    END-IF
    END-IF
    IF WS-NOTE-TEXT NOT = SPACES
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE SPACES TO DL-COUNTED-X DL-OVER-SHORT-X
        MOVE WS-NOTE-TEXT TO DL-NOTE
        WRITE PROOF-REPORT-LINE FROM DETAIL-LINE
        EXIT PARAGRAPH
    END-IF
    COMPUTE WS-OVER-SHORT = TL-COUNTED(WS-TELLER-SUB) - WS-EXPECTED
    MOVE TL-COUNTED(WS-TELLER-SUB) TO DL-COUNTED
    MOVE WS-OVER-SHORT TO DL-OVER-SHORT
    ADD TL-COUNTED(WS-TELLER-SUB) TO BT-COUNTED
    IF NOT TL-OPENED(WS-TELLER-SUB)
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE "NO OPENING" TO DL-NOTE
        WRITE PROOF-REPORT-LINE FROM DETAIL-LINE
        EXIT PARAGRAPH
    END-IF
    ADD WS-OVER-SHORT TO BT-OVER-SHORT
    IF WS-OVER-SHORT = ZERO
        ADD 1 TO WS-BALANCED-COUNT
        MOVE "BALANCED" TO WS-NOTE-TEXT
    ELSE
        PERFORM BOOK-OVER-SHORT
    END-IF
    MOVE WS-NOTE-TEXT TO DL-NOTE
    WRITE PROOF-REPORT-LINE FROM DETAIL-LINE.

BOOK-OVER-SHORT.
    MOVE ZERO TO WS-BOOKED-FOUND-SUB
    PERFORM VARYING WS-BOOKED-SUB FROM 1 BY 1
            UNTIL WS-BOOKED-SUB > WS-BOOKED-COUNT
        IF BK-TELLER-ID(WS-BOOKED-SUB) = TL-TELLER-ID(WS-TELLER-SUB)
            MOVE WS-BOOKED-SUB TO WS-BOOKED-FOUND-SUB
            MOVE WS-BOOKED-COUNT TO WS-BOOKED-SUB
        END-IF
    END-PERFORM
    IF WS-BOOKED-FOUND-SUB > ZERO
        ADD 1 TO WS-ALREADY-COUNT
        MOVE SPACES TO WS-NOTE-TEXT
        STRING "BOOKED " DELIMITED BY SIZE
               BK-BOOKED-DATE(WS-BOOKED-FOUND-SUB) DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO TELLER-OVER-SHORT-RECORD
    MOVE WS-PROOF-DATE TO OS-PROOF-DATE
    MOVE TL-BRANCH(WS-TELLER-SUB) TO OS-BRANCH
    MOVE TL-TELLER-ID(WS-TELLER-SUB) TO OS-TELLER-ID
    MOVE WS-OVER-SHORT TO OS-AMOUNT
    MOVE WS-PROC-DATE TO OS-BOOKED-DATE
    WRITE OVER-SHORT-REC FROM TELLER-OVER-SHORT-RECORD
    ADD 1 TO WS-BOOKED-NOW-COUNT
    IF WS-OVER-SHORT > ZERO
        ADD WS-OVER-SHORT TO WS-OVER-TOTAL
        MOVE "OVER" TO WS-NOTE-TEXT
    ELSE
        SUBTRACT WS-OVER-SHORT FROM WS-SHORT-TOTAL
        MOVE "SHORT" TO WS-NOTE-TEXT
    END-IF.

WRITE-BRANCH-TOTAL.
    MOVE SPACES TO DETAIL-LINE
    MOVE WS-CURRENT-BRANCH TO DL-BRANCH
    MOVE "TOTAL" TO DL-TELLER-ID
    MOVE BT-OPENING TO DL-OPENING
    MOVE BT-VAULT-BUYS TO DL-VAULT-BUYS
    MOVE BT-VAULT-SELLS TO DL-VAULT-SELLS
    MOVE BT-CASH-IN TO DL-CASH-IN
    MOVE BT-CASH-OUT TO DL-CASH-OUT
    MOVE BT-EXPECTED TO DL-EXPECTED
    MOVE BT-COUNTED TO DL-COUNTED
    MOVE BT-OVER-SHORT TO DL-OVER-SHORT
    WRITE PROOF-REPORT-LINE FROM DETAIL-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    ADD BT-OPENING TO GT-OPENING
    ADD BT-VAULT-BUYS TO GT-VAULT-BUYS
    ADD BT-VAULT-SELLS TO GT-VAULT-SELLS
    ADD BT-CASH-IN TO GT-CASH-IN
    ADD BT-CASH-OUT TO GT-CASH-OUT
    ADD BT-EXPECTED TO GT-EXPECTED
    ADD BT-COUNTED TO GT-COUNTED
    ADD BT-OVER-SHORT TO GT-OVER-SHORT.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO DETAIL-LINE
    MOVE "ALL" TO DL-BRANCH
    MOVE "TOTAL" TO DL-TELLER-ID
    MOVE GT-OPENING TO DL-OPENING
    MOVE GT-VAULT-BUYS TO DL-VAULT-BUYS
    MOVE GT-VAULT-SELLS TO DL-VAULT-SELLS
    MOVE GT-CASH-IN TO DL-CASH-IN
    MOVE GT-CASH-OUT TO DL-CASH-OUT
    MOVE GT-EXPECTED TO DL-EXPECTED
    MOVE GT-COUNTED TO DL-COUNTED
    MOVE GT-OVER-SHORT TO DL-OVER-SHORT
    WRITE PROOF-REPORT-LINE FROM DETAIL-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "DRAWER ENTRIES:" TO CL-LABEL
    MOVE WS-DRAWER-EVENTS TO CL-VALUE
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "TELLER CASH SLIPS POSTED:" TO CL-LABEL
    MOVE WS-JOURNAL-SLIPS TO CL-VALUE
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "TELLER CASH SLIPS DATED AHEAD:" TO CL-LABEL
    MOVE WS-FUTURE-SLIPS TO CL-VALUE
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "TELLER CASH SLIPS AFTER CUT-OFF:" TO CL-LABEL
    MOVE WS-CARRIED-SLIPS TO CL-VALUE
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "REVERSED, EXCLUDED:" TO CL-LABEL
    MOVE WS-REVERSED-SLIPS TO CL-VALUE
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "TELLERS ON THE PROOF:" TO CL-LABEL
    MOVE WS-TELLER-COUNT TO CL-VALUE
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "BALANCED:" TO CL-LABEL
    MOVE WS-BALANCED-COUNT TO CL-VALUE
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "OVER/SHORT BOOKED THIS RUN:" TO CL-LABEL
    MOVE WS-BOOKED-NOW-COUNT TO CL-VALUE
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "ALREADY BOOKED, NOT BOOKED AGAIN:" TO CL-LABEL
    MOVE WS-ALREADY-COUNT TO CL-VALUE
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "EXCEPTIONS:" TO CL-LABEL
    MOVE WS-EXCEPTION-COUNT TO CL-VALUE
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "CASH OVER BOOKED:" TO AL-LABEL
    MOVE WS-OVER-TOTAL TO AL-VALUE
    WRITE PROOF-REPORT-LINE FROM AMOUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "CASH SHORT BOOKED:" TO AL-LABEL
    MOVE WS-SHORT-TOTAL TO AL-VALUE
    WRITE PROOF-REPORT-LINE FROM AMOUNT-LINE.

    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
