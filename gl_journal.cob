    SELECT GL-JOURNAL-FILE ASSIGN TO GLJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GL-JOURNAL-STATUS.
    SELECT OVER-SHORT-FILE ASSIGN TO OVERSHORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OVER-SHORT-STATUS.
    SELECT IB-REPORT-FILE ASSIGN TO IBREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IB-REPORT-STATUS.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
01  GL-MAP-REC             PIC X(40).
FD  GL-JOURNAL-FILE.
01  GL-JOURNAL-REC         PIC X(80).
FD  OVER-SHORT-FILE.
01  OVER-SHORT-REC         PIC X(39).
FD  IB-REPORT-FILE.
01  IB-REPORT-LINE         PIC X(132).
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
01  GL-MAP-STATUS      PIC XX.
01  GLJOURNALPATH      PIC X(200) VALUE SPACES.
01  GL-JOURNAL-STATUS  PIC XX.
01  OVERSHORTPATH      PIC X(200) VALUE SPACES.
01  OVER-SHORT-STATUS  PIC XX.
01  IBREPORTPATH       PIC X(200) VALUE SPACES.
01  IB-REPORT-STATUS   PIC XX.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-JOURNAL      VALUE 'Y'.
01  WS-MAP-EOF-SW      PIC X VALUE 'N'.
    88  WS-END-OF-MAP          VALUE 'Y'.
01  WS-OS-EOF-SW       PIC X VALUE 'N'.
    88  WS-END-OF-OVER-SHORT   VALUE 'Y'.
01  WS-SELECT-DATE     PIC X(8) VALUE SPACES.
01  SQL-STATEMENT      PIC X(300).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-SQLCODE-DISP PIC -(9)9.
    COPY CUSTREC.
    COPY TRXJRNL.
    COPY TELLOS.
*> The mapping control file is one fixed-width record per tran code:
*>   column   1      TJ-TRAN-CODE the rule covers ('*' names the
*>                   cash settlement account every posting offsets to,
*>                   '&' the customer-deposit account loan entries
*>                   offset to instead, '#' the clearing-house
*>                   settlement account ACH entries offset to, '%'
*>                   the clearing suspense account external payments
*>                   wait in until the origination file settles, '$'
*>                   the cash over/short account teller drawer
*>                   differences are booked to, '>' the due-to-
*>                   branches account and '<' the due-from-branches
*>                   account a transfer between customers of two
*>                   branches settles through instead of cash)
*>   columns  3-10   GL account number
*>   columns 12-40   description, documentation only
01  GL-MAP-ENTRY.
        10  MR-ACCOUNT         PIC X(8).
01  WS-MAP-SUB         PIC 9(2) COMP VALUE ZERO.
01  WS-CASH-ACCOUNT    PIC X(8) VALUE SPACES.
01  WS-LOAN-DEPOSIT-ACCOUNT PIC X(8) VALUE SPACES.
01  WS-ACH-SETTLE-ACCOUNT PIC X(8) VALUE SPACES.
01  WS-ACH-SUSPENSE-ACCOUNT PIC X(8) VALUE SPACES.
01  WS-OVER-SHORT-ACCOUNT PIC X(8) VALUE SPACES.
01  WS-DUE-TO-ACCOUNT  PIC X(8) VALUE SPACES.
01  WS-DUE-FROM-ACCOUNT PIC X(8) VALUE SPACES.
01  WS-IB-OFFSET-ACCOUNT PIC X(8) VALUE SPACES.
01  WS-OFFSET-ACCOUNT  PIC X(8) VALUE SPACES.
01  WS-MAPPED-ACCOUNT  PIC X(8) VALUE SPACES.
*> Customer-to-branch answers are cached so the night's feed costs
*> one lookup per customer, not one per journal row.
01  WS-POST-AMOUNT     PIC S9(13)V99 VALUE ZERO.
01  WS-OVERFLOW-SW     PIC X VALUE 'N'.
    88  WS-TABLE-OVERFLOWED    VALUE 'Y'.
*> Transfer legs waiting for their other half. Both legs of a
*> transfer are journaled under the slip's serial, the paying leg
*> negative and the receiving leg positive; only once both are in
*> hand are the two customers' branches known, and a pair that
*> crosses branches is settled through due-to/due-from instead of
*> each branch's cash. TRXREV backs a transfer out as an RV 'C' and
*> an RV 'D' slip, each carrying the transfer's serial as its xref;
*> those two legs are paired on the xref the same way, so the
*> reversal unwinds the due-to/due-from position rather than moving
*> cash at both branches.
01  WS-LEG-TABLE.
    05  WS-LEG-COUNT       PIC 9(4) VALUE ZERO.
    05  WS-LEG-ROW OCCURS 2000 TIMES.
        10  LG-SERIAL          PIC X(14).
        10  LG-KIND            PIC X(1).
        10  LG-PAYING-SW       PIC X(1).
        10  LG-USED-SW         PIC X(1).
        10  LG-JOURNAL-ROW     PIC X(113).
01  WS-LEG-SUB         PIC 9(4) COMP VALUE ZERO.
01  WS-LEG-FOUND-SUB   PIC 9(4) COMP VALUE ZERO.
01  WS-THIS-PAYING-SW  PIC X(1) VALUE SPACE.
01  WS-PAY-ROW         PIC X(113) VALUE SPACES.
01  WS-RECV-ROW        PIC X(113) VALUE SPACES.
01  WS-PAY-BRANCH      PIC X(3) VALUE SPACES.
01  WS-RECV-BRANCH     PIC X(3) VALUE SPACES.
01  WS-PAIR-AMOUNT     PIC S9(13)V99 VALUE ZERO.
01  WS-LEG-KEY         PIC X(14) VALUE SPACES.
*> 'T' a transfer leg, 'R' a reversal leg - a transfer posted and
*> backed out on the same day must not pair a leg with its undoing.
01  WS-LEG-KIND        PIC X(1) VALUE SPACE.
*> The day's position between each pair of branches, the lower
*> branch code first: what the lower branch's customers paid the
*> higher's and the reverse. The difference is what one branch owes
*> the other.
01  WS-POSITION-TABLE.
    05  WS-POS-COUNT       PIC 9(4) VALUE ZERO.
    05  WS-POS-ROW OCCURS 1000 TIMES.
        10  IP-LOW-BRANCH      PIC X(3).
        10  IP-HIGH-BRANCH     PIC X(3).
        10  IP-LOW-PAID        PIC S9(13)V99.
        10  IP-HIGH-PAID       PIC S9(13)V99.
        10  IP-TRANSFERS       PIC 9(7).
01  WS-POS-SUB         PIC 9(4) COMP VALUE ZERO.
01  WS-POS-FULL-SW     PIC X VALUE 'N'.
    88  WS-POSITION-TABLE-FULL VALUE 'Y'.
01  WS-POS-INS         PIC 9(4) COMP VALUE ZERO.
01  WS-LOW-BRANCH      PIC X(3) VALUE SPACES.
01  WS-HIGH-BRANCH     PIC X(3) VALUE SPACES.
01  WS-NET-AMOUNT      PIC S9(13)V99 VALUE ZERO.
01  WS-IB-TRANSFERS    PIC 9(9) VALUE ZERO.
01  WS-IB-TOTAL        PIC S9(13)V99 VALUE ZERO.
01  WS-UNPAIRED-COUNT  PIC 9(9) VALUE ZERO.
01  WS-REPORT-DATE     PIC X(10).
01  PAGE-HEADER-1.
    05  FILLER             PIC X(30) VALUE
        "INTER-BRANCH POSITION REPORT  ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  PAGE-HEADER-2.
    05  FILLER             PIC X(10) VALUE "POST DATE ".
    05  PH-POST-DATE       PIC X(8).
    05  FILLER             PIC X(12) VALUE "   DUE TO   ".
    05  PH-DUE-TO          PIC X(8).
    05  FILLER             PIC X(12) VALUE "   DUE FROM ".
    05  PH-DUE-FROM        PIC X(8).
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "BR-A BR-B  XFERS     A PAID TO B     B PAID TO A      NET AMOUNT  OWED BY OWED TO".
01  DETAIL-LINE.
    05  DL-LOW-BRANCH      PIC X(3).
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  DL-HIGH-BRANCH     PIC X(3).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-TRANSFERS       PIC Z(5)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-LOW-PAID        PIC Z(11)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-HIGH-PAID       PIC Z(11)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-NET-AMOUNT      PIC Z(11)9.99.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  DL-OWED-BY         PIC X(3).
    05  FILLER             PIC X(5)  VALUE SPACES.
    05  DL-OWED-TO         PIC X(3).
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-VALUE           PIC Z(8)9.
01  AMOUNT-LINE.
    05  AL-LABEL           PIC X(30).
    05  AL-VALUE           PIC Z(12)9.99.
01  WS-ROWS-FED        PIC 9(9) VALUE ZERO.
01  WS-OVER-SHORT-FED  PIC 9(9) VALUE ZERO.
01  WS-UNMAPPED-COUNT  PIC 9(9) VALUE ZERO.
01  WS-DEBIT-TOTAL     PIC S9(13)V99 VALUE ZERO.
01  WS-CREDIT-TOTAL    PIC S9(13)V99 VALUE ZERO.
    *> per CUST-BRANCH, per TJ-POST-DATE, with a trailer proving
    *> debits equal credits. Replaces the accounting side re-deriving
    *> ledger postings from BALRPT's per-customer balance records.
    *> A transfer between customers of two branches moves no cash:
    *> the paying branch owes the receiving one, so each leg is
    *> offset to due-to or due-from and every branch's slice balances
    *> on its own; the day's net position between each pair of
    *> branches is reported for settlement.
    DISPLAY "GLJRNL-POST-DATE" UPON ENVIRONMENT-NAME
    ACCEPT WS-SELECT-DATE FROM ENVIRONMENT-VALUE
    IF WS-SELECT-DATE = SPACES
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
        PERFORM FEED-UNPAIRED-LEGS
        PERFORM FEED-TELLER-OVER-SHORT
        IF WS-TABLE-OVERFLOWED
            *> a feed missing summary rows would hand accounting an
            *> out-of-balance book with a clean trailer; refuse
            MOVE WS-CREDIT-TOTAL TO WS-CR-DISP
            DISPLAY "GLJRNL complete for " WS-SELECT-DATE
                    " - journal rows fed: " WS-ROWS-FED
                    " over/short rows fed: " WS-OVER-SHORT-FED
                    " debits: " WS-DR-DISP
                    " credits: " WS-CR-DISP
            IF WS-UNMAPPED-COUNT > ZERO
                DISPLAY "Unmapped tran codes hit suspense: "
                        WS-UNMAPPED-COUNT
            END-IF
            PERFORM WRITE-POSITION-REPORT
            DISPLAY "Inter-branch transfers settled: " WS-IB-TRANSFERS
                    " branch pairs: " WS-POS-COUNT
        END-IF
        IF WS-UNPAIRED-COUNT > ZERO
            *> a leg whose other half is not on this date's journal
            *> (a transfer replayed across a restart, or the other
            *> leg refused) is fed against cash as before
            MOVE "GLJRNL" TO WS-ERR-PROGRAM-ID
            MOVE "UNPAIRED" TO WS-ERR-CODE
            MOVE "Transfer legs without their pair fed against cash"
                TO WS-ERR-MESSAGE
            SET WS-ERR-WARNING TO TRUE
            PERFORM LOG-COMMON-ERROR
        END-IF
    END-IF
    END-IF
    ACCEPT GLJOURNALPATH FROM ENVIRONMENT-VALUE
    IF GLJOURNALPATH = SPACES
        MOVE "gl-journal.dat" TO GLJOURNALPATH
    END-IF
    DISPLAY "TELLER-OVER-SHORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OVERSHORTPATH FROM ENVIRONMENT-VALUE
    IF OVERSHORTPATH = SPACES
        MOVE "teller-over-short.dat" TO OVERSHORTPATH
    END-IF
    DISPLAY "INTER-BRANCH-REPORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT IBREPORTPATH FROM ENVIRONMENT-VALUE
    IF IBREPORTPATH = SPACES
        MOVE "inter-branch-position.dat" TO IBREPORTPATH
    END-IF.

LOAD-GL-MAP.
                    EVALUATE TRUE
                        WHEN GM-TRAN-CODE = '*'
                            MOVE GM-ACCOUNT TO WS-CASH-ACCOUNT
                        WHEN GM-TRAN-CODE = '&'
                            MOVE GM-ACCOUNT TO WS-LOAN-DEPOSIT-ACCOUNT
                        WHEN GM-TRAN-CODE = '#'
                            MOVE GM-ACCOUNT TO WS-ACH-SETTLE-ACCOUNT
                        WHEN GM-TRAN-CODE = '%'
                            MOVE GM-ACCOUNT TO WS-ACH-SUSPENSE-ACCOUNT
                        WHEN GM-TRAN-CODE = '$'
                            MOVE GM-ACCOUNT TO WS-OVER-SHORT-ACCOUNT
                        WHEN GM-TRAN-CODE = '>'
                            MOVE GM-ACCOUNT TO WS-DUE-TO-ACCOUNT
                        WHEN GM-TRAN-CODE = '<'
                            MOVE GM-ACCOUNT TO WS-DUE-FROM-ACCOUNT
                        WHEN GM-TRAN-CODE NOT = SPACES
                                AND WS-MAP-COUNT < 20
                            ADD 1 TO WS-MAP-COUNT
    END-IF.

FEED-ONE-JOURNAL-ROW.
    *> A transfer leg, or one leg of a transfer's reversal, waits for
    *> its other half; every other row posts straight away.
    IF WS-DUE-TO-ACCOUNT NOT = SPACES
            AND WS-DUE-FROM-ACCOUNT NOT = SPACES
        IF TJ-TRAN-CODE = 'T'
            MOVE TJ-SLIP-SERIAL TO WS-LEG-KEY
            MOVE 'T' TO WS-LEG-KIND
            PERFORM HOLD-TRANSFER-LEG
            EXIT PARAGRAPH
        END-IF
        IF TJ-SLIP-SERIAL(1:2) = "RV"
                AND TJ-XREF-SERIAL NOT = SPACES
                AND (TJ-TRAN-CODE = 'C' OR TJ-TRAN-CODE = 'D')
            MOVE TJ-XREF-SERIAL TO WS-LEG-KEY
            MOVE 'R' TO WS-LEG-KIND
            PERFORM HOLD-TRANSFER-LEG
            EXIT PARAGRAPH
        END-IF
    END-IF
    PERFORM POST-JOURNAL-ROW.

POST-JOURNAL-ROW.
    ADD 1 TO WS-ROWS-FED
    PERFORM RESOLVE-MAPPED-ACCOUNT
    PERFORM RESOLVE-CUSTOMER-BRANCH
    MOVE WS-CASH-ACCOUNT TO WS-OFFSET-ACCOUNT
    IF (TJ-LOAN-ENTRY OR TJ-CHARGE-OFF)
            AND WS-LOAN-DEPOSIT-ACCOUNT NOT = SPACES
        *> no cash moves on a loan entry: the money goes between the
        *> customer's deposit and the loan, so the deposit account
        *> takes the customer side and the loan principal, interest
        *> or fee account the other - disbursement debits the loan,
        *> a payment credits principal and interest income. A
        *> charge-off moves no cash either: the overdrawn deposit is
        *> cleared against the charge-off loss account
        MOVE WS-MAPPED-ACCOUNT TO WS-OFFSET-ACCOUNT
        MOVE WS-LOAN-DEPOSIT-ACCOUNT TO WS-MAPPED-ACCOUNT
    END-IF
    IF TJ-ACH-ENTRY AND WS-ACH-SETTLE-ACCOUNT NOT = SPACES
        *> the money came in through the Federal Reserve account the
        *> clearing house settles to, not across a teller's counter
        MOVE WS-ACH-SETTLE-ACCOUNT TO WS-OFFSET-ACCOUNT
    END-IF
    IF TJ-EXTERNAL-PAY AND WS-ACH-SUSPENSE-ACCOUNT NOT = SPACES
        *> a payment to another bank leaves the customer tonight but
        *> only reaches the Federal Reserve account when EXTORIG's
        *> file settles; until then it is owed out of suspense
        MOVE WS-ACH-SUSPENSE-ACCOUNT TO WS-OFFSET-ACCOUNT
    END-IF
    IF WS-IB-OFFSET-ACCOUNT NOT = SPACES
        *> one leg of a transfer across branches: the other branch
        *> has the customer, this one the claim on it
        MOVE WS-IB-OFFSET-ACCOUNT TO WS-OFFSET-ACCOUNT
    END-IF
    COMPUTE WS-POST-AMOUNT = FUNCTION ABS(TJ-AMOUNT)
    *> money into the customer's balance credits the mapped account
    *> and debits cash; money out does the reverse - each journal row
        MOVE 'D' TO WS-POST-SIDE
    END-IF
    PERFORM ACCUMULATE-SUMMARY-ROW
    MOVE WS-OFFSET-ACCOUNT TO WS-MAPPED-ACCOUNT
    IF TJ-AMOUNT >= ZERO
        MOVE 'D' TO WS-POST-SIDE
    ELSE
    END-IF
    PERFORM ACCUMULATE-SUMMARY-ROW.

HOLD-TRANSFER-LEG.
    IF TJ-AMOUNT < ZERO
        MOVE 'Y' TO WS-THIS-PAYING-SW
    ELSE
        MOVE 'N' TO WS-THIS-PAYING-SW
    END-IF
    MOVE ZERO TO WS-LEG-FOUND-SUB
    PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
            UNTIL WS-LEG-SUB > WS-LEG-COUNT
        IF LG-SERIAL(WS-LEG-SUB) = WS-LEG-KEY
                AND LG-KIND(WS-LEG-SUB) = WS-LEG-KIND
                AND LG-USED-SW(WS-LEG-SUB) = 'N'
                AND LG-PAYING-SW(WS-LEG-SUB) NOT = WS-THIS-PAYING-SW
            MOVE WS-LEG-SUB TO WS-LEG-FOUND-SUB
            MOVE WS-LEG-COUNT TO WS-LEG-SUB
        END-IF
    END-PERFORM
    IF WS-LEG-FOUND-SUB > ZERO
        MOVE 'Y' TO LG-USED-SW(WS-LEG-FOUND-SUB)
        IF WS-THIS-PAYING-SW = 'Y'
            MOVE TRX-JOURNAL-ENTRY TO WS-PAY-ROW
            MOVE LG-JOURNAL-ROW(WS-LEG-FOUND-SUB) TO WS-RECV-ROW
        ELSE
            MOVE LG-JOURNAL-ROW(WS-LEG-FOUND-SUB) TO WS-PAY-ROW
            MOVE TRX-JOURNAL-ENTRY TO WS-RECV-ROW
        END-IF
        PERFORM FEED-TRANSFER-PAIR
    ELSE
        IF WS-LEG-COUNT < 2000
            ADD 1 TO WS-LEG-COUNT
            MOVE WS-LEG-KEY TO LG-SERIAL(WS-LEG-COUNT)
            MOVE WS-LEG-KIND TO LG-KIND(WS-LEG-COUNT)
            MOVE WS-THIS-PAYING-SW TO LG-PAYING-SW(WS-LEG-COUNT)
            MOVE 'N' TO LG-USED-SW(WS-LEG-COUNT)
            MOVE TRX-JOURNAL-ENTRY TO LG-JOURNAL-ROW(WS-LEG-COUNT)
        ELSE
            *> no room to wait for the other half: fed against cash
            PERFORM POST-JOURNAL-ROW
            ADD 1 TO WS-UNPAIRED-COUNT
        END-IF
    END-IF.

FEED-TRANSFER-PAIR.
    MOVE WS-PAY-ROW TO TRX-JOURNAL-ENTRY
    PERFORM RESOLVE-CUSTOMER-BRANCH
    MOVE WS-WORK-BRANCH TO WS-PAY-BRANCH
    COMPUTE WS-PAIR-AMOUNT = ZERO - TJ-AMOUNT
    MOVE WS-RECV-ROW TO TRX-JOURNAL-ENTRY
    PERFORM RESOLVE-CUSTOMER-BRANCH
    MOVE WS-WORK-BRANCH TO WS-RECV-BRANCH
    IF WS-PAY-BRANCH NOT = WS-RECV-BRANCH
        *> the paying branch's customer deposits go down against what
        *> it now owes the receiving branch; the receiving branch's go
        *> up against what it is owed
        MOVE WS-DUE-TO-ACCOUNT TO WS-IB-OFFSET-ACCOUNT
        MOVE WS-PAY-ROW TO TRX-JOURNAL-ENTRY
        PERFORM POST-JOURNAL-ROW
        MOVE WS-DUE-FROM-ACCOUNT TO WS-IB-OFFSET-ACCOUNT
        MOVE WS-RECV-ROW TO TRX-JOURNAL-ENTRY
        PERFORM POST-JOURNAL-ROW
        MOVE SPACES TO WS-IB-OFFSET-ACCOUNT
        PERFORM ACCUMULATE-BRANCH-POSITION
    ELSE
        *> within one branch the two cash sides cancel
        MOVE WS-PAY-ROW TO TRX-JOURNAL-ENTRY
        PERFORM POST-JOURNAL-ROW
        MOVE WS-RECV-ROW TO TRX-JOURNAL-ENTRY
        PERFORM POST-JOURNAL-ROW
    END-IF.

FEED-UNPAIRED-LEGS.
    *> An RV row left alone here reversed an ordinary slip, or only
    *> one leg of a transfer was backed out; either way it is an
    *> ordinary cash posting, not a transfer leg missing its pair.
    PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
            UNTIL WS-LEG-SUB > WS-LEG-COUNT
        IF LG-USED-SW(WS-LEG-SUB) = 'N'
            MOVE LG-JOURNAL-ROW(WS-LEG-SUB) TO TRX-JOURNAL-ENTRY
            PERFORM POST-JOURNAL-ROW
            IF TJ-TRAN-CODE = 'T'
                ADD 1 TO WS-UNPAIRED-COUNT
            END-IF
        END-IF
    END-PERFORM.

ACCUMULATE-BRANCH-POSITION.
    ADD 1 TO WS-IB-TRANSFERS
    ADD WS-PAIR-AMOUNT TO WS-IB-TOTAL
    IF WS-PAY-BRANCH < WS-RECV-BRANCH
        MOVE WS-PAY-BRANCH TO WS-LOW-BRANCH
        MOVE WS-RECV-BRANCH TO WS-HIGH-BRANCH
    ELSE
        MOVE WS-RECV-BRANCH TO WS-LOW-BRANCH
        MOVE WS-PAY-BRANCH TO WS-HIGH-BRANCH
    END-IF
    *> kept in branch-pair order for the report
    MOVE ZERO TO WS-POS-INS
    PERFORM VARYING WS-POS-SUB FROM 1 BY 1
            UNTIL WS-POS-SUB > WS-POS-COUNT
        IF IP-LOW-BRANCH(WS-POS-SUB) = WS-LOW-BRANCH
                AND IP-HIGH-BRANCH(WS-POS-SUB) = WS-HIGH-BRANCH
            PERFORM ADD-TO-BRANCH-POSITION
            EXIT PARAGRAPH
        END-IF
        IF WS-POS-INS = ZERO
                AND (IP-LOW-BRANCH(WS-POS-SUB) > WS-LOW-BRANCH
                     OR (IP-LOW-BRANCH(WS-POS-SUB) = WS-LOW-BRANCH
                         AND IP-HIGH-BRANCH(WS-POS-SUB)
                             > WS-HIGH-BRANCH))
            MOVE WS-POS-SUB TO WS-POS-INS
        END-IF
    END-PERFORM
    IF WS-POS-COUNT >= 1000
        *> the GL rows are already in; only the report loses the pair
        SET WS-POSITION-TABLE-FULL TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF WS-POS-INS = ZERO
        ADD 1 TO WS-POS-COUNT
        MOVE WS-POS-COUNT TO WS-POS-SUB
    ELSE
        PERFORM VARYING WS-POS-SUB FROM WS-POS-COUNT BY -1
                UNTIL WS-POS-SUB < WS-POS-INS
            MOVE WS-POS-ROW(WS-POS-SUB) TO WS-POS-ROW(WS-POS-SUB + 1)
        END-PERFORM
        ADD 1 TO WS-POS-COUNT
        MOVE WS-POS-INS TO WS-POS-SUB
    END-IF
    MOVE WS-LOW-BRANCH TO IP-LOW-BRANCH(WS-POS-SUB)
    MOVE WS-HIGH-BRANCH TO IP-HIGH-BRANCH(WS-POS-SUB)
    MOVE ZERO TO IP-LOW-PAID(WS-POS-SUB)
                 IP-HIGH-PAID(WS-POS-SUB)
                 IP-TRANSFERS(WS-POS-SUB)
    PERFORM ADD-TO-BRANCH-POSITION.

ADD-TO-BRANCH-POSITION.
    ADD 1 TO IP-TRANSFERS(WS-POS-SUB)
    IF WS-PAY-BRANCH = WS-LOW-BRANCH
        ADD WS-PAIR-AMOUNT TO IP-LOW-PAID(WS-POS-SUB)
    ELSE
        ADD WS-PAIR-AMOUNT TO IP-HIGH-PAID(WS-POS-SUB)
    END-IF.

FEED-TELLER-OVER-SHORT.
    *> Drawer differences DRWPROOF booked on this date. The cash is
    *> already over in, or short from, the drawer, so an over debits
    *> cash and credits over/short and a short the reverse - under
    *> the teller's branch, not a customer's.
    MOVE 'N' TO WS-OS-EOF-SW
    OPEN INPUT OVER-SHORT-FILE
    IF OVER-SHORT-STATUS = "00"
        PERFORM UNTIL WS-END-OF-OVER-SHORT
            READ OVER-SHORT-FILE
                AT END
                    SET WS-END-OF-OVER-SHORT TO TRUE
                NOT AT END
                    MOVE OVER-SHORT-REC TO TELLER-OVER-SHORT-RECORD
                    IF OS-BOOKED-DATE = WS-SELECT-DATE
                            AND OS-AMOUNT NOT = ZERO
                        PERFORM FEED-ONE-OVER-SHORT-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OVER-SHORT-FILE
    END-IF.

FEED-ONE-OVER-SHORT-ROW.
    ADD 1 TO WS-OVER-SHORT-FED
    MOVE OS-BOOKED-DATE TO TJ-POST-DATE
    MOVE OS-BRANCH TO WS-WORK-BRANCH
    IF WS-OVER-SHORT-ACCOUNT = SPACES
        *> same rule as an unmapped tran code: suspense, counted
        MOVE "99999999" TO WS-MAPPED-ACCOUNT
        ADD 1 TO WS-UNMAPPED-COUNT
    ELSE
        MOVE WS-OVER-SHORT-ACCOUNT TO WS-MAPPED-ACCOUNT
    END-IF
    COMPUTE WS-POST-AMOUNT = FUNCTION ABS(OS-AMOUNT)
    IF OS-AMOUNT > ZERO
        MOVE 'C' TO WS-POST-SIDE
    ELSE
        MOVE 'D' TO WS-POST-SIDE
    END-IF
    PERFORM ACCUMULATE-SUMMARY-ROW
    MOVE WS-CASH-ACCOUNT TO WS-MAPPED-ACCOUNT
    IF OS-AMOUNT > ZERO
        MOVE 'D' TO WS-POST-SIDE
    ELSE
        MOVE 'C' TO WS-POST-SIDE
    END-IF
    PERFORM ACCUMULATE-SUMMARY-ROW.

RESOLVE-MAPPED-ACCOUNT.
    MOVE SPACES TO WS-MAPPED-ACCOUNT
    PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
        PERFORM LOG-COMMON-ERROR
    END-IF.

WRITE-POSITION-REPORT.
    *> One line per pair of branches with transfers between them
    *> today: the gross each way and the net, owed by the branch whose
    *> customers paid out more. Written every night, empty or not,
    *> so settlement always has the day's sheet.
    OPEN OUTPUT IB-REPORT-FILE
    IF IB-REPORT-STATUS NOT = "00"
        MOVE "GLJRNL" TO WS-ERR-PROGRAM-ID
        MOVE IB-REPORT-STATUS TO WS-ERR-CODE
        MOVE "Unable to open inter-branch position report"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    STRING WS-SELECT-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-SELECT-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-SELECT-DATE(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE IB-REPORT-LINE FROM PAGE-HEADER-1
    MOVE WS-SELECT-DATE TO PH-POST-DATE
    MOVE WS-DUE-TO-ACCOUNT TO PH-DUE-TO
    MOVE WS-DUE-FROM-ACCOUNT TO PH-DUE-FROM
    WRITE IB-REPORT-LINE FROM PAGE-HEADER-2
    MOVE SPACES TO IB-REPORT-LINE
    WRITE IB-REPORT-LINE
    WRITE IB-REPORT-LINE FROM COLUMN-HEADER-LINE
    PERFORM VARYING WS-POS-SUB FROM 1 BY 1
            UNTIL WS-POS-SUB > WS-POS-COUNT
        MOVE SPACES TO DETAIL-LINE
        MOVE IP-LOW-BRANCH(WS-POS-SUB) TO DL-LOW-BRANCH
        MOVE IP-HIGH-BRANCH(WS-POS-SUB) TO DL-HIGH-BRANCH
        MOVE IP-TRANSFERS(WS-POS-SUB) TO DL-TRANSFERS
        MOVE IP-LOW-PAID(WS-POS-SUB) TO DL-LOW-PAID
        MOVE IP-HIGH-PAID(WS-POS-SUB) TO DL-HIGH-PAID
        COMPUTE WS-NET-AMOUNT =
            IP-LOW-PAID(WS-POS-SUB) - IP-HIGH-PAID(WS-POS-SUB)
        EVALUATE TRUE
            WHEN WS-NET-AMOUNT > ZERO
                MOVE IP-LOW-BRANCH(WS-POS-SUB) TO DL-OWED-BY
                MOVE IP-HIGH-BRANCH(WS-POS-SUB) TO DL-OWED-TO
            WHEN WS-NET-AMOUNT < ZERO
                MOVE IP-HIGH-BRANCH(WS-POS-SUB) TO DL-OWED-BY
                MOVE IP-LOW-BRANCH(WS-POS-SUB) TO DL-OWED-TO
                COMPUTE WS-NET-AMOUNT = ZERO - WS-NET-AMOUNT
            WHEN OTHER
                MOVE "---" TO DL-OWED-BY
                MOVE "---" TO DL-OWED-TO
        END-EVALUATE
        MOVE WS-NET-AMOUNT TO DL-NET-AMOUNT
        WRITE IB-REPORT-LINE FROM DETAIL-LINE
    END-PERFORM
    IF WS-POS-COUNT = ZERO
        MOVE "  NO TRANSFERS BETWEEN BRANCHES" TO IB-REPORT-LINE
        WRITE IB-REPORT-LINE
    END-IF
    MOVE SPACES TO IB-REPORT-LINE
    WRITE IB-REPORT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "INTER-BRANCH TRANSFERS:" TO CL-LABEL
    MOVE WS-IB-TRANSFERS TO CL-VALUE
    WRITE IB-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "BRANCH PAIRS:" TO CL-LABEL
    MOVE WS-POS-COUNT TO CL-VALUE
    WRITE IB-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "GROSS AMOUNT TRANSFERRED:" TO AL-LABEL
    MOVE WS-IB-TOTAL TO AL-VALUE
    WRITE IB-REPORT-LINE FROM AMOUNT-LINE
    IF WS-POSITION-TABLE-FULL
        MOVE "  BRANCH PAIR TABLE FULL - PAIRS MISSING, SEE GL FEED"
            TO IB-REPORT-LINE
        WRITE IB-REPORT-LINE
    END-IF
    IF WS-UNPAIRED-COUNT > ZERO
        MOVE SPACES TO COUNT-LINE
        MOVE "LEGS FED AGAINST CASH:" TO CL-LABEL
        MOVE WS-UNPAIRED-COUNT TO CL-VALUE
        WRITE IB-REPORT-LINE FROM COUNT-LINE
    END-IF
    CLOSE IB-REPORT-FILE.

    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
