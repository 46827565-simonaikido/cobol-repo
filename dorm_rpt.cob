        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DORMANT-REPORT-STATUS.
    COPY PARMFILE.
    COPY JPCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  AUDIT-LOG-FILE.
01  AUDIT-LOG-REC          PIC X(200).
FD  DORMANT-PENDING-FILE.
01  DORMANT-PENDING-REC    PIC X(152).
FD  DORMANT-REPORT-FILE.
01  DORMANT-REPORT-LINE    PIC X(132).
    COPY PARMFD.
    COPY JPCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
    05  PR-ACTION-CODE     PIC X(1).
    05  PR-CUST-ID         PIC X(10).
    05  PR-CUST-NAME       PIC X(40).
*> Laid out as CUSTMAINT's maintenance record: on a 'D' the name
*> positions carry the close settlement instead.
    05  PR-CLOSE-SETTLEMENT REDEFINES PR-CUST-NAME.
        10  PR-PAYTO-CUST-ID   PIC X(10).
        10  PR-PAYTO-ACCT-NO   PIC X(4).
        10  PR-CLOSE-REASON    PIC X(1).
        10  FILLER             PIC X(25).
    05  PR-CUST-ADDRESS    PIC X(60).
    05  PR-CUST-BALANCE    PIC S9(9)V99.
    05  PR-CUST-OPEN-DATE  PIC X(8).
    05  PR-CUST-BRANCH     PIC X(3).
    05  PR-KEYED-BY        PIC X(8).
    05  PR-TAX-ID          PIC X(9).
    05  PR-TIN-TYPE        PIC X(1).
    05  PR-WITHHOLD-STATUS PIC X(1).
01  WS-DORMANT-MONTHS  PIC 9(3) VALUE 24.
01  WS-TODAY           PIC 9(8).
01  WS-TODAY-R REDEFINES WS-TODAY.
    05  FILLER             PIC X(30) VALUE
        "DORMANT ACCOUNTS PROPOSED: ".
    05  CD-COUNT           PIC ZZZZZZZZ9.
    COPY JPCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    END-IF.

COLLECT-JOURNAL-ACTIVITY.
    *> Only postings from the cutoff month on count as activity, so
    *> once the journal is partitioned nothing older is opened.
    PERFORM LOAD-JOURNAL-CATALOG
    MOVE WS-CUTOFF-YYYYMM TO WS-JPC-FROM-PERIOD
    MOVE "999999" TO WS-JPC-TO-PERIOD
    PERFORM CHECK-JOURNAL-RANGE
    IF WS-JPC-USE-PARTITIONS
        MOVE ZERO TO WS-JPC-SCAN-SUB
        PERFORM NEXT-JOURNAL-PARTITION
        PERFORM UNTIL NOT WS-JPC-PARTITION-READY
            PERFORM READ-ACTIVITY-JOURNAL
            PERFORM NEXT-JOURNAL-PARTITION
        END-PERFORM
    ELSE
        PERFORM READ-ACTIVITY-JOURNAL
    END-IF
    MOVE WS-JPC-BASE-PATH TO TRXJOURNALPATH.

READ-ACTIVITY-JOURNAL.
    MOVE 'N' TO WS-JOURNAL-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-JOURNAL
    END-IF.

COLLECT-CHANGE-ACTIVITY.
    *> Change-log lines: date in 1-8, customer id in 31-40. An
    *> ACTION=L line is a letter CUSTNOTC sent the customer, not
    *> anything the customer did.
    OPEN INPUT CHANGE-LOG-FILE
    IF CHANGE-LOG-STATUS = "00"
        PERFORM UNTIL WS-END-OF-CHANGE-LOG
                AT END
                    SET WS-END-OF-CHANGE-LOG TO TRUE
                NOT AT END
                    IF CHANGE-LOG-REC(26:1) NOT = 'L'
                        MOVE CHANGE-LOG-REC(31:10) TO WS-WORK-ID
                        MOVE CHANGE-LOG-REC(1:8) TO WS-WORK-DATE
                        PERFORM NOTE-ACTIVE-ID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHANGE-LOG-FILE
    *> A standard 'D' maintenance transaction, ready to be released
    *> into custmaint-trans.dat once a supervisor has reviewed the
    *> report - the same single audited application path as any other
    *> deactivation. The close is filed as a settlement request paid
    *> by official check: no pay-to customer or account, and a blank
    *> close reason.
    MOVE SPACES TO PROPOSED-TRANS-REC
    MOVE 'D' TO PR-ACTION-CODE
    MOVE CUST-ID TO PR-CUST-ID
    MOVE CUST-ADDRESS TO PR-CUST-ADDRESS
    MOVE ZERO TO PR-CUST-BALANCE
    MOVE CUST-OPEN-DATE TO PR-CUST-OPEN-DATE
    WRITE DORMANT-REPORT-LINE FROM COUNT-DORMANT-LINE.

    COPY PARMLOAD.
    COPY JPCLOAD.
    COPY ERRHAND.
