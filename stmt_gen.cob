    SELECT CATALOG-FILE ASSIGN TO CATALOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.
    SELECT FUNDS-HOLD-FILE ASSIGN TO FUNDSHOLDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FUNDS-HOLD-STATUS.
    SELECT OWNER-FILE ASSIGN TO OWNERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OWNER-STATUS.
    COPY JPCFILE.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  CUST-STMT-FILE.
01  CUST-STMT-LINE         PIC X(132).
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  FUNDS-HOLD-FILE.
    COPY HOLDREC.
FD  OWNER-FILE.
    COPY OWNREC.
    COPY JPCFD.
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  WS-STMT-NAME       PIC X(40) VALUE SPACES.
01  WS-STMT-LINE       PIC X(132) VALUE SPACES.
01  WS-SPLIT-COUNT     PIC 9(9) VALUE ZERO.
*> Holds in force on the statement date print under the closing
*> balance with the available balance they leave, so the customer
*> sees why money that is on the ledger cannot be drawn.
01  FUNDSHOLDPATH      PIC X(200) VALUE SPACES.
01  FUNDS-HOLD-STATUS  PIC XX.
01  WS-HOLD-EOF-SW     PIC X VALUE 'N'.
    88  WS-END-OF-HOLDS        VALUE 'Y'.
01  WS-HOLD-TABLE.
    05  WS-HOLD-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-HOLD-ROW OCCURS 2000 TIMES.
        10  HR-CUST-ID         PIC X(10).
        10  HR-HOLD-NO         PIC X(3).
        10  HR-ACCT-NO         PIC X(4).
        10  HR-AMOUNT          PIC 9(9)V99.
        10  HR-REASON          PIC X(2).
        10  HR-PLACED-DATE     PIC X(8).
        10  HR-EXPIRY-DATE     PIC X(8).
01  WS-HOLD-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-CUST-HELD       PIC S9(9)V99 VALUE ZERO.
01  WS-AVAILABLE-BALANCE PIC S9(9)V99 VALUE ZERO.
01  HOLD-HEADER-LINE   PIC X(132) VALUE
    "FUNDS ON HOLD:  HOLD ACCT REASON PLACED   EXPIRES           AMOUNT".
01  HOLD-DETAIL-LINE.
    05  FILLER             PIC X(16) VALUE SPACES.
    05  HL-HOLD-NO         PIC X(3).
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  HL-ACCT-NO         PIC X(4).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  HL-REASON          PIC X(2).
    05  FILLER             PIC X(5)  VALUE SPACES.
    05  HL-PLACED-DATE     PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  HL-EXPIRY-DATE     PIC X(8).
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  HL-AMOUNT          PIC -(9)9.99.
01  HELD-TOTAL-LINE.
    05  FILLER             PIC X(30) VALUE
        "TOTAL ON HOLD:             ".
    05  HT-HELD-AMOUNT     PIC -(9)9.99.
01  AVAILABLE-LINE.
    05  FILLER             PIC X(30) VALUE
        "AVAILABLE BALANCE:         ".
    05  AL-BALANCE         PIC -(9)9.99.
*> Accounts of other customers this customer is a joint owner,
*> signer or trustee on print after the holds, each with its
*> balance on the statement date. A payable-on-death beneficiary
*> has no say over the account while the owner is alive, so that
*> role is not listed.
01  OWNERPATH          PIC X(200) VALUE SPACES.
01  OWNER-STATUS       PIC XX.
01  WS-OWNER-EOF-SW    PIC X VALUE 'N'.
    88  WS-END-OF-OWNER-FILE   VALUE 'Y'.
01  WS-LINK-TABLE.
    05  WS-LINK-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-LINK-ROW OCCURS 2000 TIMES.
        10  LR-PARTY-ID        PIC X(10).
        10  LR-OWNER-ID        PIC X(10).
        10  LR-ACCT-NO         PIC X(4).
        10  LR-ROLE            PIC X(1).
01  WS-LINK-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-LINKS-SHOWN     PIC 9(4) VALUE ZERO.
01  WS-LINK-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
01  COOWN-HEADER-LINE  PIC X(132) VALUE
    "ACCOUNTS HELD WITH OTHERS:  OWNER      ACCT    ROLE                 BALANCE".
01  COOWN-DETAIL-LINE.
    05  FILLER             PIC X(28) VALUE SPACES.
    05  AH-OWNER-ID        PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  AH-ACCT-NO         PIC X(7).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  AH-ROLE            PIC X(11).
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  AH-BALANCE         PIC -(9)9.99.
    COPY CATREC.
    COPY JPCTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
        MOVE WS-TODAY(1:6) TO WS-STMT-MONTH
    END-IF
    PERFORM LOAD-DELIVERY-PREFS
    PERFORM LOAD-FUNDS-HOLDS
    PERFORM LOAD-ACCOUNT-LINKS
    PERFORM WRITE-MONTH-WORK-FILE
    SORT STMT-SORT-FILE
        ON ASCENDING KEY SORT-CUST-ID SORT-SEQ
    ACCEPT CATALOGPATH FROM ENVIRONMENT-VALUE
    IF CATALOGPATH = SPACES
        MOVE "utils-report-catalog.dat" TO CATALOGPATH
    END-IF
    DISPLAY "FUNDS-HOLD-PATH" UPON ENVIRONMENT-NAME
    ACCEPT FUNDSHOLDPATH FROM ENVIRONMENT-VALUE
    IF FUNDSHOLDPATH = SPACES
        MOVE "funds-holds.dat" TO FUNDSHOLDPATH
    END-IF
    DISPLAY "ACCOUNT-OWNER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OWNERPATH FROM ENVIRONMENT-VALUE
    IF OWNERPATH = SPACES
        MOVE "account-owners.dat" TO OWNERPATH
    END-IF.

LOAD-DELIVERY-PREFS.
        MOVE WS-TODAY TO CATALOG-RUN-DATE
        MOVE WS-STMT-NAME TO CATALOG-REPORT-NAME
        MOVE CUSTSTMTPATH TO CATALOG-ARCHIVE-PATH
        *> the statement's checksum goes on the row, so LOGPROOF can
        *> tell later whether the copy on file was altered
        MOVE CUSTSTMTPATH TO WS-CHN-FILE-PATH
        PERFORM CHECKSUM-ARCHIVE-FILE
        IF NOT WS-CHN-FILE-READ
            MOVE "STMTGEN" TO WS-ERR-PROGRAM-ID
            MOVE CHAIN-SCAN-STATUS TO WS-ERR-CODE
            MOVE SPACES TO WS-ERR-MESSAGE
            STRING "Archive not catalogued, cannot checksum: "
                   DELIMITED BY SIZE
                   CUSTSTMTPATH(1:70) DELIMITED BY SIZE
                   INTO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 12 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        MOVE WS-CHN-FILE-SUM TO CATALOG-CHECKSUM
        OPEN EXTEND CATALOG-FILE
        IF CATALOG-STATUS = "35" OR CATALOG-STATUS = "05"
            OPEN OUTPUT CATALOG-FILE
    *> One pass over the permanent journal, the month's rows copied
    *> to the sort work file; statements then stream from the sorted
    *> copy instead of re-reading the whole journal once per customer.
    *> Once the journal is partitioned the pass is over the month's
    *> own partition only.
    OPEN OUTPUT STMT-WORK-FILE
    PERFORM LOAD-JOURNAL-CATALOG
    MOVE WS-STMT-MONTH TO WS-JPC-FROM-PERIOD
    MOVE WS-STMT-MONTH TO WS-JPC-TO-PERIOD
    PERFORM CHECK-JOURNAL-RANGE
    IF WS-JPC-USE-PARTITIONS
        MOVE ZERO TO WS-JPC-SCAN-SUB
        PERFORM NEXT-JOURNAL-PARTITION
        PERFORM UNTIL NOT WS-JPC-PARTITION-READY
            PERFORM READ-MONTH-JOURNAL
            PERFORM NEXT-JOURNAL-PARTITION
        END-PERFORM
    ELSE
        PERFORM READ-MONTH-JOURNAL
    END-IF
    MOVE WS-JPC-BASE-PATH TO TRXJOURNALPATH
    CLOSE STMT-WORK-FILE.

READ-MONTH-JOURNAL.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-JOURNAL
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
        END-IF
    END-IF.

WRITE-ONE-WORK-ROW.
    ADD 1 TO WS-WORK-SEQ
    MOVE WS-CLOSING-BALANCE TO CL-BALANCE
    MOVE CLOSING-LINE TO WS-STMT-LINE
    PERFORM WRITE-STATEMENT-LINE
    PERFORM WRITE-HOLD-LINES
    PERFORM WRITE-COOWNED-LINES
    PERFORM CLOSE-CUST-STMT-FILE
    ADD WS-STMT-TRAN-COUNT TO WS-TOTAL-TRAN-COUNT
    ADD 1 TO WS-STMT-COUNT.

LOAD-FUNDS-HOLDS.
    *> Active holds not yet lapsed on the statement date; released
    *> and expired rows stay on the hold master for history but do
    *> not print.
    OPEN INPUT FUNDS-HOLD-FILE
    IF FUNDS-HOLD-STATUS = "00"
        PERFORM UNTIL WS-END-OF-HOLDS
            READ FUNDS-HOLD-FILE
                AT END
                    SET WS-END-OF-HOLDS TO TRUE
                NOT AT END
                    IF HD-ACTIVE AND HD-AMOUNT NUMERIC
                            AND WS-HOLD-COUNT < 2000
                            AND (HD-EXPIRY-DATE = SPACES
                                 OR HD-EXPIRY-DATE = ZEROS
                                 OR HD-EXPIRY-DATE > WS-TODAY)
                        ADD 1 TO WS-HOLD-COUNT
                        MOVE HD-CUST-ID TO HR-CUST-ID(WS-HOLD-COUNT)
                        MOVE HD-HOLD-NO TO HR-HOLD-NO(WS-HOLD-COUNT)
                        MOVE HD-ACCT-NO TO HR-ACCT-NO(WS-HOLD-COUNT)
                        MOVE HD-AMOUNT TO HR-AMOUNT(WS-HOLD-COUNT)
                        MOVE HD-REASON TO HR-REASON(WS-HOLD-COUNT)
                        MOVE HD-PLACED-DATE
                            TO HR-PLACED-DATE(WS-HOLD-COUNT)
                        MOVE HD-EXPIRY-DATE
                            TO HR-EXPIRY-DATE(WS-HOLD-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FUNDS-HOLD-FILE
    END-IF.

WRITE-HOLD-LINES.
    *> Nothing prints for a customer with no holds in force; the
    *> statement reads exactly as it always has.
    MOVE ZERO TO WS-CUST-HELD
    PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
            UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
        IF HR-CUST-ID(WS-HOLD-SUB) = CUST-ID
            IF WS-CUST-HELD = ZERO
                MOVE SPACES TO WS-STMT-LINE
                PERFORM WRITE-STATEMENT-LINE
                MOVE HOLD-HEADER-LINE TO WS-STMT-LINE
                PERFORM WRITE-STATEMENT-LINE
            END-IF
            MOVE SPACES TO HOLD-DETAIL-LINE
            MOVE HR-HOLD-NO(WS-HOLD-SUB) TO HL-HOLD-NO
            MOVE HR-ACCT-NO(WS-HOLD-SUB) TO HL-ACCT-NO
            MOVE HR-REASON(WS-HOLD-SUB) TO HL-REASON
            MOVE HR-PLACED-DATE(WS-HOLD-SUB) TO HL-PLACED-DATE
            MOVE HR-EXPIRY-DATE(WS-HOLD-SUB) TO HL-EXPIRY-DATE
            MOVE HR-AMOUNT(WS-HOLD-SUB) TO HL-AMOUNT
            MOVE HOLD-DETAIL-LINE TO WS-STMT-LINE
            PERFORM WRITE-STATEMENT-LINE
            ADD HR-AMOUNT(WS-HOLD-SUB) TO WS-CUST-HELD
        END-IF
    END-PERFORM
    IF WS-CUST-HELD > ZERO
        MOVE WS-CUST-HELD TO HT-HELD-AMOUNT
        MOVE HELD-TOTAL-LINE TO WS-STMT-LINE
        PERFORM WRITE-STATEMENT-LINE
        COMPUTE WS-AVAILABLE-BALANCE =
            WS-CLOSING-BALANCE - WS-CUST-HELD
        MOVE WS-AVAILABLE-BALANCE TO AL-BALANCE
        MOVE AVAILABLE-LINE TO WS-STMT-LINE
        PERFORM WRITE-STATEMENT-LINE
    END-IF.

LOAD-ACCOUNT-LINKS.
    OPEN INPUT OWNER-FILE
    IF OWNER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-OWNER-FILE
            READ OWNER-FILE
                AT END
                    SET WS-END-OF-OWNER-FILE TO TRUE
                NOT AT END
                    IF OW-ACTIVE AND OW-ACTS-ON-ACCOUNT
                            AND WS-LINK-COUNT < 2000
                        ADD 1 TO WS-LINK-COUNT
                        MOVE OW-PARTY-ID TO LR-PARTY-ID(WS-LINK-COUNT)
                        MOVE OW-CUST-ID TO LR-OWNER-ID(WS-LINK-COUNT)
                        MOVE OW-ACCT-NO TO LR-ACCT-NO(WS-LINK-COUNT)
                        MOVE OW-ROLE TO LR-ROLE(WS-LINK-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OWNER-FILE
    END-IF.

WRITE-COOWNED-LINES.
    *> Nothing prints for a customer who is on nobody else's
    *> account.
    MOVE ZERO TO WS-LINKS-SHOWN
    PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
            UNTIL WS-LINK-SUB > WS-LINK-COUNT
        IF LR-PARTY-ID(WS-LINK-SUB) = CUST-ID
            IF WS-LINKS-SHOWN = ZERO
                MOVE SPACES TO WS-STMT-LINE
                PERFORM WRITE-STATEMENT-LINE
                MOVE COOWN-HEADER-LINE TO WS-STMT-LINE
                PERFORM WRITE-STATEMENT-LINE
            END-IF
            ADD 1 TO WS-LINKS-SHOWN
            MOVE SPACES TO COOWN-DETAIL-LINE
            MOVE LR-OWNER-ID(WS-LINK-SUB) TO AH-OWNER-ID
            IF LR-ACCT-NO(WS-LINK-SUB) = SPACES
                MOVE "PRIMARY" TO AH-ACCT-NO
            ELSE
                MOVE LR-ACCT-NO(WS-LINK-SUB) TO AH-ACCT-NO
            END-IF
            EVALUATE LR-ROLE(WS-LINK-SUB)
                WHEN 'J'
                    MOVE "JOINT OWNER" TO AH-ROLE
                WHEN 'S'
                    MOVE "SIGNER" TO AH-ROLE
                WHEN 'T'
                    MOVE "TRUSTEE" TO AH-ROLE
            END-EVALUATE
            PERFORM LOOKUP-LINKED-BALANCE
            MOVE WS-LINK-BALANCE TO AH-BALANCE
            MOVE COOWN-DETAIL-LINE TO WS-STMT-LINE
            PERFORM WRITE-STATEMENT-LINE
        END-IF
    END-PERFORM.

LOOKUP-LINKED-BALANCE.
    *> A named account's own balance; the primary account's is the
    *> owner's rollup less what sits in their open accounts.
    MOVE ZERO TO WS-LINK-BALANCE
    MOVE SPACES TO SQL-STATEMENT
    IF LR-ACCT-NO(WS-LINK-SUB) = SPACES
        STRING "SELECT C.BALANCE - (SELECT COALESCE(SUM(A.BALANCE), 0)"
               " FROM ACCOUNTS A WHERE A.CUST_ID = C.ID"
               " AND A.STATUS = 'A') FROM CUSTOMERS C WHERE C.ID = '"
                   DELIMITED BY SIZE
               LR-OWNER-ID(WS-LINK-SUB) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SQL-STATEMENT
    ELSE
        STRING "SELECT BALANCE FROM ACCOUNTS WHERE CUST_ID = '"
                   DELIMITED BY SIZE
               LR-OWNER-ID(WS-LINK-SUB) DELIMITED BY SIZE
               "' AND ACCT_NO = '" DELIMITED BY SIZE
               LR-ACCT-NO(WS-LINK-SUB) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SQL-STATEMENT
    END-IF
    EXEC SQL
        DECLARE C32 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C32
    END-EXEC
    EXEC SQL
        FETCH C32 INTO :WS-LINK-BALANCE
    END-EXEC
    EXEC SQL
        CLOSE C32
    END-EXEC
    *> runs inside the customer cursor's fetch loop, which stops on
    *> a non-zero SQLCODE
    MOVE ZERO TO SQLCODE.

WRITE-TRAN-DETAIL-LINE.
    MOVE SPACES TO TRAN-DETAIL-LINE
    MOVE SW-POST-DATE TO TD-POST-DATE
    MOVE WS-TOTAL-TRAN-COUNT TO TT-TRAN-COUNT
    WRITE STMT-REPORT-LINE FROM TOTAL-TRAN-LINE.

    COPY JPCLOAD.
    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
