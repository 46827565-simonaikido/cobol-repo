    SELECT CATALOG-FILE ASSIGN TO CATALOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.
    SELECT OWNER-FILE ASSIGN TO OWNERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OWNER-STATUS.
    COPY JPCFILE.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  ANNUAL-STMT-FILE.
01  ANNUAL-STMT-LINE       PIC X(132).
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  OWNER-FILE.
    COPY OWNREC.
    COPY JPCFD.
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
        "ANNUAL STATEMENTS PRODUCED:  ".
    05  TS-STMT-COUNT      PIC ZZZZZZZZ9.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
*> Accounts of other customers the customer is a joint owner,
*> signer or trustee on at year end, with the balance each stands
*> at when the run is made - the same list the monthly statement
*> carries. Beneficiary designations are not listed.
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
    END-IF
    PERFORM RESOLVE-PATHS
    PERFORM LOAD-YEAR-JOURNAL
    PERFORM LOAD-ACCOUNT-LINKS
    IF WS-TABLE-OVERFLOWED
        *> a summary missing customers would be mailed as complete;
        *> refuse to produce a partial year
    ACCEPT ANNSTMTPATH FROM ENVIRONMENT-VALUE
    IF ANNSTMTPATH = SPACES
        MOVE "annual-statement.dat" TO ANNSTMTPATH
    END-IF
    DISPLAY "ACCOUNT-OWNER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OWNERPATH FROM ENVIRONMENT-VALUE
    IF OWNERPATH = SPACES
        MOVE "account-owners.dat" TO OWNERPATH
    END-IF.

LOAD-YEAR-JOURNAL.
    *> Once the journal is partitioned only the year's twelve months
    *> are opened.
    PERFORM LOAD-JOURNAL-CATALOG
    MOVE SPACES TO WS-JPC-FROM-PERIOD
    STRING WS-STMT-YEAR "01" DELIMITED BY SIZE
           INTO WS-JPC-FROM-PERIOD
    MOVE SPACES TO WS-JPC-TO-PERIOD
    STRING WS-STMT-YEAR "12" DELIMITED BY SIZE
           INTO WS-JPC-TO-PERIOD
    PERFORM CHECK-JOURNAL-RANGE
    IF WS-JPC-USE-PARTITIONS
        MOVE ZERO TO WS-JPC-SCAN-SUB
        PERFORM NEXT-JOURNAL-PARTITION
        PERFORM UNTIL NOT WS-JPC-PARTITION-READY
            PERFORM READ-YEAR-JOURNAL
            PERFORM NEXT-JOURNAL-PARTITION
        END-PERFORM
    ELSE
        PERFORM READ-YEAR-JOURNAL
    END-IF
    MOVE WS-JPC-BASE-PATH TO TRXJOURNALPATH.

READ-YEAR-JOURNAL.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-JOURNAL
        MOVE YR-CLOSING(WS-FOUND-SUB) TO ML-AMOUNT
        WRITE ANNUAL-STMT-LINE FROM MONEY-LINE
    END-IF
    PERFORM WRITE-COOWNED-LINES
    ADD 1 TO WS-STMT-COUNT.

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
    MOVE ZERO TO WS-LINKS-SHOWN
    PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
            UNTIL WS-LINK-SUB > WS-LINK-COUNT
        IF LR-PARTY-ID(WS-LINK-SUB) = CUST-ID
            IF WS-LINKS-SHOWN = ZERO
                MOVE SPACES TO ANNUAL-STMT-LINE
                WRITE ANNUAL-STMT-LINE
                WRITE ANNUAL-STMT-LINE FROM COOWN-HEADER-LINE
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
            WRITE ANNUAL-STMT-LINE FROM COOWN-DETAIL-LINE
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
        DECLARE C33 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C33
    END-EXEC
    EXEC SQL
        FETCH C33 INTO :WS-LINK-BALANCE
    END-EXEC
    EXEC SQL
        CLOSE C33
    END-EXEC
    *> runs inside the customer cursor's fetch loop, which stops on
    *> a non-zero SQLCODE
    MOVE ZERO TO SQLCODE.

WRITE-PAGE-HEADER.
    ADD 1 TO WS-PAGE-NUMBER
    IF WS-PAGE-NUMBER > 1
        MOVE WS-TODAY TO CATALOG-RUN-DATE
        MOVE "annual-statement.dat" TO CATALOG-REPORT-NAME
        MOVE ARCHIVE-FILE-NAME TO CATALOG-ARCHIVE-PATH
        MOVE ARCHIVE-FILE-NAME TO WS-CHN-FILE-PATH
        PERFORM CHECKSUM-ARCHIVE-FILE
        IF NOT WS-CHN-FILE-READ
            MOVE "ANNSTMT" TO WS-ERR-PROGRAM-ID
            MOVE CHAIN-SCAN-STATUS TO WS-ERR-CODE
            MOVE SPACES TO WS-ERR-MESSAGE
            STRING "Archive not catalogued, cannot checksum: "
                   DELIMITED BY SIZE
                   ARCHIVE-FILE-NAME(1:70) DELIMITED BY SIZE
                   INTO WS-ERR-MESSAGE
            SET WS-ERR-WARNING TO TRUE
            PERFORM LOG-COMMON-ERROR
            EXIT PARAGRAPH
        END-IF
        MOVE WS-CHN-FILE-SUM TO CATALOG-CHECKSUM
        OPEN EXTEND CATALOG-FILE
        IF CATALOG-STATUS = "35" OR CATALOG-STATUS = "05"
            OPEN OUTPUT CATALOG-FILE
                FUNCTION TRIM(ARCHIVE-FILE-NAME)
    END-IF.

    COPY JPCLOAD.
    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
