    SELECT CATALOG-FILE ASSIGN TO CATALOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.
    SELECT OWNER-FILE ASSIGN TO OWNERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OWNER-STATUS.
    COPY PARMFILE.
    COPY JPCFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  LETTER-FILE.
01  LETTER-LINE            PIC X(132).
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  OWNER-FILE.
    COPY OWNREC.
    COPY PARMFD.
    COPY JPCFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  WS-BAL-DISP        PIC -(9)9.99.
01  WS-SERIAL-SEQ      PIC 9(6) VALUE ZERO.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
*> Active ownership links. Contact from a joint owner, signer or
*> trustee is contact from someone with a say over the owner's
*> money, so it keeps the owner off the dormant list; the
*> primary account's payable-on-death beneficiaries are named on
*> the remittance record and sent their own copy of the letter so
*> they can claim from the state.
01  OWNERPATH          PIC X(200) VALUE SPACES.
01  OWNER-STATUS       PIC XX.
01  WS-OWNER-EOF-SW    PIC X VALUE 'N'.
    88  WS-END-OF-OWNER-FILE   VALUE 'Y'.
01  WS-LINK-TABLE.
    05  WS-LINK-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-LINK-ROW OCCURS 2000 TIMES.
        10  LR-OWNER-ID        PIC X(10).
        10  LR-ACCT-NO         PIC X(4).
        10  LR-PARTY-ID        PIC X(10).
        10  LR-ROLE            PIC X(1).
        10  LR-SHARE-PCT       PIC 9(3).
01  WS-LINK-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-COPARTY-COUNT   PIC 9(9) VALUE ZERO.
01  WS-POD-NAME        PIC X(40) VALUE SPACES.
01  WS-POD-ADDRESS     PIC X(60) VALUE SPACES.
01  WS-POD-FOUND-SW    PIC X VALUE 'N'.
    88  WS-POD-ON-FILE         VALUE 'Y'.
01  WS-REMIT-PTR       PIC 9(4) COMP VALUE ZERO.
    COPY JPCTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    PERFORM COLLECT-JOURNAL-ACTIVITY
    PERFORM COLLECT-CHANGE-ACTIVITY
    PERFORM COLLECT-LOOKUP-ACTIVITY
    PERFORM LOAD-ACCOUNT-LINKS
    PERFORM COLLECT-COPARTY-ACTIVITY
    IF WS-TABLE-OVERFLOWED
        *> an id missed by the activity table would be read as quiet
        *> and its balance remitted to the state; abort instead
    DISPLAY "ESCHEAT complete - reviewed: " WS-REVIEWED-COUNT
            " remitted: " WS-REMITTED-COUNT
            " held for funded accounts: " WS-HELD-COUNT
            " kept active by co-parties: " WS-COPARTY-COUNT
            " total: " WS-REMIT-TOT-DISP
    STOP RUN.

    ACCEPT LETTERPATH FROM ENVIRONMENT-VALUE
    IF LETTERPATH = SPACES
        MOVE "escheat-letters.dat" TO LETTERPATH
    END-IF
    DISPLAY "ACCOUNT-OWNER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OWNERPATH FROM ENVIRONMENT-VALUE
    IF OWNERPATH = SPACES
        MOVE "account-owners.dat" TO OWNERPATH
    END-IF.

NOTE-ACTIVE-ID.
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

COLLECT-CHANGE-ACTIVITY.
    *> Change-log lines: date in 1-8, customer id in 31-40, the
    *> layout CUSTHIST and DORMRPT already parse. Letters CUSTNOTC
    *> sent (ACTION=L) are not owner contact, the same rule DORMRPT
    *> applies.
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
        CLOSE AUDIT-LOG-FILE
    END-IF.

LOAD-ACCOUNT-LINKS.
    OPEN INPUT OWNER-FILE
    IF OWNER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-OWNER-FILE
            READ OWNER-FILE
                AT END
                    SET WS-END-OF-OWNER-FILE TO TRUE
                NOT AT END
                    IF OW-ACTIVE
                        IF WS-LINK-COUNT < 2000
                            ADD 1 TO WS-LINK-COUNT
                            MOVE OW-CUST-ID
                                TO LR-OWNER-ID(WS-LINK-COUNT)
                            MOVE OW-ACCT-NO
                                TO LR-ACCT-NO(WS-LINK-COUNT)
                            MOVE OW-PARTY-ID
                                TO LR-PARTY-ID(WS-LINK-COUNT)
                            MOVE OW-ROLE TO LR-ROLE(WS-LINK-COUNT)
                            MOVE OW-SHARE-PCT
                                TO LR-SHARE-PCT(WS-LINK-COUNT)
                        ELSE
                            *> a missed co-owner could let an owner
                            *> in regular contact be remitted
                            SET WS-TABLE-OVERFLOWED TO TRUE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OWNER-FILE
    END-IF.

COLLECT-COPARTY-ACTIVITY.
    *> A joint owner, signer or trustee seen inside the horizon
    *> makes the account owner active too. The party's own activity
    *> has already been dated against the cutoff, so today's date
    *> stands in for it here.
    PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
            UNTIL WS-LINK-SUB > WS-LINK-COUNT
        IF LR-ROLE(WS-LINK-SUB) NOT = 'B'
            MOVE LR-PARTY-ID(WS-LINK-SUB) TO WS-WORK-ID
            PERFORM FIND-ACTIVE-ID
            IF WS-ID-ON-LIST
                MOVE LR-OWNER-ID(WS-LINK-SUB) TO WS-WORK-ID
                PERFORM FIND-ACTIVE-ID
                IF NOT WS-ID-ON-LIST
                    ADD 1 TO WS-COPARTY-COUNT
                    MOVE WS-TODAY TO WS-WORK-DATE
                    PERFORM NOTE-ACTIVE-ID
                END-IF
            END-IF
        END-IF
    END-PERFORM.

FIND-ACTIVE-ID.
    MOVE 'N' TO WS-ID-FOUND-SW
    PERFORM VARYING WS-ID-SUB FROM 1 BY 1
            UNTIL WS-ID-SUB > WS-ACTIVE-ID-COUNT
        IF WS-ACTIVE-ID(WS-ID-SUB) = WS-WORK-ID
            SET WS-ID-ON-LIST TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM.

REVIEW-DORMANT-CUSTOMERS.
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT ID, NAME, ADDRESS, BALANCE, OPEN_DATE, STATUS, "
WRITE-REMITTANCE-RECORD.
    MOVE CUST-BALANCE TO WS-BAL-DISP
    MOVE SPACES TO REMITTANCE-REC
    MOVE 1 TO WS-REMIT-PTR
    STRING CUST-ID DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(CUST-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           CUST-BRANCH DELIMITED BY SIZE
           INTO REMITTANCE-REC
           WITH POINTER WS-REMIT-PTR
    *> the primary account's beneficiaries, id and percentage, so
    *> the state can pay a claim to the right people
    PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
            UNTIL WS-LINK-SUB > WS-LINK-COUNT
        IF LR-OWNER-ID(WS-LINK-SUB) = CUST-ID
                AND LR-ACCT-NO(WS-LINK-SUB) = SPACES
                AND LR-ROLE(WS-LINK-SUB) = 'B'
            STRING "|POD=" DELIMITED BY SIZE
                   LR-PARTY-ID(WS-LINK-SUB) DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                   LR-SHARE-PCT(WS-LINK-SUB) DELIMITED BY SIZE
                   INTO REMITTANCE-REC
                   WITH POINTER WS-REMIT-PTR
        END-IF
    END-PERFORM
    WRITE REMITTANCE-REC.

WRITE-NOTIFICATION-LETTER.
    WRITE LETTER-LINE
    MOVE "AS UNCLAIMED PROPERTY. CONTACT YOUR BRANCH TO RECLAIM."
        TO LETTER-LINE
    WRITE LETTER-LINE
    PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
            UNTIL WS-LINK-SUB > WS-LINK-COUNT
        IF LR-OWNER-ID(WS-LINK-SUB) = CUST-ID
                AND LR-ACCT-NO(WS-LINK-SUB) = SPACES
                AND LR-ROLE(WS-LINK-SUB) = 'B'
            PERFORM WRITE-BENEFICIARY-LETTER
        END-IF
    END-PERFORM.

WRITE-BENEFICIARY-LETTER.
    PERFORM LOOKUP-BENEFICIARY
    IF NOT WS-POD-ON-FILE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE WS-POD-NAME TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE WS-POD-ADDRESS TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING "YOU ARE NAMED PAYABLE-ON-DEATH BENEFICIARY ON ACCOUNT "
               DELIMITED BY SIZE
           CUST-ID DELIMITED BY SIZE
           " OF" DELIMITED BY SIZE
           INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    STRING FUNCTION TRIM(CUST-NAME) DELIMITED BY SIZE
           ". ITS BALANCE OF " DELIMITED BY SIZE
           FUNCTION TRIM(WS-BAL-DISP) DELIMITED BY SIZE
           " HAS BEEN REMITTED TO THE STATE" DELIMITED BY SIZE
           INTO LETTER-LINE
    WRITE LETTER-LINE
    MOVE "AS UNCLAIMED PROPERTY. CONTACT YOUR BRANCH ABOUT A CLAIM."
        TO LETTER-LINE
    WRITE LETTER-LINE.

LOOKUP-BENEFICIARY.
    MOVE 'N' TO WS-POD-FOUND-SW
    MOVE SPACES TO WS-POD-NAME
    MOVE SPACES TO WS-POD-ADDRESS
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT NAME, ADDRESS FROM CUSTOMERS WHERE ID = '"
               DELIMITED BY SIZE
           LR-PARTY-ID(WS-LINK-SUB) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C34 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C34
    END-EXEC
    EXEC SQL
        FETCH C34 INTO :WS-POD-NAME, :WS-POD-ADDRESS
    END-EXEC
    IF SQLCODE = ZERO
        SET WS-POD-ON-FILE TO TRUE
    END-IF
    EXEC SQL
        CLOSE C34
    END-EXEC
    *> inside the C11 customer loop, like COUNT-FUNDED-ACCOUNTS
    MOVE ZERO TO SQLCODE.

ARCHIVE-REMITTANCE-DETAIL.
    *> Same archive-and-catalog convention as the log rollover: the
    *> remittance file is copied to a dated archive name and a CATREC
    MOVE WS-TODAY TO CATALOG-RUN-DATE
    MOVE "escheat-remittance.dat" TO CATALOG-REPORT-NAME
    MOVE ARCHIVE-FILE-NAME TO CATALOG-ARCHIVE-PATH
    MOVE ARCHIVE-FILE-NAME TO WS-CHN-FILE-PATH
    PERFORM CHECKSUM-ARCHIVE-FILE
    IF NOT WS-CHN-FILE-READ
        MOVE "ESCHEAT" TO WS-ERR-PROGRAM-ID
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
    CLOSE CATALOG-FILE.

    COPY PARMLOAD.
    COPY JPCLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
