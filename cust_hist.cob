    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT JOURNAL-INDEX-FILE ASSIGN TO JOURNALINDEXPATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JX-KEY
        FILE STATUS IS JOURNAL-INDEX-STATUS.
    SELECT HIST-REPORT-FILE ASSIGN TO HISTREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-REPORT-STATUS.
    SELECT MERGE-XREF-FILE ASSIGN TO MERGEXREFPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MERGE-XREF-STATUS.
    SELECT OWNER-FILE ASSIGN TO OWNERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OWNER-STATUS.
    COPY JPCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
01  AUDIT-LOG-REC          PIC X(200).
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  JOURNAL-INDEX-FILE.
    COPY JRNLIDX.
FD  HIST-REPORT-FILE.
01  HIST-REPORT-LINE       PIC X(132).
FD  HIST-WORK-FILE.
    05  FILLER             PIC X(120).
FD  MERGE-XREF-FILE.
01  MERGE-XREF-REC         PIC X(60).
FD  OWNER-FILE.
01  OWNER-REC              PIC X(61).
    COPY JPCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  AUDIT-LOG-STATUS   PIC XX.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  JOURNALINDEXPATH   PIC X(200) VALUE SPACES.
01  JOURNAL-INDEX-STATUS PIC XX.
*> Once the journal is partitioned the postings come off each
*> month's customer index - a START on the id and its own rows only.
*> Months purged past retention are no longer indexed; the page says
*> where its postings begin, and CUSTHIST-FULL-JOURNAL=Y scans the
*> continuous journal instead for a dispute reaching further back.
01  WS-FULL-JOURNAL-SW PIC X VALUE 'N'.
    88  WS-FULL-JOURNAL        VALUE 'Y'.
01  WS-INDEX-EOF-SW    PIC X VALUE 'N'.
    88  WS-END-OF-INDEX        VALUE 'Y'.
01  WS-REPEAT-ID-SW    PIC X VALUE 'N'.
    88  WS-REPEAT-ID           VALUE 'Y'.
01  WS-CHECK-SUB       PIC 9(2) COMP VALUE ZERO.
01  WS-KEYED-FROM      PIC X(6) VALUE SPACES.
01  HISTREPORTPATH     PIC X(200) VALUE SPACES.
01  HIST-REPORT-STATUS PIC XX.
01  HISTWORKPATH       PIC X(200) VALUE SPACES.
    05  FILLER             PIC X.
    05  MX-SURVIVOR-ID     PIC X(10).
    05  FILLER             PIC X(39).
01  OWNERPATH          PIC X(200) VALUE SPACES.
01  OWNER-STATUS       PIC XX.
01  WS-OWNER-EOF-SW    PIC X VALUE 'N'.
    88  WS-END-OF-OWNER-FILE   VALUE 'Y'.
    COPY OWNREC.
01  WS-LINK-COUNT      PIC 9(9) VALUE ZERO.
01  WS-CHANGE-EOF-SW   PIC X VALUE 'N'.
    88  WS-END-OF-CHANGE-LOG   VALUE 'Y'.
01  WS-AUDIT-EOF-SW    PIC X VALUE 'N'.
01  CUST-HEADER-LINE.
    05  FILLER             PIC X(10) VALUE "CUSTOMER: ".
    05  CH-CUST-ID         PIC X(10).
01  LINK-HEADER-LINE   PIC X(132) VALUE
    "ACCOUNT RELATIONSHIPS".
01  LINK-LINE.
    05  LK-SIDE            PIC X(16).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  LK-OTHER-ID        PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  LK-ACCT            PIC X(7).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  LK-ROLE            PIC X(15).
    05  FILLER             PIC X(7)  VALUE " SHARE ".
    05  LK-SHARE           PIC ZZ9.
    05  FILLER             PIC X(7)  VALUE " ADDED ".
    05  LK-ADDED-DATE      PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  LK-ENDED           PIC X(14).
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "DATE/TIME        SOURCE     EVENT".
01  DETAIL-LINE.
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-COUNT           PIC ZZZZZZZZ9.
    COPY JPCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
                        ADD 1 TO WS-CHANGE-COUNT
                        MOVE SPACES TO WS-SWAP-EVENT
                        MOVE CHANGE-LOG-REC(1:8) TO SW-SORT-KEY
                        *> ACTION=L lines are the letters CUSTNOTC
                        *> sent the customer
                        IF CHANGE-LOG-REC(26:1) = 'L'
                            MOVE "NOTICE" TO SW-SOURCE
                        ELSE
                            MOVE "CUSTMAINT" TO SW-SOURCE
                        END-IF
                        MOVE CHANGE-LOG-REC(10:110) TO SW-TEXT
                        PERFORM STORE-EVENT
                    END-IF
    END-IF.

COLLECT-JOURNAL-EVENTS.
    PERFORM LOAD-JOURNAL-CATALOG
    DISPLAY "CUSTHIST-FULL-JOURNAL" UPON ENVIRONMENT-NAME
    ACCEPT WS-FULL-JOURNAL-SW FROM ENVIRONMENT-VALUE
    MOVE "000000" TO WS-JPC-FROM-PERIOD
    MOVE "999999" TO WS-JPC-TO-PERIOD
    PERFORM VARYING WS-JPC-SUB FROM 1 BY 1
            UNTIL WS-JPC-SUB > WS-JPC-COUNT
        IF WS-JPC-PURGED(WS-JPC-SUB)
            MOVE WS-JPC-PERIOD(WS-JPC-SUB) TO WS-JPC-FROM-PERIOD
        END-IF
    END-PERFORM
    IF WS-JPC-FROM-PERIOD NOT = "000000"
        *> start the month after the last one purged
        MOVE WS-JPC-FROM-PERIOD TO WS-JPC-SEARCH-PERIOD
        PERFORM FIND-JOURNAL-PERIOD
        MOVE "999999" TO WS-JPC-FROM-PERIOD
        IF WS-JPC-FOUND-SUB < WS-JPC-COUNT
            MOVE WS-JPC-PERIOD(WS-JPC-FOUND-SUB + 1)
                TO WS-JPC-FROM-PERIOD
        END-IF
        MOVE WS-JPC-FROM-PERIOD TO WS-KEYED-FROM
    END-IF
    PERFORM CHECK-JOURNAL-RANGE
    IF WS-JPC-USE-PARTITIONS AND NOT WS-FULL-JOURNAL
        MOVE ZERO TO WS-JPC-SCAN-SUB
        PERFORM NEXT-JOURNAL-PARTITION
        PERFORM UNTIL NOT WS-JPC-PARTITION-READY
            PERFORM COLLECT-PARTITION-EVENTS
            PERFORM NEXT-JOURNAL-PARTITION
        END-PERFORM
    ELSE
        MOVE SPACES TO WS-KEYED-FROM
        PERFORM SCAN-JOURNAL-EVENTS
    END-IF
    MOVE WS-JPC-BASE-PATH TO TRXJOURNALPATH.

COLLECT-PARTITION-EVENTS.
    MOVE WS-JPC-CUR-INDEX-PATH TO JOURNALINDEXPATH
    OPEN INPUT JOURNAL-INDEX-FILE
    IF JOURNAL-INDEX-STATUS NOT = "00"
        MOVE "CUSTHIST" TO WS-ERR-PROGRAM-ID
        MOVE JOURNAL-INDEX-STATUS TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Unable to open journal index for "
               DELIMITED BY SIZE
               WS-JPC-PERIOD(WS-JPC-SCAN-SUB) DELIMITED BY SIZE
               ", month missing from history" DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    MOVE WS-TARGET-CUST-ID TO WS-CAND-ID
    PERFORM READ-INDEXED-POSTINGS
    PERFORM VARYING WS-MERGED-SUB FROM 1 BY 1
            UNTIL WS-MERGED-SUB > WS-MERGED-FROM-COUNT
        *> an id listed twice on the xref is read once
        MOVE 'N' TO WS-REPEAT-ID-SW
        IF WS-MERGED-FROM-ID(WS-MERGED-SUB) = WS-TARGET-CUST-ID
            SET WS-REPEAT-ID TO TRUE
        END-IF
        PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                UNTIL WS-CHECK-SUB NOT < WS-MERGED-SUB
            IF WS-MERGED-FROM-ID(WS-CHECK-SUB)
                    = WS-MERGED-FROM-ID(WS-MERGED-SUB)
                SET WS-REPEAT-ID TO TRUE
            END-IF
        END-PERFORM
        IF NOT WS-REPEAT-ID
            MOVE WS-MERGED-FROM-ID(WS-MERGED-SUB) TO WS-CAND-ID
            PERFORM READ-INDEXED-POSTINGS
        END-IF
    END-PERFORM
    CLOSE JOURNAL-INDEX-FILE.

READ-INDEXED-POSTINGS.
    MOVE 'N' TO WS-INDEX-EOF-SW
    MOVE WS-CAND-ID TO JX-CUST-ID
    MOVE ZERO TO JX-ROW-SEQ
    START JOURNAL-INDEX-FILE KEY IS NOT LESS THAN JX-KEY
        INVALID KEY
            SET WS-END-OF-INDEX TO TRUE
    END-START
    PERFORM UNTIL WS-END-OF-INDEX
        READ JOURNAL-INDEX-FILE NEXT RECORD
            AT END
                SET WS-END-OF-INDEX TO TRUE
            NOT AT END
                IF JX-CUST-ID NOT = WS-CAND-ID
                    SET WS-END-OF-INDEX TO TRUE
                ELSE
                    MOVE JX-JOURNAL-ROW TO TRX-JOURNAL-ENTRY
                    PERFORM STORE-POSTING-EVENT
                END-IF
        END-READ
    END-PERFORM.

SCAN-JOURNAL-EVENTS.
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-JOURNAL
                    MOVE TJ-CUST-ID TO WS-CAND-ID
                    PERFORM CHECK-ID-MATCH
                    IF WS-ID-MATCHES
                        PERFORM STORE-POSTING-EVENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF.

STORE-POSTING-EVENT.
    ADD 1 TO WS-POSTING-COUNT
    MOVE SPACES TO WS-SWAP-EVENT
    MOVE TJ-POST-DATE TO SW-SORT-KEY
    MOVE "TRXPOST" TO SW-SOURCE
    MOVE TJ-AMOUNT TO WS-AMOUNT-DISP
    MOVE TJ-AFTER-BALANCE TO WS-BALANCE-DISP
    MOVE SPACES TO SW-TEXT
    STRING "POSTED " DELIMITED BY SIZE
           TJ-TRAN-CODE DELIMITED BY SIZE
           " AMOUNT=" DELIMITED BY SIZE
           WS-AMOUNT-DISP DELIMITED BY SIZE
           " NEW-BAL=" DELIMITED BY SIZE
           WS-BALANCE-DISP DELIMITED BY SIZE
           " BY " DELIMITED BY SIZE
           TJ-OPERATOR-ID DELIMITED BY SIZE
           INTO SW-TEXT
    PERFORM STORE-EVENT.

LOAD-MERGE-XREF.
    *> Pick up every retired id whose history now belongs under the
    *> target: direct merges into the target, plus chains (a merged
    WRITE HIST-REPORT-LINE FROM CUST-HEADER-LINE
    MOVE SPACES TO HIST-REPORT-LINE
    WRITE HIST-REPORT-LINE
    PERFORM WRITE-RELATIONSHIP-LINES
    WRITE HIST-REPORT-LINE FROM COLUMN-HEADER-LINE
    OPEN INPUT HIST-SORTED-FILE
    PERFORM UNTIL WS-END-OF-SORTED
    MOVE "POSTED TRANSACTIONS:" TO CL-LABEL
    MOVE WS-POSTING-COUNT TO CL-COUNT
    WRITE HIST-REPORT-LINE FROM COUNT-LINE
    IF WS-KEYED-FROM NOT = SPACES
        MOVE SPACES TO HIST-REPORT-LINE
        STRING "POSTINGS SHOWN FROM MONTH " DELIMITED BY SIZE
               WS-KEYED-FROM DELIMITED BY SIZE
               " - EARLIER MONTHS PAST RETENTION" DELIMITED BY SIZE
               INTO HIST-REPORT-LINE
        WRITE HIST-REPORT-LINE
    END-IF
    MOVE SPACES TO COUNT-LINE
    MOVE "ACCOUNT RELATIONSHIPS:" TO CL-LABEL
    MOVE WS-LINK-COUNT TO CL-COUNT
    WRITE HIST-REPORT-LINE FROM COUNT-LINE
    CLOSE HIST-REPORT-FILE.

WRITE-RELATIONSHIP-LINES.
    *> Every ownership link the customer is on, either side, ended
    *> ones included: accounts of other customers they hold a role
    *> on, and the other customers holding a role on their own
    *> accounts. Ended links stay on the relationship file for
    *> exactly this page.
    DISPLAY "ACCOUNT-OWNER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OWNERPATH FROM ENVIRONMENT-VALUE
    IF OWNERPATH = SPACES
        MOVE "account-owners.dat" TO OWNERPATH
    END-IF
    OPEN INPUT OWNER-FILE
    IF OWNER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    WRITE HIST-REPORT-LINE FROM LINK-HEADER-LINE
    PERFORM UNTIL WS-END-OF-OWNER-FILE
        READ OWNER-FILE
            AT END
                SET WS-END-OF-OWNER-FILE TO TRUE
            NOT AT END
                MOVE OWNER-REC TO ACCOUNT-OWNER-RECORD
                MOVE OW-PARTY-ID TO WS-CAND-ID
                PERFORM CHECK-ID-MATCH
                IF WS-ID-MATCHES
                    MOVE SPACES TO LINK-LINE
                    MOVE "ON ACCOUNT OF" TO LK-SIDE
                    MOVE OW-CUST-ID TO LK-OTHER-ID
                    PERFORM WRITE-ONE-LINK-LINE
                END-IF
                MOVE OW-CUST-ID TO WS-CAND-ID
                PERFORM CHECK-ID-MATCH
                IF WS-ID-MATCHES
                    MOVE SPACES TO LINK-LINE
                    MOVE "OWN ACCOUNT, FOR" TO LK-SIDE
                    MOVE OW-PARTY-ID TO LK-OTHER-ID
                    PERFORM WRITE-ONE-LINK-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE OWNER-FILE
    MOVE SPACES TO HIST-REPORT-LINE
    WRITE HIST-REPORT-LINE.

WRITE-ONE-LINK-LINE.
    ADD 1 TO WS-LINK-COUNT
    IF OW-ACCT-NO = SPACES
        MOVE "PRIMARY" TO LK-ACCT
    ELSE
        MOVE OW-ACCT-NO TO LK-ACCT
    END-IF
    EVALUATE TRUE
        WHEN OW-JOINT-OWNER
            MOVE "JOINT OWNER" TO LK-ROLE
        WHEN OW-SIGNER
            MOVE "SIGNER" TO LK-ROLE
        WHEN OW-TRUSTEE
            MOVE "TRUSTEE" TO LK-ROLE
        WHEN OW-BENEFICIARY
            MOVE "POD BENEFICIARY" TO LK-ROLE
    END-EVALUATE
    MOVE OW-SHARE-PCT TO LK-SHARE
    MOVE OW-ADDED-DATE TO LK-ADDED-DATE
    IF OW-ENDED
        STRING "ENDED " DELIMITED BY SIZE
               OW-ENDED-DATE DELIMITED BY SIZE
               INTO LK-ENDED
    END-IF
    WRITE HIST-REPORT-LINE FROM LINK-LINE.

    COPY JPCLOAD.
    COPY ERRHAND.
