      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SODRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-CRED-FILE ASSIGN TO OPERCREDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-CRED-STATUS.
    SELECT STAFF-CUSTOMER-FILE ASSIGN TO STAFFCUSTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STAFF-CUSTOMER-STATUS.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT CHANGE-LOG-FILE ASSIGN TO CHANGELOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    SELECT OPER-CHANGE-LOG-FILE ASSIGN TO OPERCHGLOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPER-CHANGE-LOG-STATUS.
    SELECT PARM-CHANGE-LOG-FILE ASSIGN TO PARMCHGLOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARM-CHANGE-LOG-STATUS.
    SELECT SOD-REPORT-FILE ASSIGN TO SODREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SOD-REPORT-STATUS.
    SELECT SOD-WORK-FILE ASSIGN TO SODWORKPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SOD-WORK-STATUS.
    SELECT SOD-SORTED-FILE ASSIGN TO SODSORTEDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SOD-SORTED-STATUS.
    SELECT SOD-SORT-FILE ASSIGN TO "sodrpt-sortwork".
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  OPERATOR-CRED-FILE.
01  OPERATOR-CRED-REC      PIC X(39).
FD  STAFF-CUSTOMER-FILE.
01  STAFF-CUSTOMER-REC     PIC X(80).
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
FD  OPER-CHANGE-LOG-FILE.
01  OPER-CHANGE-LOG-REC    PIC X(120).
FD  PARM-CHANGE-LOG-FILE.
01  PARM-CHANGE-LOG-REC    PIC X(220).
FD  SOD-REPORT-FILE.
01  SOD-REPORT-LINE        PIC X(132).
FD  SOD-WORK-FILE.
01  SOD-WORK-REC           PIC X(116).
FD  SOD-SORTED-FILE.
01  SOD-SORTED-REC         PIC X(116).
SD  SOD-SORT-FILE.
01  SOD-SORT-REC.
    05  SORT-BRANCH        PIC X(3).
    05  SORT-OPERATOR      PIC X(8).
    05  SORT-FINDING-TYPE  PIC 9(1).
    05  SORT-DATE          PIC X(8).
    05  FILLER             PIC X(96).
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  OPERCREDPATH       PIC X(200) VALUE SPACES.
01  OPERATOR-CRED-STATUS PIC XX.
01  STAFFCUSTPATH      PIC X(200) VALUE SPACES.
01  STAFF-CUSTOMER-STATUS PIC XX.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  CHANGE-LOG-STATUS  PIC XX.
01  OPERCHGLOGPATH     PIC X(200) VALUE SPACES.
01  OPER-CHANGE-LOG-STATUS PIC XX.
01  PARMCHGLOGPATH     PIC X(200) VALUE SPACES.
01  PARM-CHANGE-LOG-STATUS PIC XX.
01  SODREPORTPATH      PIC X(200) VALUE SPACES.
01  SOD-REPORT-STATUS  PIC XX.
01  SODWORKPATH        PIC X(200) VALUE SPACES.
01  SOD-WORK-STATUS    PIC XX.
01  SODSORTEDPATH      PIC X(200) VALUE SPACES.
01  SOD-SORTED-STATUS  PIC XX.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-SORTED-EOF-SW   PIC X VALUE 'N'.
    88  WS-END-OF-SORTED       VALUE 'Y'.
    COPY OPERCRED.
    COPY TRXJRNL.
*> The staff-customer cross-reference lists, for every operator who
*> banks with us, the customer ids that are theirs or their
*> household's - one row per pair, kept by compliance alongside the
*> credential file: operator id in columns 1-8, customer id in
*> 10-19. An operator with no row has no customer record of their
*> own to be kept away from.
01  STAFF-CUSTOMER-ENTRY.
    05  SC-OPER-ID         PIC X(8).
    05  FILLER             PIC X.
    05  SC-CUST-ID         PIC X(10).
01  WS-STAFF-TABLE.
    05  WS-STAFF-COUNT     PIC 9(4) VALUE ZERO.
    05  WS-STAFF-PAIR      PIC X(18) OCCURS 2000 TIMES.
01  WS-STAFF-SUB       PIC 9(4) COMP VALUE ZERO.
01  WS-STAFF-KEY.
    05  WS-STAFF-KEY-OPER  PIC X(8).
    05  WS-STAFF-KEY-CUST  PIC X(10).
01  WS-OPERATOR-TABLE.
    05  WS-OPERATOR-COUNT  PIC 9(4) VALUE ZERO.
    05  WS-OPERATOR-ENTRY  OCCURS 200 TIMES.
        10  OT-OPER-ID         PIC X(8).
        10  OT-BRANCH          PIC X(3).
01  WS-OPER-SUB        PIC 9(4) COMP VALUE ZERO.
*> Reversals posted in the period, held until the second journal
*> pass finds who made each original posting. A transfer's two
*> legs carry one serial, so a reversal is held once per original.
01  WS-REVERSAL-TABLE.
    05  WS-REVERSAL-COUNT  PIC 9(4) VALUE ZERO.
    05  WS-REVERSAL-ENTRY  OCCURS 2000 TIMES.
        10  RV-ORIG-SERIAL     PIC X(14).
        10  RV-SERIAL          PIC X(14).
        10  RV-OPERATOR        PIC X(8).
        10  RV-CUST-ID         PIC X(10).
        10  RV-POST-DATE       PIC X(8).
        10  RV-MATCHED-SW      PIC X(1).
            88  RV-MATCHED             VALUE 'Y'.
01  WS-REV-SUB         PIC 9(4) COMP VALUE ZERO.
01  WS-OVERFLOW-SW     PIC X VALUE 'N'.
    88  WS-TABLE-OVERFLOWED    VALUE 'Y'.
01  WS-FOUND-SW        PIC X VALUE 'N'.
    88  WS-FOUND               VALUE 'Y'.
01  WS-TODAY           PIC 9(8) VALUE ZERO.
01  WS-REPORT-DATE     PIC X(10).
01  WS-FROM-DATE       PIC X(8) VALUE SPACES.
01  WS-TO-DATE         PIC X(8) VALUE SPACES.
01  WS-DATE-NUM        PIC 9(8) VALUE ZERO.
01  WS-LAST-SERIAL     PIC X(14) VALUE SPACES.
01  WS-LINE-TEXT       PIC X(300) VALUE SPACES.
01  WS-LINE-DATE       PIC X(8) VALUE SPACES.
01  WS-LINE-OPERATOR   PIC X(8) VALUE SPACES.
01  WS-FINDING-OPERATOR PIC X(8) VALUE SPACES.
*> A tagged field ("ID=", "KEYED-BY=" ...) is found by counting the
*> characters before its tag; the value runs to the next blank.
01  WS-FIELD-TAG       PIC X(20) VALUE SPACES.
01  WS-FIELD-TAG-LEN   PIC 9(4) COMP VALUE ZERO.
01  WS-FIELD-POS       PIC 9(4) COMP VALUE ZERO.
01  WS-FIELD-VALUE     PIC X(40) VALUE SPACES.
01  WS-LINE-CUST-ID    PIC X(10) VALUE SPACES.
01  WS-LINE-KEYED-BY   PIC X(8) VALUE SPACES.
01  WS-LINE-APPROVER   PIC X(8) VALUE SPACES.
01  WS-LINE-ACTION     PIC X(12) VALUE SPACES.
01  WS-LINE-TARGET     PIC X(8) VALUE SPACES.
01  WS-LINE-PARM-KEY   PIC X(30) VALUE SPACES.
01  WS-AMOUNT-DISP     PIC -(8)9.99.
*> One finding per row on the work file; the external SORT groups
*> them by the acting operator's branch, then operator, finding and
*> date, so each branch manager signs off one contiguous section.
01  SOD-WORK-ENTRY.
    05  SW-BRANCH          PIC X(3).
    05  SW-OPERATOR        PIC X(8).
    05  SW-FINDING-TYPE    PIC 9(1).
    05  SW-DATE            PIC X(8).
    05  SW-SOURCE          PIC X(8).
    05  SW-REFERENCE       PIC X(20).
    05  SW-DETAIL          PIC X(68).
01  WS-FINDING-COUNTS.
    05  WS-FINDING-COUNT   PIC 9(9) OCCURS 4 TIMES VALUE ZERO.
01  WS-FINDING-NAMES.
    05  FILLER PIC X(24) VALUE "KEYED AND APPROVED".
    05  FILLER PIC X(24) VALUE "OWN CUSTOMER RECORD".
    05  FILLER PIC X(24) VALUE "CHANGED OWN ROLE/BRANCH".
    05  FILLER PIC X(24) VALUE "REVERSED OWN POSTING".
01  WS-FINDING-NAMES-R REDEFINES WS-FINDING-NAMES.
    05  WS-FINDING-NAME    PIC X(24) OCCURS 4 TIMES.
01  WS-TYPE-SUB        PIC 9(1) VALUE ZERO.
01  WS-TOTAL-FINDINGS  PIC 9(9) VALUE ZERO.
01  WS-BRANCH-FINDINGS PIC 9(9) VALUE ZERO.
01  WS-CURRENT-BRANCH  PIC X(3) VALUE SPACES.
01  WS-JOURNAL-ROWS    PIC 9(9) VALUE ZERO.
01  WS-CHANGE-LINES    PIC 9(9) VALUE ZERO.
01  WS-OPER-LINES      PIC 9(9) VALUE ZERO.
01  WS-PARM-LINES      PIC 9(9) VALUE ZERO.
01  WS-COUNT-DISP      PIC ZZZZZZZZ9.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(30) VALUE
        "SEGREGATION OF DUTIES REVIEW  ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  PAGE-HEADER-2.
    05  FILLER             PIC X(7)  VALUE "PERIOD ".
    05  PH-FROM-DATE       PIC X(8).
    05  FILLER             PIC X(4)  VALUE " TO ".
    05  PH-TO-DATE         PIC X(8).
01  BRANCH-HEADER-LINE.
    05  FILLER             PIC X(7)  VALUE "BRANCH ".
    05  BH-BRANCH          PIC X(3).
01  COLUMN-HEADER-LINE.
    05  FILLER             PIC X(9)  VALUE "DATE     ".
    05  FILLER             PIC X(9)  VALUE "OPERATOR ".
    05  FILLER             PIC X(25) VALUE "FINDING".
    05  FILLER             PIC X(9)  VALUE "SOURCE   ".
    05  FILLER             PIC X(21) VALUE "REFERENCE".
    05  FILLER             PIC X(6)  VALUE "DETAIL".
01  DETAIL-LINE.
    05  DL-DATE            PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-OPERATOR        PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-FINDING         PIC X(24).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-SOURCE          PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-REFERENCE       PIC X(20).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-DETAIL          PIC X(59).
01  BRANCH-COUNT-LINE.
    05  FILLER             PIC X(22) VALUE "  FINDINGS FOR BRANCH ".
    05  BC-BRANCH          PIC X(3).
    05  FILLER             PIC X(2)  VALUE ": ".
    05  BC-COUNT           PIC ZZZZZZZZ9.
01  SIGN-OFF-LINE.
    05  FILLER             PIC X(45) VALUE
        "  REVIEWED BY BRANCH MANAGER: ______________ ".
    05  FILLER             PIC X(23) VALUE
        " DATE: ______________  ".
01  NO-FINDINGS-LINE       PIC X(60) VALUE
    "NO SEGREGATION-OF-DUTIES FINDINGS IN THE PERIOD".
01  COUNT-LINE.
    05  CL-LABEL           PIC X(36).
    05  CL-VALUE           PIC Z(8)9.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    *> Weekly cross-check of how duties combined in practice. The
    *> credential file says what each operator may do; the journal
    *> and the change logs say what they did. Four findings are
    *> looked for in the period: an operator who keyed and approved
    *> the same change (MNTAPPR releases, confirmed parameter
    *> changes), slips or maintenance an operator put through
    *> against their own customer record, an operator who changed
    *> their own role or branch through OPERMNT, and a reversal
    *> posted under the operator who made the original posting. Each
    *> finding is listed under the acting operator's branch for the
    *> branch manager to sign off; an operator with no branch, or no
    *> longer on file, is listed under "???".
    PERFORM RESOLVE-PATHS
    PERFORM RESOLVE-PERIOD
    PERFORM LOAD-OPERATOR-BRANCHES
    PERFORM LOAD-STAFF-CUSTOMERS
    OPEN OUTPUT SOD-WORK-FILE
    PERFORM SCAN-JOURNAL-POSTINGS
    PERFORM MATCH-REVERSED-ORIGINALS
    PERFORM SCAN-CUSTOMER-CHANGE-LOG
    PERFORM SCAN-OPERATOR-CHANGE-LOG
    PERFORM SCAN-PARM-CHANGE-LOG
    CLOSE SOD-WORK-FILE
    SORT SOD-SORT-FILE
        ON ASCENDING KEY SORT-BRANCH SORT-OPERATOR
                         SORT-FINDING-TYPE SORT-DATE
        USING SOD-WORK-FILE
        GIVING SOD-SORTED-FILE
    PERFORM WRITE-FINDINGS-LISTING
    PERFORM FEED-FINDING-COUNTS
    DISPLAY "SODRPT complete - period: " WS-FROM-DATE "-" WS-TO-DATE
            " findings: " WS-TOTAL-FINDINGS
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "OPERATOR-CREDENTIALS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OPERCREDPATH FROM ENVIRONMENT-VALUE
    IF OPERCREDPATH = SPACES
        MOVE "operator-credentials.dat" TO OPERCREDPATH
    END-IF
    DISPLAY "STAFF-CUSTOMER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT STAFFCUSTPATH FROM ENVIRONMENT-VALUE
    IF STAFFCUSTPATH = SPACES
        MOVE "staff-customers.dat" TO STAFFCUSTPATH
    END-IF
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHANGELOGPATH FROM ENVIRONMENT-VALUE
    IF CHANGELOGPATH = SPACES
        MOVE "custmaint-change-log.dat" TO CHANGELOGPATH
    END-IF
    DISPLAY "OPERMNT-CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OPERCHGLOGPATH FROM ENVIRONMENT-VALUE
    IF OPERCHGLOGPATH = SPACES
        MOVE "opermnt-change-log.dat" TO OPERCHGLOGPATH
    END-IF
    DISPLAY "PARMMNT-CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT PARMCHGLOGPATH FROM ENVIRONMENT-VALUE
    IF PARMCHGLOGPATH = SPACES
        MOVE "parmmnt-change-log.dat" TO PARMCHGLOGPATH
    END-IF
    DISPLAY "SOD-REPORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT SODREPORTPATH FROM ENVIRONMENT-VALUE
    IF SODREPORTPATH = SPACES
        MOVE "segregation-of-duties.dat" TO SODREPORTPATH
    END-IF
    DISPLAY "SOD-WORK-PATH" UPON ENVIRONMENT-NAME
    ACCEPT SODWORKPATH FROM ENVIRONMENT-VALUE
    IF SODWORKPATH = SPACES
        MOVE "sodrpt-work.dat" TO SODWORKPATH
    END-IF
    STRING FUNCTION TRIM(SODWORKPATH) DELIMITED BY SIZE
           ".sorted" DELIMITED BY SIZE
           INTO SODSORTEDPATH.

RESOLVE-PERIOD.
    *> The seven days ending today unless SOD-FROM-DATE / SOD-TO-DATE
    *> (YYYYMMDD) name another period, e.g. to re-run a past week.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    STRING WS-TODAY(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    DISPLAY "SOD-TO-DATE" UPON ENVIRONMENT-NAME
    ACCEPT WS-TO-DATE FROM ENVIRONMENT-VALUE
    IF WS-TO-DATE NOT NUMERIC
        MOVE WS-TODAY TO WS-TO-DATE
    END-IF
    DISPLAY "SOD-FROM-DATE" UPON ENVIRONMENT-NAME
    ACCEPT WS-FROM-DATE FROM ENVIRONMENT-VALUE
    IF WS-FROM-DATE NOT NUMERIC
        MOVE WS-TO-DATE TO WS-DATE-NUM
        COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 6)
        MOVE WS-DATE-NUM TO WS-FROM-DATE
    END-IF.

LOAD-OPERATOR-BRANCHES.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT OPERATOR-CRED-FILE
    IF OPERATOR-CRED-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ OPERATOR-CRED-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE OPERATOR-CRED-REC TO OPERATOR-CRED-RECORD
                IF WS-OPERATOR-COUNT < 200
                    ADD 1 TO WS-OPERATOR-COUNT
                    MOVE OPER-ID TO OT-OPER-ID(WS-OPERATOR-COUNT)
                    MOVE OPER-BRANCH TO OT-BRANCH(WS-OPERATOR-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPERATOR-CRED-FILE.

LOAD-STAFF-CUSTOMERS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT STAFF-CUSTOMER-FILE
    IF STAFF-CUSTOMER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ STAFF-CUSTOMER-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE STAFF-CUSTOMER-REC TO STAFF-CUSTOMER-ENTRY
                IF SC-OPER-ID NOT = SPACES
                        AND SC-CUST-ID NOT = SPACES
                    IF WS-STAFF-COUNT < 2000
                        ADD 1 TO WS-STAFF-COUNT
                        MOVE SC-OPER-ID TO WS-STAFF-KEY-OPER
                        MOVE SC-CUST-ID TO WS-STAFF-KEY-CUST
                        MOVE WS-STAFF-KEY
                            TO WS-STAFF-PAIR(WS-STAFF-COUNT)
                    ELSE
                        SET WS-TABLE-OVERFLOWED TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE STAFF-CUSTOMER-FILE.

SCAN-JOURNAL-POSTINGS.
    *> First pass: postings against the operator's own customer
    *> record, and the period's reversals set aside for the second
    *> pass. A slip journaled as several rows (a transfer's legs, a
    *> loan payment's parts) is one finding.
    MOVE 'N' TO WS-EOF-SW
    MOVE SPACES TO WS-LAST-SERIAL
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ TRX-JOURNAL-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                IF TJ-POST-DATE >= WS-FROM-DATE
                        AND TJ-POST-DATE <= WS-TO-DATE
                    ADD 1 TO WS-JOURNAL-ROWS
                    PERFORM CHECK-JOURNAL-ROW
                END-IF
        END-READ
    END-PERFORM
    CLOSE TRX-JOURNAL-FILE.

CHECK-JOURNAL-ROW.
    IF TJ-SLIP-SERIAL(1:2) = "RV" AND TJ-XREF-SERIAL NOT = SPACES
        PERFORM HOLD-REVERSAL
    END-IF
    IF TJ-SLIP-SERIAL = WS-LAST-SERIAL
        EXIT PARAGRAPH
    END-IF
    MOVE TJ-OPERATOR-ID TO WS-STAFF-KEY-OPER
    MOVE TJ-CUST-ID TO WS-STAFF-KEY-CUST
    PERFORM FIND-STAFF-PAIR
    IF WS-FOUND
        MOVE TJ-SLIP-SERIAL TO WS-LAST-SERIAL
        MOVE SPACES TO SOD-WORK-ENTRY
        MOVE 2 TO SW-FINDING-TYPE
        MOVE TJ-OPERATOR-ID TO SW-OPERATOR
        MOVE TJ-POST-DATE TO SW-DATE
        MOVE "JOURNAL" TO SW-SOURCE
        MOVE TJ-CUST-ID TO SW-REFERENCE
        MOVE TJ-AMOUNT TO WS-AMOUNT-DISP
        STRING "SLIP " DELIMITED BY SIZE
               TJ-SLIP-SERIAL DELIMITED BY SPACE
               " CODE " DELIMITED BY SIZE
               TJ-TRAN-CODE DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMOUNT-DISP) DELIMITED BY SIZE
               INTO SW-DETAIL
        PERFORM NOTE-FINDING
    END-IF.

HOLD-REVERSAL.
    PERFORM VARYING WS-REV-SUB FROM 1 BY 1
            UNTIL WS-REV-SUB > WS-REVERSAL-COUNT
        IF RV-ORIG-SERIAL(WS-REV-SUB) = TJ-XREF-SERIAL
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF WS-REVERSAL-COUNT >= 2000
        SET WS-TABLE-OVERFLOWED TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-REVERSAL-COUNT
    MOVE TJ-XREF-SERIAL TO RV-ORIG-SERIAL(WS-REVERSAL-COUNT)
    MOVE TJ-SLIP-SERIAL TO RV-SERIAL(WS-REVERSAL-COUNT)
    MOVE TJ-OPERATOR-ID TO RV-OPERATOR(WS-REVERSAL-COUNT)
    MOVE TJ-CUST-ID TO RV-CUST-ID(WS-REVERSAL-COUNT)
    MOVE TJ-POST-DATE TO RV-POST-DATE(WS-REVERSAL-COUNT)
    MOVE 'N' TO RV-MATCHED-SW(WS-REVERSAL-COUNT).

MATCH-REVERSED-ORIGINALS.
    *> Second pass over the whole journal, since the original may
    *> have been posted long before the period: the first row under
    *> each held serial says who made the posting.
    IF WS-REVERSAL-COUNT = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ TRX-JOURNAL-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                PERFORM MATCH-ONE-ORIGINAL
        END-READ
    END-PERFORM
    CLOSE TRX-JOURNAL-FILE.

MATCH-ONE-ORIGINAL.
    PERFORM VARYING WS-REV-SUB FROM 1 BY 1
            UNTIL WS-REV-SUB > WS-REVERSAL-COUNT
        IF RV-ORIG-SERIAL(WS-REV-SUB) = TJ-SLIP-SERIAL
                AND NOT RV-MATCHED(WS-REV-SUB)
            SET RV-MATCHED(WS-REV-SUB) TO TRUE
            IF TJ-OPERATOR-ID = RV-OPERATOR(WS-REV-SUB)
                MOVE SPACES TO SOD-WORK-ENTRY
                MOVE 4 TO SW-FINDING-TYPE
                MOVE RV-OPERATOR(WS-REV-SUB) TO SW-OPERATOR
                MOVE RV-POST-DATE(WS-REV-SUB) TO SW-DATE
                MOVE "JOURNAL" TO SW-SOURCE
                MOVE RV-CUST-ID(WS-REV-SUB) TO SW-REFERENCE
                STRING "REVERSAL " DELIMITED BY SIZE
                       RV-SERIAL(WS-REV-SUB) DELIMITED BY SPACE
                       " OF " DELIMITED BY SIZE
                       TJ-SLIP-SERIAL DELIMITED BY SPACE
                       " POSTED " DELIMITED BY SIZE
                       TJ-POST-DATE DELIMITED BY SIZE
                       INTO SW-DETAIL
                PERFORM NOTE-FINDING
            END-IF
        END-IF
    END-PERFORM.

SCAN-CUSTOMER-CHANGE-LOG.
    *> Every writer of the customer change log starts its line with
    *> the date and the acting operator; the customer follows "ID=".
    *> MNTAPPR's releases also carry KEYED-BY= and APPROVED-BY=, so
    *> a release approved by its own keyer shows here, and so does a
    *> keyer's maintenance of their own record.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT CHANGE-LOG-FILE
    IF CHANGE-LOG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ CHANGE-LOG-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE CHANGE-LOG-REC TO WS-LINE-TEXT
                MOVE WS-LINE-TEXT(1:8) TO WS-LINE-DATE
                IF WS-LINE-DATE >= WS-FROM-DATE
                        AND WS-LINE-DATE <= WS-TO-DATE
                    ADD 1 TO WS-CHANGE-LINES
                    PERFORM CHECK-CHANGE-LOG-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE CHANGE-LOG-FILE.

CHECK-CHANGE-LOG-LINE.
    MOVE WS-LINE-TEXT(10:8) TO WS-LINE-OPERATOR
    MOVE " ID=" TO WS-FIELD-TAG
    MOVE 4 TO WS-FIELD-TAG-LEN
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LINE-CUST-ID
    MOVE " KEYED-BY=" TO WS-FIELD-TAG
    MOVE 10 TO WS-FIELD-TAG-LEN
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LINE-KEYED-BY
    MOVE " APPROVED-BY=" TO WS-FIELD-TAG
    MOVE 13 TO WS-FIELD-TAG-LEN
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LINE-APPROVER
    IF WS-LINE-KEYED-BY NOT = SPACES
            AND WS-LINE-KEYED-BY = WS-LINE-APPROVER
        MOVE SPACES TO SOD-WORK-ENTRY
        MOVE 1 TO SW-FINDING-TYPE
        MOVE WS-LINE-KEYED-BY TO SW-OPERATOR
        MOVE WS-LINE-DATE TO SW-DATE
        MOVE "CHGLOG" TO SW-SOURCE
        MOVE WS-LINE-CUST-ID TO SW-REFERENCE
        MOVE WS-LINE-TEXT(19:68) TO SW-DETAIL
        PERFORM NOTE-FINDING
    END-IF
    IF WS-LINE-CUST-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-LINE-OPERATOR TO WS-STAFF-KEY-OPER
    MOVE WS-LINE-CUST-ID TO WS-STAFF-KEY-CUST
    PERFORM FIND-STAFF-PAIR
    IF WS-FOUND
        MOVE WS-LINE-OPERATOR TO WS-FINDING-OPERATOR
        PERFORM NOTE-OWN-RECORD-CHANGE
    END-IF
    IF WS-LINE-KEYED-BY NOT = SPACES
            AND WS-LINE-KEYED-BY NOT = WS-LINE-OPERATOR
        MOVE WS-LINE-KEYED-BY TO WS-STAFF-KEY-OPER
        PERFORM FIND-STAFF-PAIR
        IF WS-FOUND
            MOVE WS-LINE-KEYED-BY TO WS-FINDING-OPERATOR
            PERFORM NOTE-OWN-RECORD-CHANGE
        END-IF
    END-IF.

NOTE-OWN-RECORD-CHANGE.
    MOVE SPACES TO SOD-WORK-ENTRY
    MOVE 2 TO SW-FINDING-TYPE
    MOVE WS-FINDING-OPERATOR TO SW-OPERATOR
    MOVE WS-LINE-DATE TO SW-DATE
    MOVE "CHGLOG" TO SW-SOURCE
    MOVE WS-LINE-CUST-ID TO SW-REFERENCE
    MOVE WS-LINE-TEXT(19:68) TO SW-DETAIL
    PERFORM NOTE-FINDING.

SCAN-OPERATOR-CHANGE-LOG.
    *> OPERMNT's line: timestamp, acting operator in 18-25, then
    *> ACTION= and TARGET=.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT OPER-CHANGE-LOG-FILE
    IF OPER-CHANGE-LOG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ OPER-CHANGE-LOG-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE SPACES TO WS-LINE-TEXT
                MOVE OPER-CHANGE-LOG-REC TO WS-LINE-TEXT
                MOVE WS-LINE-TEXT(1:8) TO WS-LINE-DATE
                IF WS-LINE-DATE >= WS-FROM-DATE
                        AND WS-LINE-DATE <= WS-TO-DATE
                    ADD 1 TO WS-OPER-LINES
                    PERFORM CHECK-OPER-CHANGE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPER-CHANGE-LOG-FILE.

CHECK-OPER-CHANGE-LINE.
    MOVE WS-LINE-TEXT(18:8) TO WS-LINE-OPERATOR
    MOVE " ACTION=" TO WS-FIELD-TAG
    MOVE 8 TO WS-FIELD-TAG-LEN
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LINE-ACTION
    MOVE " TARGET=" TO WS-FIELD-TAG
    MOVE 8 TO WS-FIELD-TAG-LEN
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LINE-TARGET
    IF WS-LINE-TARGET = WS-LINE-OPERATOR
            AND WS-LINE-OPERATOR NOT = SPACES
            AND (WS-LINE-ACTION = "ROLE-CHANGE"
                 OR WS-LINE-ACTION = "BRANCH")
        MOVE SPACES TO SOD-WORK-ENTRY
        MOVE 3 TO SW-FINDING-TYPE
        MOVE WS-LINE-OPERATOR TO SW-OPERATOR
        MOVE WS-LINE-DATE TO SW-DATE
        MOVE "OPERMNT" TO SW-SOURCE
        MOVE WS-LINE-TARGET TO SW-REFERENCE
        STRING "ACTION=" DELIMITED BY SIZE
               WS-LINE-ACTION DELIMITED BY SPACE
               " ON OWN OPERATOR ID" DELIMITED BY SIZE
               INTO SW-DETAIL
        PERFORM NOTE-FINDING
    END-IF.

SCAN-PARM-CHANGE-LOG.
    *> PARMMNT's line: timestamp, keying operator in 18-25, KEY=,
    *> OLD=, NEW= and CONFIRMED-BY=.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT PARM-CHANGE-LOG-FILE
    IF PARM-CHANGE-LOG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ PARM-CHANGE-LOG-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE SPACES TO WS-LINE-TEXT
                MOVE PARM-CHANGE-LOG-REC TO WS-LINE-TEXT
                MOVE WS-LINE-TEXT(1:8) TO WS-LINE-DATE
                IF WS-LINE-DATE >= WS-FROM-DATE
                        AND WS-LINE-DATE <= WS-TO-DATE
                    ADD 1 TO WS-PARM-LINES
                    PERFORM CHECK-PARM-CHANGE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE PARM-CHANGE-LOG-FILE.

CHECK-PARM-CHANGE-LINE.
    MOVE WS-LINE-TEXT(18:8) TO WS-LINE-OPERATOR
    MOVE " CONFIRMED-BY=" TO WS-FIELD-TAG
    MOVE 14 TO WS-FIELD-TAG-LEN
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LINE-APPROVER
    IF WS-LINE-APPROVER NOT = SPACES
            AND WS-LINE-APPROVER = WS-LINE-OPERATOR
        MOVE " KEY=" TO WS-FIELD-TAG
        MOVE 5 TO WS-FIELD-TAG-LEN
        PERFORM FIND-LOG-FIELD
        MOVE WS-FIELD-VALUE TO WS-LINE-PARM-KEY
        MOVE SPACES TO SOD-WORK-ENTRY
        MOVE 1 TO SW-FINDING-TYPE
        MOVE WS-LINE-OPERATOR TO SW-OPERATOR
        MOVE WS-LINE-DATE TO SW-DATE
        MOVE "PARMMNT" TO SW-SOURCE
        MOVE WS-LINE-PARM-KEY TO SW-REFERENCE
        MOVE WS-LINE-TEXT(27:68) TO SW-DETAIL
        PERFORM NOTE-FINDING
    END-IF.

FIND-LOG-FIELD.
    MOVE SPACES TO WS-FIELD-VALUE
    MOVE ZERO TO WS-FIELD-POS
    INSPECT WS-LINE-TEXT TALLYING WS-FIELD-POS
        FOR CHARACTERS BEFORE INITIAL
            WS-FIELD-TAG(1:WS-FIELD-TAG-LEN)
    IF WS-FIELD-POS + WS-FIELD-TAG-LEN < 300
        ADD WS-FIELD-TAG-LEN TO WS-FIELD-POS
        ADD 1 TO WS-FIELD-POS
        UNSTRING WS-LINE-TEXT(WS-FIELD-POS:)
            DELIMITED BY SPACE
            INTO WS-FIELD-VALUE
    END-IF.

FIND-STAFF-PAIR.
    MOVE 'N' TO WS-FOUND-SW
    PERFORM VARYING WS-STAFF-SUB FROM 1 BY 1
            UNTIL WS-STAFF-SUB > WS-STAFF-COUNT OR WS-FOUND
        IF WS-STAFF-PAIR(WS-STAFF-SUB) = WS-STAFF-KEY
            SET WS-FOUND TO TRUE
        END-IF
    END-PERFORM.

NOTE-FINDING.
    *> the branch is the acting operator's, as the credential file
    *> has it today
    MOVE "???" TO SW-BRANCH
    PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
            UNTIL WS-OPER-SUB > WS-OPERATOR-COUNT
        IF OT-OPER-ID(WS-OPER-SUB) = SW-OPERATOR
                AND OT-BRANCH(WS-OPER-SUB) NOT = SPACES
            MOVE OT-BRANCH(WS-OPER-SUB) TO SW-BRANCH
        END-IF
    END-PERFORM
    ADD 1 TO WS-TOTAL-FINDINGS
    ADD 1 TO WS-FINDING-COUNT(SW-FINDING-TYPE)
    WRITE SOD-WORK-REC FROM SOD-WORK-ENTRY.

READ-NEXT-SORTED-ROW.
    READ SOD-SORTED-FILE
        AT END
            SET WS-END-OF-SORTED TO TRUE
        NOT AT END
            MOVE SOD-SORTED-REC TO SOD-WORK-ENTRY
    END-READ.

WRITE-FINDINGS-LISTING.
    OPEN OUTPUT SOD-REPORT-FILE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE SOD-REPORT-LINE FROM PAGE-HEADER-1
    MOVE WS-FROM-DATE TO PH-FROM-DATE
    MOVE WS-TO-DATE TO PH-TO-DATE
    WRITE SOD-REPORT-LINE FROM PAGE-HEADER-2
    MOVE SPACES TO SOD-REPORT-LINE
    WRITE SOD-REPORT-LINE
    IF WS-TOTAL-FINDINGS = ZERO
        WRITE SOD-REPORT-LINE FROM NO-FINDINGS-LINE
        MOVE SPACES TO SOD-REPORT-LINE
        WRITE SOD-REPORT-LINE
    END-IF
    OPEN INPUT SOD-SORTED-FILE
    PERFORM READ-NEXT-SORTED-ROW
    PERFORM UNTIL WS-END-OF-SORTED
        MOVE SW-BRANCH TO WS-CURRENT-BRANCH
        MOVE ZERO TO WS-BRANCH-FINDINGS
        MOVE WS-CURRENT-BRANCH TO BH-BRANCH
        WRITE SOD-REPORT-LINE FROM BRANCH-HEADER-LINE
        WRITE SOD-REPORT-LINE FROM COLUMN-HEADER-LINE
        PERFORM UNTIL WS-END-OF-SORTED
                OR SW-BRANCH NOT = WS-CURRENT-BRANCH
            MOVE SW-DATE TO DL-DATE
            MOVE SW-OPERATOR TO DL-OPERATOR
            MOVE WS-FINDING-NAME(SW-FINDING-TYPE) TO DL-FINDING
            MOVE SW-SOURCE TO DL-SOURCE
            MOVE SW-REFERENCE TO DL-REFERENCE
            MOVE SW-DETAIL TO DL-DETAIL
            WRITE SOD-REPORT-LINE FROM DETAIL-LINE
            ADD 1 TO WS-BRANCH-FINDINGS
            PERFORM READ-NEXT-SORTED-ROW
        END-PERFORM
        MOVE WS-CURRENT-BRANCH TO BC-BRANCH
        MOVE WS-BRANCH-FINDINGS TO BC-COUNT
        WRITE SOD-REPORT-LINE FROM BRANCH-COUNT-LINE
        MOVE SPACES TO SOD-REPORT-LINE
        WRITE SOD-REPORT-LINE
        WRITE SOD-REPORT-LINE FROM SIGN-OFF-LINE
        MOVE SPACES TO SOD-REPORT-LINE
        WRITE SOD-REPORT-LINE
    END-PERFORM
    CLOSE SOD-SORTED-FILE
    PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1 UNTIL WS-TYPE-SUB > 4
        MOVE WS-FINDING-NAME(WS-TYPE-SUB) TO CL-LABEL
        MOVE WS-FINDING-COUNT(WS-TYPE-SUB) TO CL-VALUE
        WRITE SOD-REPORT-LINE FROM COUNT-LINE
    END-PERFORM
    MOVE "TOTAL FINDINGS:" TO CL-LABEL
    MOVE WS-TOTAL-FINDINGS TO CL-VALUE
    WRITE SOD-REPORT-LINE FROM COUNT-LINE
    MOVE "JOURNAL ROWS IN PERIOD:" TO CL-LABEL
    MOVE WS-JOURNAL-ROWS TO CL-VALUE
    WRITE SOD-REPORT-LINE FROM COUNT-LINE
    MOVE "CUSTOMER CHANGE-LOG LINES:" TO CL-LABEL
    MOVE WS-CHANGE-LINES TO CL-VALUE
    WRITE SOD-REPORT-LINE FROM COUNT-LINE
    MOVE "OPERATOR CHANGE-LOG LINES:" TO CL-LABEL
    MOVE WS-OPER-LINES TO CL-VALUE
    WRITE SOD-REPORT-LINE FROM COUNT-LINE
    MOVE "PARAMETER CHANGE-LOG LINES:" TO CL-LABEL
    MOVE WS-PARM-LINES TO CL-VALUE
    WRITE SOD-REPORT-LINE FROM COUNT-LINE
    CLOSE SOD-REPORT-FILE.

FEED-FINDING-COUNTS.
    *> One warning per finding type with a non-zero count, so the
    *> weekly exception report carries the trend, and one if a work
    *> table filled, since a finding could then be missing.
    PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1 UNTIL WS-TYPE-SUB > 4
        IF WS-FINDING-COUNT(WS-TYPE-SUB) > ZERO
            MOVE "SODRPT" TO WS-ERR-PROGRAM-ID
            MOVE "SOD" TO WS-ERR-CODE
            MOVE WS-FINDING-COUNT(WS-TYPE-SUB) TO WS-COUNT-DISP
            MOVE SPACES TO WS-ERR-MESSAGE
            STRING "Segregation of duties: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FINDING-NAME(WS-TYPE-SUB))
                       DELIMITED BY SIZE
                   " count=" DELIMITED BY SIZE
                   WS-COUNT-DISP DELIMITED BY SIZE
                   INTO WS-ERR-MESSAGE
            SET WS-ERR-WARNING TO TRUE
            PERFORM LOG-COMMON-ERROR
        END-IF
    END-PERFORM
    IF WS-TABLE-OVERFLOWED
        MOVE "SODRPT" TO WS-ERR-PROGRAM-ID
        MOVE "OVERFLOW" TO WS-ERR-CODE
        MOVE "SoD work table full, some findings may be missing"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 4 TO RETURN-CODE
    END-IF.

    COPY ERRHAND.
