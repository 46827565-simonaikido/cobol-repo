    SELECT CHANGE-LOG-FILE ASSIGN TO CHANGELOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
    05  OCF-PWD-CHANGED     PIC X(8).
    05  OCF-FAIL-COUNT      PIC 9(2).
FD  PENDING-APPROVAL-FILE.
01  PENDING-APPROVAL-REC   PIC X(183).
FD  NEW-PENDING-FILE.
01  NEW-PENDING-REC        PIC X(183).
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  OPERCREDPATH       PIC X(200) VALUE SPACES.
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-SQLCODE-DISP PIC -(9)9.
01  WS-BRANCH-CLAUSE   PIC X(18) VALUE SPACES.
01  WS-TAX-CLAUSE      PIC X(70) VALUE SPACES.
01  WS-TAX-PTR         PIC 9(4) COMP VALUE ZERO.
01  WS-BEFORE-BAL-DISP PIC -(9)9.99.
01  WS-AFTER-BAL-DISP  PIC -(9)9.99.
*> The customer's identity fields as they stand before a release, so
*> the change-log line carries the same NAME-CHANGED= / ADDR-CHANGED=
*> / TIN-CHANGED= / WITHHOLD= flags CUSTMAINT writes for a change it
*> applies itself.
01  WS-CURRENT-NAME    PIC X(40) VALUE SPACES.
01  WS-CURRENT-ADDRESS PIC X(60) VALUE SPACES.
01  WS-CURRENT-TAX-ID  PIC X(9) VALUE SPACES.
01  WS-CURRENT-WITHHOLD PIC X(1) VALUE SPACE.
01  WS-CHANGE-FLAGS    PIC X(60) VALUE SPACES.
    COPY PENDAPPR.
01  PENDING-TRANS.
    05  PT-ACTION-CODE     PIC X(1).
    05  PT-CUST-OPEN-DATE  PIC X(8).
    05  PT-CUST-BRANCH     PIC X(3).
    05  PT-KEYED-BY        PIC X(8).
    05  PT-TAX-ID          PIC X(9).
    05  PT-TIN-TYPE        PIC X(1).
    05  PT-WITHHOLD-STATUS PIC X(1).
    COPY PWDTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    DISPLAY "  Balance " WS-BEFORE-BAL-DISP " -> " WS-AFTER-BAL-DISP
    DISPLAY "Release, Void or Hold (R/V/H)? " WITH NO ADVANCING
    ACCEPT WS-DECISION
    MOVE SPACES TO WS-CHANGE-FLAGS
    EVALUATE TRUE
        WHEN WS-DECISION-RELEASE
            PERFORM RELEASE-PENDING-CHANGE
    END-EVALUATE.

RELEASE-PENDING-CHANGE.
    PERFORM NOTE-IDENTITY-FLAGS
    MOVE PT-CUST-BALANCE TO WS-AFTER-BAL-DISP
    *> branch is only set when the parked record carried one; a blank
    *> leaves the customer's existing branch alone
               "'" DELIMITED BY SIZE
               INTO WS-BRANCH-CLAUSE
    END-IF
    *> the taxpayer fields the same way: set only when carried
    MOVE SPACES TO WS-TAX-CLAUSE
    MOVE 1 TO WS-TAX-PTR
    IF PT-TAX-ID NOT = SPACES
        STRING ", TAX_ID = '" DELIMITED BY SIZE
               PT-TAX-ID DELIMITED BY SIZE
               "', TIN_TYPE = '" DELIMITED BY SIZE
               PT-TIN-TYPE DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO WS-TAX-CLAUSE
               WITH POINTER WS-TAX-PTR
    END-IF
    IF PT-WITHHOLD-STATUS NOT = SPACE
        STRING ", WITHHOLD_STATUS = '" DELIMITED BY SIZE
               PT-WITHHOLD-STATUS DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO WS-TAX-CLAUSE
               WITH POINTER WS-TAX-PTR
    END-IF
    STRING "UPDATE CUSTOMERS SET NAME = '" DELIMITED BY SIZE
           PT-CUST-NAME DELIMITED BY SIZE
           "', ADDRESS = '" DELIMITED BY SIZE
           "', BALANCE = " DELIMITED BY SIZE
           WS-AFTER-BAL-DISP DELIMITED BY SIZE
           FUNCTION TRIM(WS-BRANCH-CLAUSE) DELIMITED BY SIZE
           WS-TAX-CLAUSE DELIMITED BY "  "
           " WHERE ID = '" DELIMITED BY SIZE
           PT-CUST-ID DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
        PERFORM WRITE-APPROVAL-LOG-ENTRY
    END-IF.

NOTE-IDENTITY-FLAGS.
    *> Read before the UPDATE overwrites them. A row that cannot be
    *> read leaves the flags blank; the UPDATE then reports the
    *> failure itself.
    MOVE SPACES TO WS-CHANGE-FLAGS
    IF PT-ACTION-CODE NOT = 'U'
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-CURRENT-NAME WS-CURRENT-ADDRESS
                   WS-CURRENT-TAX-ID WS-CURRENT-WITHHOLD
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT NAME, ADDRESS, TAX_ID, WITHHOLD_STATUS "
               DELIMITED BY SIZE
           "FROM CUSTOMERS WHERE ID = '" DELIMITED BY SIZE
           PT-CUST-ID DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C45 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C45
    END-EXEC
    EXEC SQL
        FETCH C45 INTO :WS-CURRENT-NAME, :WS-CURRENT-ADDRESS,
                       :WS-CURRENT-TAX-ID, :WS-CURRENT-WITHHOLD
    END-EXEC
    IF SQLCODE = ZERO
        IF PT-CUST-NAME NOT = WS-CURRENT-NAME
            MOVE " NAME-CHANGED=Y" TO WS-CHANGE-FLAGS
        END-IF
        IF PT-CUST-ADDRESS NOT = WS-CURRENT-ADDRESS
            MOVE " ADDR-CHANGED=Y" TO WS-CHANGE-FLAGS(16:15)
        END-IF
        IF PT-TAX-ID NOT = SPACES
                AND PT-TAX-ID NOT = WS-CURRENT-TAX-ID
            MOVE " TIN-CHANGED=Y" TO WS-CHANGE-FLAGS(31:14)
        END-IF
        IF PT-WITHHOLD-STATUS NOT = SPACE
                AND PT-WITHHOLD-STATUS NOT = WS-CURRENT-WITHHOLD
            STRING " WITHHOLD=" DELIMITED BY SIZE
                   PT-WITHHOLD-STATUS DELIMITED BY SIZE
                   INTO WS-CHANGE-FLAGS(45:11)
        END-IF
    END-IF
    EXEC SQL
        CLOSE C45
    END-EXEC
    MOVE ZERO TO SQLCODE.

WRITE-APPROVAL-LOG-ENTRY.
    *> Same change log CUSTMAINT writes, with the approving operator
    *> recorded alongside the keying operator, so the audit trail
           WS-APPROVER-ID DELIMITED BY SIZE
           " DISPOSITION=" DELIMITED BY SIZE
           WS-DISPOSITION DELIMITED BY SIZE
           WS-CHANGE-FLAGS DELIMITED BY SIZE
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
