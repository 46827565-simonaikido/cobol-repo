    SELECT NEW-SO-MASTER-FILE ASSIGN TO NEWSOMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-SO-MASTER-STATUS.
    SELECT CLOSE-REQUEST-FILE ASSIGN TO CLOSEREQPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLOSE-REQUEST-STATUS.
    COPY PARMFILE.
    COPY AUTHFILE.
    COPY SANCFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
        88  MT-DEACTIVATE         VALUE 'D'.
    05  MT-CUST-ID         PIC X(10).
    05  MT-CUST-NAME       PIC X(40).
*> A deactivate carries no name; the same positions name where the
*> closing customer's money is to go - a customer and account to
*> transfer it to, or a blank customer for an official check - and
*> why the customer is closing: blank when the customer asked, 'D'
*> when the close is for a deceased customer's estate.
    05  MT-CLOSE-SETTLEMENT REDEFINES MT-CUST-NAME.
        10  MT-PAYTO-CUST-ID   PIC X(10).
        10  MT-PAYTO-ACCT-NO   PIC X(4).
        10  MT-CLOSE-REASON    PIC X(1).
        10  FILLER             PIC X(25).
    05  MT-CUST-ADDRESS    PIC X(60).
    05  MT-CUST-ADDR-PARTS REDEFINES MT-CUST-ADDRESS.
        10  MT-ADDR-STREET     PIC X(30).
*> record. The branch-scope check runs against the keyer, not the
*> operator who happens to release the nightly run.
    05  MT-KEYED-BY        PIC X(8).
*> Taxpayer id, its type and the backup-withholding status the
*> year-end 1099 run reports from (CUSTTAX). On an update a blank
*> field leaves the customer's value as it is.
    05  MT-TAX-ID          PIC X(9).
    05  MT-TIN-TYPE        PIC X(1).
        88  MT-TIN-TYPE-VALID     VALUE '1' '2'.
    05  MT-WITHHOLD-STATUS PIC X(1).
        88  MT-WITHHOLD-VALID     VALUE 'N' 'B' 'E' SPACE.
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
FD  SUSPENSE-FILE.
01  SUSPENSE-REC           PIC X(193).
FD  NEW-SUSPENSE-FILE.
01  NEW-SUSPENSE-REC       PIC X(193).
FD  PENDING-APPROVAL-FILE.
01  PENDING-APPROVAL-REC   PIC X(183).
FD  CHANGE-REGISTER-FILE.
01  CHANGE-REGISTER-LINE   PIC X(200).
FD  SO-TRANS-FILE.
01  SO-MASTER-REC          PIC X(63).
FD  NEW-SO-MASTER-FILE.
01  NEW-SO-MASTER-REC      PIC X(63).
FD  CLOSE-REQUEST-FILE.
01  CLOSE-REQUEST-REC      PIC X(139).
    COPY PARMFD.
    COPY AUTHFD.
    COPY SANCFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  MAINTTRANSPATH     PIC X(200) VALUE SPACES.
01  WS-SUSPENDED-COUNT PIC 9(9) VALUE ZERO.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  SUSPENSE-ENTRY.
    05  SUS-TRANS-IMAGE    PIC X(152).
    05  FILLER             PIC X VALUE SPACE.
    05  SUS-REJECT-REASON  PIC X(40).
01  WS-BRANCH-OK-SW    PIC X     VALUE 'Y'.
    88  WS-END-OF-SO-MASTER    VALUE 'Y'.
01  WS-SO-APPLIED      PIC 9(9) VALUE ZERO.
01  WS-SO-REJECTED     PIC 9(9) VALUE ZERO.
01  CLOSEREQPATH       PIC X(200) VALUE SPACES.
01  CLOSE-REQUEST-STATUS PIC XX.
01  CLOSE-REQUEST-RESULT PIC XX.
    COPY CLOSEREQ.
    COPY PARMTAB.
01  PENDAPPRPATH       PIC X(200) VALUE SPACES.
01  PENDING-APPROVAL-STATUS PIC XX.
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-SQLCODE-DISP PIC -(9)9.
    COPY CUSTREC REPLACING ==CUSTOMER-RECORD== BY ==BEFORE-RECORD==.
    COPY CUSTTAX REPLACING ==CUSTOMER-TAX-RECORD== BY ==BEFORE-TAX-RECORD==.
01  WS-TAX-CLAUSE      PIC X(70) VALUE SPACES.
01  WS-TAX-PTR         PIC 9(4) COMP VALUE ZERO.
01  WS-INSERT-WITHHOLD PIC X(1)  VALUE SPACES.
01  WS-FOUND-SW        PIC X     VALUE 'N'.
    88  WS-BEFORE-FOUND        VALUE 'Y'.
01  WS-BEFORE-BAL-DISP PIC -(9)9.99.
01  WS-AFTER-BAL-DISP  PIC -(9)9.99.
*> An update says on its change-log line which identity fields it
*> changed; AMLMON watches for a new name or address followed by
*> money leaving the customer. A new taxpayer id is flagged but
*> never written to the log, and a withholding status change shows
*> the new status.
01  WS-CHANGE-FLAGS    PIC X(60) VALUE SPACES.
    COPY SANCLIST.
    COPY SANCHIT.
    COPY SANCTAB.
01  WS-SANC-SCORE-DISP PIC ZZ9.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
        *> logged, and the suspense file is left untouched
        PERFORM OPEN-CHANGE-REGISTER
    END-IF
    *> New and renamed customers are screened against the sanctions
    *> watch list as they are keyed; see SCREEN-KEYED-NAME.
    PERFORM LOAD-WATCH-LIST
    PERFORM LOAD-SANCTIONS-HITS
    IF WS-SANC-TABLE-FULL
        MOVE "CUSTMAINT" TO WS-ERR-PROGRAM-ID
        MOVE "SANCFULL" TO WS-ERR-CODE
        MOVE "Sanctions list or hit register exceeds table, run stopped"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF NOT WS-SANC-LIST-LOADED
        MOVE "CUSTMAINT" TO WS-ERR-PROGRAM-ID
        MOVE "NOSANCLIST" TO WS-ERR-CODE
        MOVE "Sanctions list not on file - keyed names not screened"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    DISPLAY "MAINT-TRANS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT MAINTTRANSPATH FROM ENVIRONMENT-VALUE
    IF MAINTTRANSPATH = SPACES
            END-READ
        END-PERFORM
        CLOSE MAINT-TRANS-FILE
        IF WS-SANC-TABLE-FULL
            MOVE "CUSTMAINT" TO WS-ERR-PROGRAM-ID
            MOVE "SANCFULL" TO WS-ERR-CODE
            MOVE "Sanctions hit register full - new matches not registered"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
        END-IF
        IF WS-REPORT-ONLY
            PERFORM WRITE-REGISTER-TOTALS
            DISPLAY "CUSTMAINT report-only - would apply: "
    ELSE
        CLOSE NEW-SUSPENSE-FILE
        PERFORM SWAP-SUSPENSE-FILES
        PERFORM WRITE-SANCTIONS-HITS-ADDED
        PERFORM PROCESS-STANDING-ORDERS
    END-IF
    STOP RUN.
           " SO-ACTION=" DELIMITED BY SIZE
           ST-ACTION-CODE DELIMITED BY SIZE
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

REWRITE-SO-MASTER.
    *> Same replace-in-place convention as the suspense file.
    OPEN OUTPUT NEW-SO-MASTER-FILE
        MOVE "BRANCH NOT AUTHORIZED" TO WS-EDIT-REASON
        PERFORM WRITE-REGISTER-LINE
    ELSE
    PERFORM SCREEN-KEYED-NAME
    EVALUATE TRUE
        WHEN WS-SANC-CONFIRMED
            ADD 1 TO WS-WOULD-REJECT-COUNT
            MOVE "WOULD REJECT" TO WS-REGISTER-VERDICT
            MOVE "CONFIRMED SANCTIONS MATCH" TO WS-EDIT-REASON
        WHEN WS-SANC-POTENTIAL
            ADD 1 TO WS-SUSPENDED-COUNT
            MOVE "WOULD SUSPEND" TO WS-REGISTER-VERDICT
            MOVE "SANCTIONS MATCH - COMPLIANCE REVIEW" TO WS-EDIT-REASON
        WHEN MT-CREATE AND WS-BEFORE-FOUND
            ADD 1 TO WS-WOULD-REJECT-COUNT
            MOVE "WOULD REJECT" TO WS-REGISTER-VERDICT
                ADD 1 TO WS-WOULD-APPLY-COUNT
                MOVE "WOULD UPDATE" TO WS-REGISTER-VERDICT
            END-IF
        WHEN MT-DEACTIVATE AND CUST-STATUS OF BEFORE-RECORD = 'C'
            ADD 1 TO WS-WOULD-REJECT-COUNT
            MOVE "WOULD REJECT" TO WS-REGISTER-VERDICT
            MOVE "CUSTOMER ALREADY CLOSED" TO WS-EDIT-REASON
        WHEN MT-DEACTIVATE
            ADD 1 TO WS-WOULD-APPLY-COUNT
            MOVE "WOULD SETTLE" TO WS-REGISTER-VERDICT
    END-EVALUATE
    PERFORM WRITE-REGISTER-LINE
    END-IF.
        WHEN MT-CUST-ID = SPACES
            MOVE 'N' TO WS-EDIT-OK-SW
            MOVE "CUSTOMER ID BLANK" TO WS-EDIT-REASON
        WHEN MT-DEACTIVATE AND MT-PAYTO-CUST-ID = MT-CUST-ID
            MOVE 'N' TO WS-EDIT-OK-SW
            MOVE "PAYOUT TO THE CLOSING CUSTOMER" TO WS-EDIT-REASON
        WHEN MT-DEACTIVATE AND MT-PAYTO-CUST-ID = SPACES
                AND MT-PAYTO-ACCT-NO NOT = SPACES
            MOVE 'N' TO WS-EDIT-OK-SW
            MOVE "PAYOUT ACCOUNT WITHOUT CUSTOMER" TO WS-EDIT-REASON
        WHEN MT-DEACTIVATE AND MT-CLOSE-REASON NOT = SPACE
                AND MT-CLOSE-REASON NOT = 'D'
            MOVE 'N' TO WS-EDIT-OK-SW
            MOVE "UNKNOWN CLOSE REASON" TO WS-EDIT-REASON
        WHEN (MT-CREATE OR MT-UPDATE) AND MT-CUST-NAME = SPACES
            MOVE 'N' TO WS-EDIT-OK-SW
            MOVE "CUSTOMER NAME BLANK" TO WS-EDIT-REASON
                AND MT-CUST-BALANCE NOT NUMERIC
            MOVE 'N' TO WS-EDIT-OK-SW
            MOVE "BALANCE NOT NUMERIC" TO WS-EDIT-REASON
        WHEN (MT-CREATE OR MT-UPDATE) AND MT-TAX-ID NOT = SPACES
                AND (MT-TAX-ID NOT NUMERIC OR MT-TAX-ID = ZEROS)
            MOVE 'N' TO WS-EDIT-OK-SW
            MOVE "TAXPAYER ID NOT 9 DIGITS" TO WS-EDIT-REASON
        WHEN (MT-CREATE OR MT-UPDATE) AND MT-TAX-ID NOT = SPACES
                AND NOT MT-TIN-TYPE-VALID
            MOVE 'N' TO WS-EDIT-OK-SW
            MOVE "TIN TYPE NOT 1 (EIN) OR 2 (SSN)" TO WS-EDIT-REASON
        WHEN (MT-CREATE OR MT-UPDATE) AND MT-TAX-ID = SPACES
                AND MT-TIN-TYPE NOT = SPACE
            MOVE 'N' TO WS-EDIT-OK-SW
            MOVE "TIN TYPE WITHOUT TAXPAYER ID" TO WS-EDIT-REASON
        WHEN (MT-CREATE OR MT-UPDATE) AND NOT MT-WITHHOLD-VALID
            MOVE 'N' TO WS-EDIT-OK-SW
            MOVE "WITHHOLDING STATUS NOT N B OR E" TO WS-EDIT-REASON
        WHEN MT-CREATE OR MT-UPDATE
            PERFORM VALIDATE-ADDRESS-PARTS
            IF WS-EDIT-OK AND MT-CREATE
        DISPLAY "Suspended transaction, outside operator branch: "
                MT-CUST-ID " branch " WS-SCOPE-BRANCH
    ELSE
    PERFORM SCREEN-KEYED-NAME
    EVALUATE TRUE
        WHEN WS-SANC-CONFIRMED
            PERFORM REJECT-SANCTIONED-TRANSACTION
        WHEN WS-SANC-POTENTIAL
            PERFORM SUSPEND-FOR-SANCTIONS-REVIEW
        WHEN MT-CREATE
            PERFORM DO-CREATE
        WHEN MT-UPDATE
    END-EVALUATE
    END-IF.

SCREEN-KEYED-NAME.
    *> A new customer, or a rename or change of address on one
    *> already on file, is screened against the sanctions watch list
    *> before anything is applied. Updates that leave the name and
    *> address alone are not re-screened here; SANCSCRN rescreens
    *> the whole base whenever a new list version is loaded.
    MOVE 'N' TO WS-SANC-RESULT
    MOVE MT-CUST-ID TO WS-SANC-CUST-ID
    MOVE MT-CUST-NAME TO WS-SANC-CUST-NAME
    MOVE MT-CUST-ADDRESS TO WS-SANC-CUST-ADDRESS
    IF WS-SANC-LIST-LOADED
        EVALUATE TRUE
            WHEN MT-CREATE AND NOT WS-BEFORE-FOUND
                MOVE 'C' TO WS-SANC-SOURCE
                PERFORM SCREEN-CUSTOMER
            WHEN MT-UPDATE AND WS-BEFORE-FOUND
                    AND (MT-CUST-NAME NOT = CUST-NAME OF BEFORE-RECORD
                         OR MT-CUST-ADDRESS
                            NOT = CUST-ADDRESS OF BEFORE-RECORD)
                MOVE 'U' TO WS-SANC-SOURCE
                PERFORM SCREEN-CUSTOMER
        END-EVALUATE
    END-IF.

SUSPEND-FOR-SANCTIONS-REVIEW.
    *> The record waits in suspense, screened again each night,
    *> until compliance decides the hit through SANCREVW: cleared,
    *> it applies on the next run; confirmed, it is rejected. Only
    *> the night the hit is first registered alerts compliance.
    ADD 1 TO WS-SUSPENDED-COUNT
    MOVE "SANCTIONS MATCH - COMPLIANCE REVIEW" TO WS-EDIT-REASON
    PERFORM WRITE-SUSPENSE-ENTRY
    DISPLAY "Suspended transaction, sanctions match pending review: "
            MT-CUST-ID " list entry " WS-SANC-MATCH-ENTRY
    IF WS-SANC-NEW-HITS > ZERO
        MOVE WS-SANC-MATCH-SCORE TO WS-SANC-SCORE-DISP
        MOVE "CUSTMAINT" TO WS-ERR-PROGRAM-ID
        MOVE "SANCHIT" TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Keyed customer held for sanctions review: "
                   DELIMITED BY SIZE
               MT-CUST-ID DELIMITED BY SIZE
               " list entry " DELIMITED BY SIZE
               WS-SANC-MATCH-ENTRY DELIMITED BY SIZE
               " score " DELIMITED BY SIZE
               WS-SANC-SCORE-DISP DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF.

REJECT-SANCTIONED-TRANSACTION.
    *> Compliance has confirmed this customer against the list; the
    *> keyed change is refused and leaves suspense for good.
    ADD 1 TO WS-REJECTED-COUNT
    DISPLAY "Rejected transaction, confirmed sanctions match: "
            MT-CUST-ID " list entry " WS-SANC-MATCH-ENTRY
    MOVE "CUSTMAINT" TO WS-ERR-PROGRAM-ID
    MOVE "SANCCONF" TO WS-ERR-CODE
    MOVE SPACES TO WS-ERR-MESSAGE
    STRING "Keyed change rejected, confirmed sanctions match: "
               DELIMITED BY SIZE
           MT-CUST-ID DELIMITED BY SIZE
           " list entry " DELIMITED BY SIZE
           WS-SANC-MATCH-ENTRY DELIMITED BY SIZE
           INTO WS-ERR-MESSAGE
    SET WS-ERR-WARNING TO TRUE
    PERFORM LOG-COMMON-ERROR.

CHECK-BRANCH-SCOPE.
    *> Branch scoping for clerks: a clerk with a branch assignment on
    *> the credential record may only key transactions whose customer
LOOKUP-BEFORE-IMAGE.
    MOVE SPACES TO WS-FOUND-SW
    INITIALIZE BEFORE-RECORD
    INITIALIZE BEFORE-TAX-RECORD
    STRING "SELECT ID, NAME, ADDRESS, BALANCE, OPEN_DATE, STATUS, "
           "BRANCH, TAX_ID, TIN_TYPE, WITHHOLD_STATUS "
           "FROM CUSTOMERS WHERE ID = '" DELIMITED BY SIZE
           MT-CUST-ID DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
                      :CUST-BALANCE OF BEFORE-RECORD,
                      :CUST-OPEN-DATE OF BEFORE-RECORD,
                      :CUST-STATUS OF BEFORE-RECORD,
                      :CUST-BRANCH OF BEFORE-RECORD,
                      :CUST-TAX-ID OF BEFORE-TAX-RECORD,
                      :CUST-TIN-TYPE OF BEFORE-TAX-RECORD,
                      :CUST-WITHHOLD-STATUS OF BEFORE-TAX-RECORD
    END-EXEC
    IF SQLCODE = ZERO
        SET WS-BEFORE-FOUND TO TRUE

DO-CREATE.
    MOVE MT-CUST-BALANCE TO WS-AFTER-BAL-DISP
    *> a new customer keyed without a withholding status is an
    *> ordinary payee
    MOVE MT-WITHHOLD-STATUS TO WS-INSERT-WITHHOLD
    IF WS-INSERT-WITHHOLD = SPACE
        MOVE 'N' TO WS-INSERT-WITHHOLD
    END-IF
    STRING "INSERT INTO CUSTOMERS "
           "(ID, NAME, ADDRESS, BALANCE, OPEN_DATE, STATUS, BRANCH, "
           "TAX_ID, TIN_TYPE, WITHHOLD_STATUS) VALUES ('"
               DELIMITED BY SIZE
           MT-CUST-ID DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           MT-CUST-OPEN-DATE DELIMITED BY SIZE
           "', 'A', '" DELIMITED BY SIZE
           MT-CUST-BRANCH DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           MT-TAX-ID DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           MT-TIN-TYPE DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           WS-INSERT-WITHHOLD DELIMITED BY SIZE
           "')" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
            *> existing branch forward rather than blanking it
            MOVE CUST-BRANCH OF BEFORE-RECORD TO MT-CUST-BRANCH
        END-IF
        PERFORM BUILD-TAX-CLAUSE
        STRING "UPDATE CUSTOMERS SET NAME = '" DELIMITED BY SIZE
               MT-CUST-NAME DELIMITED BY SIZE
               "', ADDRESS = '" DELIMITED BY SIZE
               WS-AFTER-BAL-DISP DELIMITED BY SIZE
               ", BRANCH = '" DELIMITED BY SIZE
               MT-CUST-BRANCH DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               WS-TAX-CLAUSE DELIMITED BY "  "
               " WHERE ID = '" DELIMITED BY SIZE
               MT-CUST-ID DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SQL-STATEMENT
    END-IF
    END-IF.

BUILD-TAX-CLAUSE.
    *> Only the taxpayer fields the record carries are set; a blank
    *> keeps what the customer already has on file.
    MOVE SPACES TO WS-TAX-CLAUSE
    MOVE 1 TO WS-TAX-PTR
    IF MT-TAX-ID NOT = SPACES
        STRING ", TAX_ID = '" DELIMITED BY SIZE
               MT-TAX-ID DELIMITED BY SIZE
               "', TIN_TYPE = '" DELIMITED BY SIZE
               MT-TIN-TYPE DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO WS-TAX-CLAUSE
               WITH POINTER WS-TAX-PTR
    END-IF
    IF MT-WITHHOLD-STATUS NOT = SPACE
        STRING ", WITHHOLD_STATUS = '" DELIMITED BY SIZE
               MT-WITHHOLD-STATUS DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO WS-TAX-CLAUSE
               WITH POINTER WS-TAX-PTR
    END-IF.

PARK-FOR-APPROVAL.
    *> An update moving the balance by more than the approval limit is
    *> held for a supervisor to release or void through MNTAPPR rather
            MT-CUST-ID.

DO-DEACTIVATE.
    *> A deactivate no longer just flips STATUS: the customer's money
    *> has to leave the books first, through journaled slips. The
    *> close is filed as a settlement request and CLOSESET does the
    *> rest - interest to date, the closing fee, the payout - and
    *> sets STATUS to 'C' only once the balance has reached zero.
    EVALUATE TRUE
        WHEN NOT WS-BEFORE-FOUND
            ADD 1 TO WS-REJECTED-COUNT
            DISPLAY "Rejected deactivate, customer not on file: "
                    MT-CUST-ID
        WHEN CUST-STATUS OF BEFORE-RECORD = 'C'
            ADD 1 TO WS-REJECTED-COUNT
            DISPLAY "Rejected deactivate, customer already closed: "
                    MT-CUST-ID
        WHEN OTHER
            DISPLAY "CLOSE-REQUEST-PATH" UPON ENVIRONMENT-NAME
            ACCEPT CLOSEREQPATH FROM ENVIRONMENT-VALUE
            IF CLOSEREQPATH = SPACES
                MOVE "close-requests.dat" TO CLOSEREQPATH
            END-IF
            ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
            MOVE SPACES TO CLOSE-REQUEST-RECORD
            MOVE MT-CUST-ID TO CR-CUST-ID
            MOVE WS-TIMESTAMP(1:8) TO CR-REQUEST-DATE
            MOVE WS-OPERATOR-ID TO CR-REQUESTED-BY
            MOVE MT-PAYTO-CUST-ID TO CR-PAYTO-CUST-ID
            MOVE MT-PAYTO-ACCT-NO TO CR-PAYTO-ACCT-NO
            MOVE MT-CLOSE-REASON TO CR-CLOSE-REASON
            SET CR-REQUESTED TO TRUE
            MOVE 'N' TO CR-FEE-CHARGED
            MOVE ZERO TO CR-INTEREST CR-FEE CR-PAYOUT CR-SURVIVOR-PAID
            OPEN EXTEND CLOSE-REQUEST-FILE
            IF CLOSE-REQUEST-STATUS = "35"
                    OR CLOSE-REQUEST-STATUS = "05"
                OPEN OUTPUT CLOSE-REQUEST-FILE
            END-IF
            MOVE CLOSE-REQUEST-STATUS TO CLOSE-REQUEST-RESULT
            IF CLOSE-REQUEST-STATUS = "00"
                WRITE CLOSE-REQUEST-REC FROM CLOSE-REQUEST-RECORD
                MOVE CLOSE-REQUEST-STATUS TO CLOSE-REQUEST-RESULT
                CLOSE CLOSE-REQUEST-FILE
            END-IF
            *> a close that never reached the request file is one
            *> CLOSESET will never settle - it is not applied and not
            *> logged as a deactivate
            IF CLOSE-REQUEST-RESULT NOT = "00"
                MOVE "CUSTMAINT" TO WS-ERR-PROGRAM-ID
                MOVE CLOSE-REQUEST-RESULT TO WS-ERR-CODE
                MOVE SPACES TO WS-ERR-MESSAGE
                STRING "Close request not filed for customer "
                       DELIMITED BY SIZE
                       MT-CUST-ID DELIMITED BY SIZE
                       INTO WS-ERR-MESSAGE
                SET WS-ERR-FATAL TO TRUE
                PERFORM LOG-COMMON-ERROR
                ADD 1 TO WS-REJECTED-COUNT
                DISPLAY "Rejected deactivate, close request not filed: "
                        MT-CUST-ID
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-APPLIED-COUNT
            DISPLAY "Close filed for settlement: " MT-CUST-ID
            *> the balance is unchanged until the settlement posts -
            *> log the customer's real balance and name, not the
            *> settlement fields sharing the name positions
            MOVE CUST-BALANCE OF BEFORE-RECORD TO MT-CUST-BALANCE
            MOVE CUST-NAME OF BEFORE-RECORD TO MT-CUST-NAME
            PERFORM WRITE-CHANGE-LOG-ENTRY
    END-EVALUATE.

WRITE-CHANGE-LOG-ENTRY.
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
    MOVE CUST-BALANCE OF BEFORE-RECORD TO WS-BEFORE-BAL-DISP
    MOVE MT-CUST-BALANCE TO WS-AFTER-BAL-DISP
    MOVE SPACES TO WS-CHANGE-FLAGS
    IF MT-UPDATE
        IF MT-CUST-NAME NOT = CUST-NAME OF BEFORE-RECORD
            MOVE " NAME-CHANGED=Y" TO WS-CHANGE-FLAGS
        END-IF
        IF MT-CUST-ADDRESS NOT = CUST-ADDRESS OF BEFORE-RECORD
            MOVE " ADDR-CHANGED=Y" TO WS-CHANGE-FLAGS(16:15)
        END-IF
        IF MT-TAX-ID NOT = SPACES
                AND MT-TAX-ID NOT = CUST-TAX-ID OF BEFORE-TAX-RECORD
            MOVE " TIN-CHANGED=Y" TO WS-CHANGE-FLAGS(31:14)
        END-IF
        IF MT-WITHHOLD-STATUS NOT = SPACE
                AND MT-WITHHOLD-STATUS
                    NOT = CUST-WITHHOLD-STATUS OF BEFORE-TAX-RECORD
            STRING " WITHHOLD=" DELIMITED BY SIZE
                   MT-WITHHOLD-STATUS DELIMITED BY SIZE
                   INTO WS-CHANGE-FLAGS(45:11)
        END-IF
    END-IF
    MOVE SPACES TO CHANGE-LOG-REC
    STRING WS-TIMESTAMP(1:8) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-BEFORE-BAL-DISP DELIMITED BY SIZE
           " AFTER-BAL=" DELIMITED BY SIZE
           WS-AFTER-BAL-DISP DELIMITED BY SIZE
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

    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
    COPY AUTHCHK.
    COPY STCHK.
    COPY SANCCHK.
