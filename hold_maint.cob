      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HOLDMNT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-TRANS-FILE ASSIGN TO HOLDTRANSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLD-TRANS-STATUS.
    SELECT HOLD-MASTER-FILE ASSIGN TO HOLDMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HOLD-MASTER-STATUS.
    SELECT NEW-HOLD-MASTER-FILE ASSIGN TO NEWHOLDMASTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-HOLD-MASTER-STATUS.
    SELECT HOLD-SUMMARY-FILE ASSIGN TO HOLDSUMPATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HS-CUST-ID
        FILE STATUS IS HOLD-SUMMARY-STATUS.
    SELECT CHANGE-LOG-FILE ASSIGN TO CHANGELOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    COPY CALFILE.
    COPY CYCFILE.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
    COPY AUTHFILE.
DATA DIVISION.
FILE SECTION.
FD  HOLD-TRANS-FILE.
01  HOLD-TRANS-REC.
    05  HT-ACTION-CODE     PIC X(1).
        88  HT-PLACE              VALUE 'P'.
        88  HT-CHANGE             VALUE 'U'.
        88  HT-RELEASE            VALUE 'R'.
    05  HT-HOLD-IMAGE      PIC X(71).
FD  HOLD-MASTER-FILE.
01  HOLD-MASTER-REC        PIC X(71).
FD  NEW-HOLD-MASTER-FILE.
01  NEW-HOLD-MASTER-REC    PIC X(71).
FD  HOLD-SUMMARY-FILE.
    COPY HOLDSUM.
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
    COPY CALFD.
    COPY CYCFD.
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
    COPY AUTHFD.
WORKING-STORAGE SECTION.
01  HOLDTRANSPATH      PIC X(200) VALUE SPACES.
01  HOLD-TRANS-STATUS  PIC XX.
01  HOLDMASTERPATH     PIC X(200) VALUE SPACES.
01  HOLD-MASTER-STATUS PIC XX.
01  NEWHOLDMASTERPATH  PIC X(200) VALUE SPACES.
01  NEW-HOLD-MASTER-STATUS PIC XX.
01  AUTOHOLDPATH       PIC X(200) VALUE SPACES.
01  HOLDSUMPATH        PIC X(200) VALUE SPACES.
01  HOLD-SUMMARY-STATUS PIC XX.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  CHANGE-LOG-STATUS  PIC XX.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  WS-RUN-MODE        PIC X(8) VALUE SPACES.
    88  WS-MODE-EXPIRE         VALUE "EXPIRE".
01  WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-TRANS-EOF-SW    PIC X VALUE 'N'.
    88  WS-END-OF-HOLD-TRANS   VALUE 'Y'.
01  WS-MASTER-EOF-SW   PIC X VALUE 'N'.
    88  WS-END-OF-HOLD-MASTER  VALUE 'Y'.
01  WS-APPLIED-COUNT   PIC 9(9) VALUE ZERO.
01  WS-REJECTED-COUNT  PIC 9(9) VALUE ZERO.
01  WS-QUEUE-REJECT-MARK PIC 9(9) VALUE ZERO.
01  WS-EXPIRED-COUNT   PIC 9(9) VALUE ZERO.
01  WS-DROPPED-COUNT   PIC 9(9) VALUE ZERO.
01  WS-SUMMARY-COUNT   PIC 9(9) VALUE ZERO.
01  WS-REJECT-REASON   PIC X(40) VALUE SPACES.
01  WS-LOG-ACTION      PIC X(8)  VALUE SPACES.
01  WS-AMOUNT-DISP     PIC -(9)9.99.
01  WS-TIMESTAMP       PIC X(26).
*> The whole hold master is worked in memory and written back
*> through a .new file, the way CUSTMAINT keeps the standing-order
*> master. Released and expired rows stay on file as the record of
*> what was held and why until HOLD-RETAIN-DAYS after they ended.
01  WS-HOLD-TABLE.
    05  WS-HOLD-COUNT      PIC 9(4) VALUE ZERO.
    05  WS-HOLD-IMAGE      PIC X(71) OCCURS 2000 TIMES.
01  WS-HOLD-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-HOLD-FOUND-SUB  PIC 9(4) COMP VALUE ZERO.
01  WS-RETAIN-DAYS     PIC 9(4) VALUE 365.
01  WS-RETAIN-PARM     PIC X(8) VALUE SPACES.
01  WS-RETAIN-CUTOFF   PIC 9(8) VALUE ZERO.
01  WS-RETAIN-INT      PIC 9(9) VALUE ZERO.
01  WS-KEEP-SW         PIC X VALUE 'Y'.
    88  WS-KEEP-HOLD           VALUE 'Y'.
01  SQL-STATEMENT      PIC X(400).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
    COPY CUSTREC.
    COPY ACCTREC.
    COPY HOLDREC.
01  WS-CUST-FOUND-SW   PIC X VALUE 'N'.
    88  WS-CUST-ON-FILE        VALUE 'Y'.
01  WS-ACCT-FOUND-SW   PIC X VALUE 'N'.
    88  WS-ACCT-ON-FILE        VALUE 'Y'.
    COPY CALTAB.
    COPY CYCTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
    COPY AUTHTAB.
PROCEDURE DIVISION.
MAIN.
    *> Funds-hold maintenance. The keyed run places, changes and
    *> releases holds from a transaction file under the HOLDMNT
    *> authority; the nightly run (HOLDMNT-MODE=EXPIRE) first places
    *> the holds other programs have queued for it - the sanctions
    *> block SANCREVW raises when compliance confirms a watch-list
    *> match - then marks every hold whose expiry date has arrived as
    *> expired. Either way every
    *> action lands on the customer change log (ACTION=H), the master
    *> is replaced whole, and the keyed per-customer summary CUSTINQ
    *> reads is rebuilt from the holds still in force.
    PERFORM RESOLVE-PATHS
    DISPLAY "HOLDMNT-MODE" UPON ENVIRONMENT-NAME
    ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    IF WS-MODE-EXPIRE
        MOVE "HOLDMNT" TO WS-CYC-STEP-NAME
        PERFORM RECORD-STEP-START
        MOVE "HOLDMNT" TO WS-OPERATOR-ID
        PERFORM LOAD-HOLD-MASTER
        PERFORM APPLY-QUEUED-HOLDS
        MOVE "HOLDMNT" TO WS-OPERATOR-ID
        PERFORM EXPIRE-LAPSED-HOLDS
        PERFORM REWRITE-HOLD-MASTER
        PERFORM CLEAR-QUEUED-HOLDS
        PERFORM REBUILD-HOLD-SUMMARY
        DISPLAY "HOLDMNT expiry complete - queued applied: "
                WS-APPLIED-COUNT " rejected: " WS-REJECTED-COUNT
                " expired: " WS-EXPIRED-COUNT
                " dropped from file: " WS-DROPPED-COUNT
                " customers with holds: " WS-SUMMARY-COUNT
        PERFORM RECORD-STEP-END
    ELSE
        PERFORM APPLY-HOLD-TRANSACTIONS
    END-IF
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "HOLD-TRANS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT HOLDTRANSPATH FROM ENVIRONMENT-VALUE
    IF HOLDTRANSPATH = SPACES
        MOVE "hold-trans.dat" TO HOLDTRANSPATH
    END-IF
    DISPLAY "FUNDS-HOLD-PATH" UPON ENVIRONMENT-NAME
    ACCEPT HOLDMASTERPATH FROM ENVIRONMENT-VALUE
    IF HOLDMASTERPATH = SPACES
        MOVE "funds-holds.dat" TO HOLDMASTERPATH
    END-IF
    STRING FUNCTION TRIM(HOLDMASTERPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWHOLDMASTERPATH
    DISPLAY "HOLD-SUMMARY-PATH" UPON ENVIRONMENT-NAME
    ACCEPT HOLDSUMPATH FROM ENVIRONMENT-VALUE
    IF HOLDSUMPATH = SPACES
        MOVE "funds-hold-summary.dat" TO HOLDSUMPATH
    END-IF
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHANGELOGPATH FROM ENVIRONMENT-VALUE
    IF CHANGELOGPATH = SPACES
        MOVE "custmaint-change-log.dat" TO CHANGELOGPATH
    END-IF
    DISPLAY "AUTO-HOLD-TRANS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT AUTOHOLDPATH FROM ENVIRONMENT-VALUE
    IF AUTOHOLDPATH = SPACES
        MOVE "auto-hold-trans.dat" TO AUTOHOLDPATH
    END-IF
    DISPLAY "HOLD-RETAIN-DAYS" UPON ENVIRONMENT-NAME
    ACCEPT WS-RETAIN-PARM FROM ENVIRONMENT-VALUE
    IF WS-RETAIN-PARM NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-RETAIN-PARM) = ZERO
        MOVE FUNCTION NUMVAL(WS-RETAIN-PARM) TO WS-RETAIN-DAYS
    END-IF.

APPLY-HOLD-TRANSACTIONS.
    *> Placing or lifting a hold freezes or frees a customer's money,
    *> so the keyed run takes a supervisor's authority the way
    *> account maintenance does.
    DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME
    ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
    IF WS-OPERATOR-ID = SPACES
        MOVE "UNKNOWN" TO WS-OPERATOR-ID
    END-IF
    MOVE WS-OPERATOR-ID TO WS-AUTH-OPERATOR-ID
    MOVE "HOLDMNT" TO WS-AUTH-FUNCTION
    PERFORM CHECK-OPERATOR-AUTHORITY
    IF NOT WS-AUTH-ALLOWED
        DISPLAY "Funds-hold maintenance requires supervisor"
                " authority, operator: " WS-OPERATOR-ID
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT HOLD-TRANS-FILE
    IF HOLD-TRANS-STATUS NOT = "00"
        MOVE "HOLDMNT" TO WS-ERR-PROGRAM-ID
        MOVE HOLD-TRANS-STATUS TO WS-ERR-CODE
        MOVE "Unable to open funds-hold maintenance file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        PERFORM LOAD-HOLD-MASTER
        PERFORM UNTIL WS-END-OF-HOLD-TRANS
            READ HOLD-TRANS-FILE
                AT END
                    SET WS-END-OF-HOLD-TRANS TO TRUE
                NOT AT END
                    PERFORM EDIT-AND-APPLY
            END-READ
        END-PERFORM
        CLOSE HOLD-TRANS-FILE
        PERFORM REWRITE-HOLD-MASTER
        PERFORM REBUILD-HOLD-SUMMARY
        DISPLAY "HOLDMNT complete - applied: " WS-APPLIED-COUNT
                " rejected: " WS-REJECTED-COUNT
    END-IF.

APPLY-QUEUED-HOLDS.
    *> The queue is the keyed transaction layout, so each row goes
    *> through the same edits a supervisor's keying would. The
    *> placing officer travels in the image's placed-by and is
    *> stamped as such, so the hold shows who confirmed the match
    *> rather than this batch step. A rejected row is logged for the
    *> morning and does not stop the run.
    MOVE AUTOHOLDPATH TO HOLDTRANSPATH
    OPEN INPUT HOLD-TRANS-FILE
    IF HOLD-TRANS-STATUS = "00"
        PERFORM UNTIL WS-END-OF-HOLD-TRANS
            READ HOLD-TRANS-FILE
                AT END
                    SET WS-END-OF-HOLD-TRANS TO TRUE
                NOT AT END
                    MOVE HT-HOLD-IMAGE(31:8) TO WS-OPERATOR-ID
                    IF WS-OPERATOR-ID = SPACES
                        MOVE "HOLDMNT" TO WS-OPERATOR-ID
                    END-IF
                    MOVE WS-REJECTED-COUNT TO WS-QUEUE-REJECT-MARK
                    PERFORM EDIT-AND-APPLY
                    IF WS-REJECTED-COUNT > WS-QUEUE-REJECT-MARK
                        MOVE "HOLDMNT" TO WS-ERR-PROGRAM-ID
                        MOVE "QUEUEREJ" TO WS-ERR-CODE
                        MOVE SPACES TO WS-ERR-MESSAGE
                        STRING "Queued hold rejected, "
                                   DELIMITED BY SIZE
                               FUNCTION TRIM(WS-REJECT-REASON)
                                   DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               HD-CUST-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               HD-HOLD-NO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               HD-REASON DELIMITED BY SIZE
                               INTO WS-ERR-MESSAGE
                        SET WS-ERR-WARNING TO TRUE
                        PERFORM LOG-COMMON-ERROR
                        IF RETURN-CODE < 4
                            MOVE 4 TO RETURN-CODE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLD-TRANS-FILE
    END-IF.

CLEAR-QUEUED-HOLDS.
    *> Once the master carrying them is in place the queue is spent;
    *> a rerun must not try to place the same holds again.
    CALL "CBL_DELETE_FILE" USING AUTOHOLDPATH
        RETURNING WS-DELETE-RC
    END-CALL.

LOAD-HOLD-MASTER.
    OPEN INPUT HOLD-MASTER-FILE
    IF HOLD-MASTER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-HOLD-MASTER
            READ HOLD-MASTER-FILE
                AT END
                    SET WS-END-OF-HOLD-MASTER TO TRUE
                NOT AT END
                    IF WS-HOLD-COUNT < 2000
                        ADD 1 TO WS-HOLD-COUNT
                        MOVE HOLD-MASTER-REC
                            TO WS-HOLD-IMAGE(WS-HOLD-COUNT)
                    ELSE
                        MOVE "HOLDMNT" TO WS-ERR-PROGRAM-ID
                        MOVE "TBLFULL" TO WS-ERR-CODE
                        MOVE "Hold master exceeds table, run stopped"
                            TO WS-ERR-MESSAGE
                        SET WS-ERR-FATAL TO TRUE
                        PERFORM LOG-COMMON-ERROR
                        CLOSE HOLD-MASTER-FILE
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLD-MASTER-FILE
    END-IF.

FIND-HOLD-ENTRY.
    *> Match on customer id plus hold number - the first thirteen
    *> bytes of the image.
    MOVE ZERO TO WS-HOLD-FOUND-SUB
    PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
            UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
        IF WS-HOLD-IMAGE(WS-HOLD-SUB)(1:13)
                = FUNDS-HOLD-RECORD(1:13)
            MOVE WS-HOLD-SUB TO WS-HOLD-FOUND-SUB
            MOVE WS-HOLD-COUNT TO WS-HOLD-SUB
        END-IF
    END-PERFORM.

EDIT-AND-APPLY.
    MOVE HT-HOLD-IMAGE TO FUNDS-HOLD-RECORD
    MOVE SPACES TO WS-REJECT-REASON
    EVALUATE TRUE
        WHEN NOT HT-PLACE AND NOT HT-CHANGE AND NOT HT-RELEASE
            MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
        WHEN HD-CUST-ID = SPACES OR HD-HOLD-NO = SPACES
            MOVE "HOLD KEY INCOMPLETE" TO WS-REJECT-REASON
        WHEN (HT-PLACE OR HT-CHANGE) AND HD-AMOUNT NOT NUMERIC
            MOVE "AMOUNT NOT NUMERIC OR ZERO" TO WS-REJECT-REASON
        WHEN (HT-PLACE OR HT-CHANGE) AND HD-AMOUNT = ZERO
                AND NOT HD-SANCTIONS-BLOCK
            MOVE "AMOUNT NOT NUMERIC OR ZERO" TO WS-REJECT-REASON
        WHEN (HT-PLACE OR HT-CHANGE) AND NOT HD-REASON-VALID
            MOVE "REASON NOT GN DD UC LG OT SB" TO WS-REJECT-REASON
        WHEN (HT-PLACE OR HT-CHANGE)
                AND HD-EXPIRY-DATE NOT = SPACES
                AND HD-EXPIRY-DATE NOT = ZEROS
                AND HD-EXPIRY-DATE NOT NUMERIC
            MOVE "EXPIRY DATE NOT NUMERIC" TO WS-REJECT-REASON
        WHEN (HT-PLACE OR HT-CHANGE)
                AND HD-EXPIRY-DATE NUMERIC
                AND HD-EXPIRY-DATE NOT = ZEROS
                AND HD-EXPIRY-DATE <= WS-PROC-DATE
            MOVE "EXPIRY DATE NOT AFTER BUSINESS DATE"
                TO WS-REJECT-REASON
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES AND (HT-PLACE OR HT-CHANGE)
        PERFORM LOOKUP-CUSTOMER
        IF NOT WS-CUST-ON-FILE
            MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
        ELSE
            IF HD-ACCT-NO NOT = SPACES
                PERFORM LOOKUP-ACCOUNT
                IF NOT WS-ACCT-ON-FILE
                    MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM REJECT-TRANSACTION
    ELSE
        PERFORM FIND-HOLD-ENTRY
        EVALUATE TRUE
            WHEN HT-PLACE AND WS-HOLD-FOUND-SUB > ZERO
                MOVE "HOLD ALREADY ON FILE" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
            WHEN HT-PLACE AND WS-HOLD-COUNT >= 2000
                MOVE "HOLD MASTER FULL" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
            WHEN HT-PLACE
                PERFORM DO-PLACE-HOLD
            WHEN WS-HOLD-FOUND-SUB = ZERO
                MOVE "HOLD NOT ON FILE" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
            WHEN WS-HOLD-IMAGE(WS-HOLD-FOUND-SUB)(55:1) NOT = 'A'
                MOVE "HOLD NO LONGER ACTIVE" TO WS-REJECT-REASON
                PERFORM REJECT-TRANSACTION
            WHEN HT-CHANGE
                PERFORM DO-CHANGE-HOLD
            WHEN HT-RELEASE
                PERFORM DO-RELEASE-HOLD
        END-EVALUATE
    END-IF.

REJECT-TRANSACTION.
    ADD 1 TO WS-REJECTED-COUNT
    DISPLAY "Rejected hold transaction, "
            FUNCTION TRIM(WS-REJECT-REASON)
            ": " HD-CUST-ID " " HD-HOLD-NO.

DO-PLACE-HOLD.
    *> Placed-by and placed-date are stamped here, never keyed, so
    *> the row itself says who froze the money and when.
    MOVE WS-OPERATOR-ID TO HD-PLACED-BY
    MOVE WS-PROC-DATE TO HD-PLACED-DATE
    IF HD-EXPIRY-DATE = ZEROS
        MOVE SPACES TO HD-EXPIRY-DATE
    END-IF
    MOVE 'A' TO HD-STATUS
    MOVE SPACES TO HD-RELEASED-BY
    MOVE SPACES TO HD-RELEASED-DATE
    ADD 1 TO WS-HOLD-COUNT
    MOVE FUNDS-HOLD-RECORD TO WS-HOLD-IMAGE(WS-HOLD-COUNT)
    ADD 1 TO WS-APPLIED-COUNT
    MOVE "PLACE" TO WS-LOG-ACTION
    PERFORM WRITE-HOLD-CHANGE-LOG.

DO-CHANGE-HOLD.
    *> Account, amount, reason and expiry may change; who placed the
    *> hold and when stays as it was.
    IF HD-EXPIRY-DATE = ZEROS
        MOVE SPACES TO HD-EXPIRY-DATE
    END-IF
    MOVE HT-HOLD-IMAGE(14:17) TO WS-HOLD-IMAGE(WS-HOLD-FOUND-SUB)(14:17)
    MOVE HD-EXPIRY-DATE TO WS-HOLD-IMAGE(WS-HOLD-FOUND-SUB)(47:8)
    MOVE WS-HOLD-IMAGE(WS-HOLD-FOUND-SUB) TO FUNDS-HOLD-RECORD
    ADD 1 TO WS-APPLIED-COUNT
    MOVE "CHANGE" TO WS-LOG-ACTION
    PERFORM WRITE-HOLD-CHANGE-LOG.

DO-RELEASE-HOLD.
    MOVE WS-HOLD-IMAGE(WS-HOLD-FOUND-SUB) TO FUNDS-HOLD-RECORD
    MOVE 'R' TO HD-STATUS
    MOVE WS-OPERATOR-ID TO HD-RELEASED-BY
    MOVE WS-PROC-DATE TO HD-RELEASED-DATE
    MOVE FUNDS-HOLD-RECORD TO WS-HOLD-IMAGE(WS-HOLD-FOUND-SUB)
    ADD 1 TO WS-APPLIED-COUNT
    MOVE "RELEASE" TO WS-LOG-ACTION
    PERFORM WRITE-HOLD-CHANGE-LOG.

EXPIRE-LAPSED-HOLDS.
    *> A hold with an expiry date stops being in force on that date;
    *> posting already stops counting it from then, and this marks
    *> the row so the statement, the inquiry summary and the change
    *> log all agree it is gone.
    PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
            UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
        MOVE WS-HOLD-IMAGE(WS-HOLD-SUB) TO FUNDS-HOLD-RECORD
        IF HD-ACTIVE
                AND HD-EXPIRY-DATE NUMERIC
                AND HD-EXPIRY-DATE NOT = ZEROS
                AND HD-EXPIRY-DATE <= WS-PROC-DATE
            MOVE 'E' TO HD-STATUS
            MOVE WS-OPERATOR-ID TO HD-RELEASED-BY
            MOVE WS-PROC-DATE TO HD-RELEASED-DATE
            MOVE FUNDS-HOLD-RECORD TO WS-HOLD-IMAGE(WS-HOLD-SUB)
            ADD 1 TO WS-EXPIRED-COUNT
            MOVE "EXPIRE" TO WS-LOG-ACTION
            PERFORM WRITE-HOLD-CHANGE-LOG
        END-IF
    END-PERFORM.

LOOKUP-CUSTOMER.
    MOVE 'N' TO WS-CUST-FOUND-SW
    INITIALIZE CUSTOMER-RECORD
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT ID, STATUS "
           "FROM CUSTOMERS WHERE ID = '" DELIMITED BY SIZE
           HD-CUST-ID DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C20 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C20
    END-EXEC
    EXEC SQL
        FETCH C20 INTO :CUST-ID, :CUST-STATUS
    END-EXEC
    IF SQLCODE = ZERO
        SET WS-CUST-ON-FILE TO TRUE
    END-IF
    EXEC SQL
        CLOSE C20
    END-EXEC.

LOOKUP-ACCOUNT.
    MOVE 'N' TO WS-ACCT-FOUND-SW
    INITIALIZE ACCOUNT-RECORD
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT CUST_ID, ACCT_NO, STATUS "
           "FROM ACCOUNTS WHERE CUST_ID = '" DELIMITED BY SIZE
           HD-CUST-ID DELIMITED BY SIZE
           "' AND ACCT_NO = '" DELIMITED BY SIZE
           HD-ACCT-NO DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C21 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C21
    END-EXEC
    EXEC SQL
        FETCH C21 INTO :ACCT-CUST-ID, :ACCT-NO, :ACCT-STATUS
    END-EXEC
    IF SQLCODE = ZERO AND ACCT-ACTIVE
        SET WS-ACCT-ON-FILE TO TRUE
    END-IF
    EXEC SQL
        CLOSE C21
    END-EXEC.

WRITE-HOLD-CHANGE-LOG.
    *> Same change log as customer maintenance, customer id in
    *> columns 31-40, so every hold action shows on the customer's
    *> CUSTHIST page beside the maintenance that caused it.
    ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
    MOVE HD-AMOUNT TO WS-AMOUNT-DISP
    MOVE SPACES TO CHANGE-LOG-REC
    STRING WS-TIMESTAMP(1:8) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           " ACTION=H ID=" DELIMITED BY SIZE
           HD-CUST-ID DELIMITED BY SIZE
           " HOLD=" DELIMITED BY SIZE
           HD-HOLD-NO DELIMITED BY SIZE
           " ACCT=" DELIMITED BY SIZE
           HD-ACCT-NO DELIMITED BY SIZE
           " AMOUNT=" DELIMITED BY SIZE
           WS-AMOUNT-DISP DELIMITED BY SIZE
           " REASON=" DELIMITED BY SIZE
           HD-REASON DELIMITED BY SIZE
           " EXPIRY=" DELIMITED BY SIZE
           HD-EXPIRY-DATE DELIMITED BY SIZE
           " HOLD-ACTION=" DELIMITED BY SIZE
           WS-LOG-ACTION DELIMITED BY SPACE
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

REWRITE-HOLD-MASTER.
    *> Same replace-in-place convention as the standing-order
    *> master. Rows that ended more than HOLD-RETAIN-DAYS ago are
    *> dropped on the way out; the change log keeps their history.
    COMPUTE WS-RETAIN-INT =
        FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) - WS-RETAIN-DAYS
    COMPUTE WS-RETAIN-CUTOFF =
        FUNCTION DATE-OF-INTEGER(WS-RETAIN-INT)
    OPEN OUTPUT NEW-HOLD-MASTER-FILE
    IF NEW-HOLD-MASTER-STATUS NOT = "00"
        MOVE "HOLDMNT" TO WS-ERR-PROGRAM-ID
        MOVE NEW-HOLD-MASTER-STATUS TO WS-ERR-CODE
        MOVE "Unable to open new hold master, nothing replaced"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
            UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
        MOVE WS-HOLD-IMAGE(WS-HOLD-SUB) TO FUNDS-HOLD-RECORD
        MOVE 'Y' TO WS-KEEP-SW
        IF NOT HD-ACTIVE
                AND HD-RELEASED-DATE NUMERIC
                AND HD-RELEASED-DATE < WS-RETAIN-CUTOFF
            MOVE 'N' TO WS-KEEP-SW
            ADD 1 TO WS-DROPPED-COUNT
        END-IF
        IF WS-KEEP-HOLD
            WRITE NEW-HOLD-MASTER-REC FROM FUNDS-HOLD-RECORD
        END-IF
    END-PERFORM
    CLOSE NEW-HOLD-MASTER-FILE
    CALL "CBL_DELETE_FILE" USING HOLDMASTERPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_COPY_FILE" USING NEWHOLDMASTERPATH HOLDMASTERPATH
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = ZERO
        MOVE "HOLDMNT" TO WS-ERR-PROGRAM-ID
        MOVE "REPLACE" TO WS-ERR-CODE
        MOVE "Could not replace hold master - rebuild from .new file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        CALL "CBL_DELETE_FILE" USING NEWHOLDMASTERPATH
            RETURNING WS-DELETE-RC
    END-IF.

REBUILD-HOLD-SUMMARY.
    *> Rebuilt from nothing on every run: one keyed row per customer
    *> with the count and total of holds in force and the earliest
    *> date one of them lapses. The file is emptied first and then
    *> filled by key, so a customer whose last hold went away simply
    *> has no row.
    OPEN OUTPUT HOLD-SUMMARY-FILE
    IF HOLD-SUMMARY-STATUS NOT = "00"
        MOVE "HOLDMNT" TO WS-ERR-PROGRAM-ID
        MOVE HOLD-SUMMARY-STATUS TO WS-ERR-CODE
        MOVE "Unable to open hold summary file" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    CLOSE HOLD-SUMMARY-FILE
    OPEN I-O HOLD-SUMMARY-FILE
    PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
            UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
        MOVE WS-HOLD-IMAGE(WS-HOLD-SUB) TO FUNDS-HOLD-RECORD
        IF HD-ACTIVE
            PERFORM ADD-TO-HOLD-SUMMARY
        END-IF
    END-PERFORM
    CLOSE HOLD-SUMMARY-FILE.

ADD-TO-HOLD-SUMMARY.
    MOVE HD-CUST-ID TO HS-CUST-ID
    READ HOLD-SUMMARY-FILE
        INVALID KEY
            MOVE HD-CUST-ID TO HS-CUST-ID
            MOVE 1 TO HS-HOLD-COUNT
            MOVE HD-AMOUNT TO HS-HELD-AMOUNT
            MOVE HD-EXPIRY-DATE TO HS-NEXT-EXPIRY
            WRITE HOLD-SUMMARY-RECORD
            ADD 1 TO WS-SUMMARY-COUNT
        NOT INVALID KEY
            ADD 1 TO HS-HOLD-COUNT
            ADD HD-AMOUNT TO HS-HELD-AMOUNT
            IF HD-EXPIRY-DATE NOT = SPACES
                    AND (HS-NEXT-EXPIRY = SPACES
                         OR HD-EXPIRY-DATE < HS-NEXT-EXPIRY)
                MOVE HD-EXPIRY-DATE TO HS-NEXT-EXPIRY
            END-IF
            REWRITE HOLD-SUMMARY-RECORD
    END-READ.

    COPY CALCHK.
    COPY CYCSTAT.
    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
    COPY AUTHCHK.
