      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RECACT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT RECENT-ACTIVITY-FILE ASSIGN TO RECACTPATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RA-KEY
        FILE STATUS IS RECENT-ACTIVITY-STATUS.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  RECENT-ACTIVITY-FILE.
    COPY RECACT.
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  RECACTPATH         PIC X(200) VALUE SPACES.
01  RECENT-ACTIVITY-STATUS PIC XX.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-AS-OF-DATE      PIC X(8) VALUE SPACES.
01  WS-ROW-ACCT-NO     PIC X(4) VALUE SPACES.
01  WS-ROW-BALANCE     PIC S9(9)V99 VALUE ZERO.
01  WS-POST-SUB        PIC 9(2) COMP VALUE ZERO.
01  WS-JOURNAL-ROWS    PIC 9(9) VALUE ZERO.
01  WS-CUSTOMER-ROWS   PIC 9(9) VALUE ZERO.
01  WS-ACCOUNT-ROWS    PIC 9(9) VALUE ZERO.
01  WS-WRITE-ERRORS    PIC 9(9) VALUE ZERO.
    COPY TRXJRNL.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "RECACT" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Recent-activity refresh for the online mini-statement. The
    *> journal is read from the start so every account's balance can
    *> be carried forward from zero; each customer, and each named
    *> account, keeps only its newest postings. Rebuilt from nothing
    *> on every run, right after posting, so the screen shows the
    *> night's postings the next morning.
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-AS-OF-DATE
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    DISPLAY "RECENT-ACTIVITY-PATH" UPON ENVIRONMENT-NAME
    ACCEPT RECACTPATH FROM ENVIRONMENT-VALUE
    IF RECACTPATH = SPACES
        MOVE "recent-activity.dat" TO RECACTPATH
    END-IF
    OPEN OUTPUT RECENT-ACTIVITY-FILE
    IF RECENT-ACTIVITY-STATUS NOT = "00"
        MOVE "RECACT" TO WS-ERR-PROGRAM-ID
        MOVE RECENT-ACTIVITY-STATUS TO WS-ERR-CODE
        MOVE "Unable to open recent-activity file" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    CLOSE RECENT-ACTIVITY-FILE
    OPEN I-O RECENT-ACTIVITY-FILE
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                    PERFORM APPLY-JOURNAL-ROW
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    ELSE
        IF TRX-JOURNAL-STATUS NOT = "35"
            MOVE "RECACT" TO WS-ERR-PROGRAM-ID
            MOVE TRX-JOURNAL-STATUS TO WS-ERR-CODE
            MOVE "Unable to open posted-transaction journal"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 12 TO RETURN-CODE
        END-IF
    END-IF
    CLOSE RECENT-ACTIVITY-FILE
    DISPLAY "RECACT complete - as of: " WS-AS-OF-DATE
            " journal rows: " WS-JOURNAL-ROWS
            " customers: " WS-CUSTOMER-ROWS
            " accounts: " WS-ACCOUNT-ROWS
    IF WS-WRITE-ERRORS > ZERO
        MOVE "RECACT" TO WS-ERR-PROGRAM-ID
        MOVE "WRITE" TO WS-ERR-CODE
        MOVE "Recent-activity rows not written, mini-statement short"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM RECORD-STEP-END
    STOP RUN.

APPLY-JOURNAL-ROW.
    IF TJ-CUST-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-JOURNAL-ROWS
    *> the all-accounts row shows the customer total after each
    *> posting, as the statement does
    MOVE SPACES TO WS-ROW-ACCT-NO
    MOVE TJ-AFTER-BALANCE TO WS-ROW-BALANCE
    PERFORM ADD-TO-ACTIVITY-ROW
    IF TJ-ACCT-NO NOT = SPACES
        MOVE TJ-ACCT-NO TO WS-ROW-ACCT-NO
        PERFORM ADD-TO-ACTIVITY-ROW
    END-IF.

ADD-TO-ACTIVITY-ROW.
    MOVE TJ-CUST-ID TO RA-CUST-ID
    MOVE WS-ROW-ACCT-NO TO RA-ACCT-NO
    READ RECENT-ACTIVITY-FILE
        INVALID KEY
            PERFORM START-ACTIVITY-ROW
            PERFORM PUSH-POSTING
            WRITE RECENT-ACTIVITY-RECORD
                INVALID KEY
                    ADD 1 TO WS-WRITE-ERRORS
            END-WRITE
        NOT INVALID KEY
            PERFORM PUSH-POSTING
            REWRITE RECENT-ACTIVITY-RECORD
                INVALID KEY
                    ADD 1 TO WS-WRITE-ERRORS
            END-REWRITE
    END-READ.

START-ACTIVITY-ROW.
    MOVE SPACES TO RECENT-ACTIVITY-RECORD
    MOVE TJ-CUST-ID TO RA-CUST-ID
    MOVE WS-ROW-ACCT-NO TO RA-ACCT-NO
    MOVE WS-AS-OF-DATE TO RA-AS-OF-DATE
    MOVE ZERO TO RA-ACCT-TOTAL
    MOVE ZERO TO RA-POSTING-COUNT
    IF WS-ROW-ACCT-NO = SPACES
        ADD 1 TO WS-CUSTOMER-ROWS
    ELSE
        ADD 1 TO WS-ACCOUNT-ROWS
    END-IF.

PUSH-POSTING.
    *> newest first: everything moves down one place and the oldest
    *> falls off the end once the row is full
    IF WS-ROW-ACCT-NO NOT = SPACES
        ADD TJ-AMOUNT TO RA-ACCT-TOTAL
        MOVE RA-ACCT-TOTAL TO WS-ROW-BALANCE
    END-IF
    PERFORM VARYING WS-POST-SUB FROM 20 BY -1
            UNTIL WS-POST-SUB < 2
        MOVE RA-POSTING(WS-POST-SUB - 1) TO RA-POSTING(WS-POST-SUB)
    END-PERFORM
    MOVE TJ-POST-DATE TO RA-POST-DATE(1)
    MOVE TJ-TRAN-CODE TO RA-TRAN-CODE(1)
    MOVE TJ-ACCT-NO TO RA-POST-ACCT(1)
    MOVE TJ-AMOUNT TO RA-AMOUNT(1)
    MOVE WS-ROW-BALANCE TO RA-BALANCE(1)
    MOVE TJ-SLIP-SERIAL TO RA-SERIAL(1)
    IF RA-POSTING-COUNT < 20
        ADD 1 TO RA-POSTING-COUNT
    END-IF.

    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
