      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CDCFEED.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHANGE-LOG-FILE ASSIGN TO CHANGELOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT CDC-MARKER-FILE ASSIGN TO CDCMARKERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CDC-MARKER-STATUS.
    SELECT BASE-IMAGE-FILE ASSIGN TO BASEIMAGEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BASE-IMAGE-STATUS.
    SELECT NEW-IMAGE-FILE ASSIGN TO NEWIMAGEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-IMAGE-STATUS.
    SELECT CUST-FEED-FILE ASSIGN TO CUSTFEEDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CUST-FEED-STATUS.
    SELECT ACCT-FEED-FILE ASSIGN TO ACCTFEEDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCT-FEED-STATUS.
    SELECT POST-FEED-FILE ASSIGN TO POSTFEEDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POST-FEED-STATUS.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  CDC-MARKER-FILE.
01  CDC-MARKER-LINE        PIC X(50).
FD  BASE-IMAGE-FILE.
01  BASE-IMAGE-REC         PIC X(29).
FD  NEW-IMAGE-FILE.
01  NEW-IMAGE-REC          PIC X(29).
FD  CUST-FEED-FILE.
01  CUST-FEED-REC          PIC X(250).
FD  ACCT-FEED-FILE.
01  ACCT-FEED-REC          PIC X(120).
FD  POST-FEED-FILE.
01  POST-FEED-REC          PIC X(160).
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
    COPY CYCTAB.
    COPY ERRTAB.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  CHANGE-LOG-STATUS  PIC XX.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  CDCMARKERPATH      PIC X(200) VALUE SPACES.
01  CDC-MARKER-STATUS  PIC XX.
01  ACCTIMAGEPATH      PIC X(200) VALUE SPACES.
01  PRIORIMAGEPATH     PIC X(200) VALUE SPACES.
01  BASEIMAGEPATH      PIC X(200) VALUE SPACES.
01  BASE-IMAGE-STATUS  PIC XX.
01  NEWIMAGEPATH       PIC X(200) VALUE SPACES.
01  NEW-IMAGE-STATUS   PIC XX.
01  CUSTFEEDPATH       PIC X(200) VALUE SPACES.
01  CUST-FEED-STATUS   PIC XX.
01  ACCTFEEDPATH       PIC X(200) VALUE SPACES.
01  ACCT-FEED-STATUS   PIC XX.
01  POSTFEEDPATH       PIC X(200) VALUE SPACES.
01  POST-FEED-STATUS   PIC XX.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  SQL-STATEMENT      PIC X(300).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-SQLCODE-DISP PIC -(9)9.
    COPY ACCTREC.
    COPY TRXJRNL.
*> The feed marker, one line, rewritten only after all three feed
*> files and the account image are safely down. It carries the
*> change-log and journal line counts already shipped, like
*> SIEMXPRT's marker, plus the counts the last run started from: a
*> rerun on the same business date starts from those again and
*> rebuilds the same night's files instead of shipping an empty
*> feed over the one the warehouse has not yet loaded.
01  CDC-MARKER-ENTRY.
    05  CM-RUN-DATE        PIC X(8).
    05  FILLER             PIC X VALUE SPACE.
    05  CM-CHGLOG-LINES    PIC 9(9).
    05  FILLER             PIC X VALUE SPACE.
    05  CM-JOURNAL-LINES   PIC 9(9).
    05  FILLER             PIC X VALUE SPACE.
    05  CM-PRIOR-CHGLOG    PIC 9(9).
    05  FILLER             PIC X VALUE SPACE.
    05  CM-PRIOR-JOURNAL   PIC 9(9).
*> Last night's view of ACCOUNTS, one line per account in CUST_ID,
*> ACCT_NO order. CLOSESET closes a settled customer's accounts in
*> one UPDATE with no per-account log line, so opens and closes are
*> found by comparing tonight's table to this image rather than by
*> reading ACCTMNT's log. The image the run replaces is kept as
*> the name plus .prev for a same-day rerun to compare against.
01  ACCOUNT-IMAGE-ENTRY.
    05  AI-KEY.
        10  AI-CUST-ID         PIC X(10).
        10  AI-ACCT-NO         PIC X(4).
    05  FILLER             PIC X VALUE SPACE.
    05  AI-ACCT-TYPE       PIC X(1).
    05  FILLER             PIC X VALUE SPACE.
    05  AI-ACCT-STATUS     PIC X(1).
    05  FILLER             PIC X VALUE SPACE.
    05  AI-OPEN-DATE       PIC X(8).
01  WS-TODAY           PIC 9(8) VALUE ZERO.
01  WS-TODAY-X REDEFINES WS-TODAY PIC X(8).
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-RERUN-SW        PIC X VALUE 'N'.
    88  WS-SAME-DAY-RERUN      VALUE 'Y'.
01  WS-FAILED-SW       PIC X VALUE 'N'.
    88  WS-FEED-FAILED         VALUE 'Y'.
01  WS-IMAGE-SW        PIC X VALUE 'N'.
    88  WS-IMAGE-FOUND         VALUE 'Y'.
01  WS-CURRENT-IMAGE-SW PIC X VALUE 'N'.
    88  WS-CURRENT-IMAGE-EXISTS VALUE 'Y'.
01  WS-CHGLOG-FROM     PIC 9(9) VALUE ZERO.
01  WS-CHGLOG-LINE     PIC 9(9) VALUE ZERO.
01  WS-JOURNAL-FROM    PIC 9(9) VALUE ZERO.
01  WS-JOURNAL-LINE    PIC 9(9) VALUE ZERO.
01  WS-LAYOUT-VERSION  PIC X(3) VALUE "V01".
01  WS-WRITE-STATUS    PIC XX.
01  WS-WRITE-FILE-NAME PIC X(20).
*> Change-log line fields, found by tag as SODRPT does. The names
*> and balances are written DELIMITED BY SIZE, so they are taken at
*> their fixed width; everything else runs to the next space.
01  WS-FIELD-TAG       PIC X(20) VALUE SPACES.
01  WS-FIELD-TAG-LEN   PIC 9(4) COMP VALUE ZERO.
01  WS-FIELD-WIDTH     PIC 9(4) COMP VALUE ZERO.
01  WS-FIELD-POS       PIC 9(4) COMP VALUE ZERO.
01  WS-FIELD-VALUE     PIC X(40) VALUE SPACES.
01  WS-FLAG-TALLY      PIC 9(4) COMP VALUE ZERO.
01  WS-CDC-EVENT       PIC X(8).
01  WS-LOG-ACTION      PIC X(1).
01  WS-LOG-DISPOSITION PIC X(10).
01  WS-LOG-CUST-ID     PIC X(10).
01  WS-LOG-ACCT-NO     PIC X(4).
01  WS-LOG-RELATED-ID  PIC X(10).
01  WS-LOG-BEFORE-NAME PIC X(40).
01  WS-LOG-AFTER-NAME  PIC X(40).
01  WS-LOG-BEFORE-BAL  PIC X(13).
01  WS-LOG-AFTER-BAL   PIC X(13).
01  WS-LOG-NAME-CHG    PIC X(1).
01  WS-LOG-ADDR-CHG    PIC X(1).
01  WS-LOG-TIN-CHG     PIC X(1).
01  WS-LOG-WITHHOLD    PIC X(1).
01  WS-BAL-AMOUNT      PIC S9(9)V99 VALUE ZERO.
01  WS-BEFORE-TEXT     PIC X(13).
01  WS-AFTER-TEXT      PIC X(13).
*> Account merge keys; HIGH-VALUES once a side runs out.
01  WS-BASE-KEY        PIC X(14).
01  WS-LIVE-KEY        PIC X(14).
01  WS-PREV-LIVE-KEY   PIC X(14) VALUE LOW-VALUES.
01  WS-BASE-ENTRY      PIC X(29).
01  WS-ACCT-ROW.
    05  WS-ROW-CUST-ID     PIC X(10).
    05  WS-ROW-ACCT-NO     PIC X(4).
    05  WS-ROW-TYPE        PIC X(1).
    05  WS-ROW-BEFORE-STATUS PIC X(1).
    05  WS-ROW-STATUS      PIC X(1).
    05  WS-ROW-OPEN-DATE   PIC X(8).
    05  WS-ROW-BALANCE     PIC S9(9)V99.
01  WS-CDC-COUNTS.
    05  WS-CUST-ROWS       PIC 9(9) VALUE ZERO.
    05  WS-CUST-PASSED     PIC 9(9) VALUE ZERO.
    05  WS-CUST-BEFORE-TOTAL PIC S9(13)V99 VALUE ZERO.
    05  WS-CUST-AFTER-TOTAL  PIC S9(13)V99 VALUE ZERO.
    05  WS-ACCT-ROWS       PIC 9(9) VALUE ZERO.
    05  WS-ACCT-SCANNED    PIC 9(9) VALUE ZERO.
    05  WS-ACCT-TOTAL      PIC S9(13)V99 VALUE ZERO.
    05  WS-POST-ROWS       PIC 9(9) VALUE ZERO.
    05  WS-POST-CREDITS    PIC S9(13)V99 VALUE ZERO.
    05  WS-POST-DEBITS     PIC S9(13)V99 VALUE ZERO.
01  WS-AMT-DISP        PIC -(9)9.99.
01  WS-AMT2-DISP       PIC -(9)9.99.
01  WS-AMT3-DISP       PIC -(9)9.99.
01  WS-TOTAL-DISP      PIC -(13)9.99.
01  WS-TOTAL2-DISP     PIC -(13)9.99.
01  WS-COUNT-DISP      PIC 9(9).
01  WS-LINE-DISP       PIC 9(9).
PROCEDURE DIVISION.
MAIN.
    MOVE "CDCFEED" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM RESOLVE-PATHS
    PERFORM READ-FEED-MARKER
    PERFORM WRITE-CUSTOMER-FEED
    IF NOT WS-FEED-FAILED
        PERFORM WRITE-ACCOUNT-FEED
    END-IF
    IF NOT WS-FEED-FAILED
        PERFORM WRITE-POSTING-FEED
    END-IF
    *> Nothing moves forward unless all three parts are down: the
    *> marker and the image stay where they were, so the next run
    *> ships the same activity again rather than losing it.
    IF NOT WS-FEED-FAILED
        PERFORM SAVE-ACCOUNT-IMAGE
    END-IF
    IF NOT WS-FEED-FAILED
        PERFORM WRITE-FEED-MARKER
    END-IF
    DISPLAY "CDCFEED complete - customer rows: " WS-CUST-ROWS
            " account rows: " WS-ACCT-ROWS
            " posting rows: " WS-POST-ROWS
    IF WS-SAME-DAY-RERUN
        DISPLAY "CDCFEED rerun for " WS-TODAY-X
                " - tonight's feed rebuilt from the prior marker"
    END-IF
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHANGELOGPATH FROM ENVIRONMENT-VALUE
    IF CHANGELOGPATH = SPACES
        MOVE "custmaint-change-log.dat" TO CHANGELOGPATH
    END-IF
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    DISPLAY "CDC-MARKER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CDCMARKERPATH FROM ENVIRONMENT-VALUE
    IF CDCMARKERPATH = SPACES
        MOVE "cdc-feed-marker.dat" TO CDCMARKERPATH
    END-IF
    DISPLAY "CDC-ACCOUNT-IMAGE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT ACCTIMAGEPATH FROM ENVIRONMENT-VALUE
    IF ACCTIMAGEPATH = SPACES
        MOVE "cdc-account-image.dat" TO ACCTIMAGEPATH
    END-IF
    MOVE SPACES TO PRIORIMAGEPATH NEWIMAGEPATH
    STRING ACCTIMAGEPATH DELIMITED BY SPACE
           ".prev" DELIMITED BY SIZE
           INTO PRIORIMAGEPATH
    STRING ACCTIMAGEPATH DELIMITED BY SPACE
           ".new" DELIMITED BY SIZE
           INTO NEWIMAGEPATH
    DISPLAY "CDC-CUSTOMER-FEED-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CUSTFEEDPATH FROM ENVIRONMENT-VALUE
    IF CUSTFEEDPATH = SPACES
        MOVE "cdc-customers.dat" TO CUSTFEEDPATH
    END-IF
    DISPLAY "CDC-ACCOUNT-FEED-PATH" UPON ENVIRONMENT-NAME
    ACCEPT ACCTFEEDPATH FROM ENVIRONMENT-VALUE
    IF ACCTFEEDPATH = SPACES
        MOVE "cdc-accounts.dat" TO ACCTFEEDPATH
    END-IF
    DISPLAY "CDC-POSTING-FEED-PATH" UPON ENVIRONMENT-NAME
    ACCEPT POSTFEEDPATH FROM ENVIRONMENT-VALUE
    IF POSTFEEDPATH = SPACES
        MOVE "cdc-postings.dat" TO POSTFEEDPATH
    END-IF.

READ-FEED-MARKER.
    MOVE ACCTIMAGEPATH TO BASEIMAGEPATH
    OPEN INPUT CDC-MARKER-FILE
    IF CDC-MARKER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ CDC-MARKER-FILE
        AT END
            MOVE SPACES TO CDC-MARKER-LINE
    END-READ
    CLOSE CDC-MARKER-FILE
    IF CDC-MARKER-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE CDC-MARKER-LINE TO CDC-MARKER-ENTRY
    IF CM-CHGLOG-LINES NOT NUMERIC OR CM-JOURNAL-LINES NOT NUMERIC
            OR CM-PRIOR-CHGLOG NOT NUMERIC
            OR CM-PRIOR-JOURNAL NOT NUMERIC
        *> a marker that cannot be read must not silently restart
        *> the feed from line one of logs years deep
        MOVE "CDCFEED" TO WS-ERR-PROGRAM-ID
        MOVE "MARKER" TO WS-ERR-CODE
        MOVE "CDC feed marker unreadable - no feed written"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    IF CM-RUN-DATE = WS-TODAY-X
        SET WS-SAME-DAY-RERUN TO TRUE
        MOVE CM-PRIOR-CHGLOG TO WS-CHGLOG-FROM
        MOVE CM-PRIOR-JOURNAL TO WS-JOURNAL-FROM
        MOVE PRIORIMAGEPATH TO BASEIMAGEPATH
    ELSE
        MOVE CM-CHGLOG-LINES TO WS-CHGLOG-FROM
        MOVE CM-JOURNAL-LINES TO WS-JOURNAL-FROM
    END-IF.

*> ----------------------------------------------------------------
*> Customer part. One row per change-log line that changed a
*> CUSTOMERS row:
*>   CREATE  CUSTMAINT create, or MNTAPPR releasing a parked one
*>   CHANGE  CUSTMAINT update, MNTAPPR release, ROLLFWD repair
*>           applied
*>   CLOSE   CLOSESET completing a settled close
*>   MERGE   CUSTMERGE retiring the id into the survivor
*> CUSTMAINT's own D line is only the close being filed, voided and
*> held changes never reached the row, and the other actions (holds,
*> standing orders, AML and sanctions cases, charge-off proposals)
*> are not customer-row changes - those lines are passed over.
*> Row layout (CDCCUST V01), pipe-delimited:
*>   CUST|event|action|date|operator|cust id|account|related id|
*>   before name|after name|before balance|after balance|
*>   name changed|address changed|tin changed|withholding|log line
*> ----------------------------------------------------------------
WRITE-CUSTOMER-FEED.
    OPEN OUTPUT CUST-FEED-FILE
    IF CUST-FEED-STATUS NOT = "00"
        MOVE CUST-FEED-STATUS TO WS-WRITE-STATUS
        MOVE "customer feed" TO WS-WRITE-FILE-NAME
        PERFORM NOTE-FEED-WRITE-FAILURE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CUST-FEED-REC
    STRING "HEADER|CDCCUST|" DELIMITED BY SIZE
           WS-LAYOUT-VERSION DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-TODAY-X DELIMITED BY SIZE
           INTO CUST-FEED-REC
    PERFORM WRITE-CUST-FEED-REC
    MOVE ZERO TO WS-CHGLOG-LINE
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT CHANGE-LOG-FILE
    IF CHANGE-LOG-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE OR WS-FEED-FAILED
            READ CHANGE-LOG-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-CHGLOG-LINE
                    IF WS-CHGLOG-LINE > WS-CHGLOG-FROM
                        PERFORM PROCESS-CHANGE-LOG-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHANGE-LOG-FILE
    ELSE
        IF CHANGE-LOG-STATUS NOT = "35"
            MOVE "CDCFEED" TO WS-ERR-PROGRAM-ID
            MOVE CHANGE-LOG-STATUS TO WS-ERR-CODE
            MOVE "Failed to open customer change log for CDC feed"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            SET WS-FEED-FAILED TO TRUE
        END-IF
    END-IF
    IF WS-CHGLOG-LINE < WS-CHGLOG-FROM
        MOVE WS-CHGLOG-FROM TO WS-CHGLOG-LINE
    END-IF
    MOVE WS-CUST-ROWS TO WS-COUNT-DISP
    MOVE WS-CUST-BEFORE-TOTAL TO WS-TOTAL-DISP
    MOVE WS-CUST-AFTER-TOTAL TO WS-TOTAL2-DISP
    MOVE WS-CHGLOG-LINE TO WS-LINE-DISP
    MOVE SPACES TO CUST-FEED-REC
    STRING "TRAILER|" DELIMITED BY SIZE
           WS-COUNT-DISP DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TOTAL2-DISP) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-LINE-DISP DELIMITED BY SIZE
           INTO CUST-FEED-REC
    PERFORM WRITE-CUST-FEED-REC
    CLOSE CUST-FEED-FILE.

PROCESS-CHANGE-LOG-LINE.
    MOVE CHANGE-LOG-REC(26:1) TO WS-LOG-ACTION
    MOVE " DISPOSITION=" TO WS-FIELD-TAG
    MOVE 13 TO WS-FIELD-TAG-LEN
    MOVE ZERO TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LOG-DISPOSITION
    EVALUATE TRUE
        WHEN WS-LOG-ACTION = 'C'
                AND (WS-LOG-DISPOSITION = SPACES
                     OR WS-LOG-DISPOSITION = "RELEASED")
            MOVE "CREATE" TO WS-CDC-EVENT
        WHEN WS-LOG-ACTION = 'U'
                AND (WS-LOG-DISPOSITION = SPACES
                     OR WS-LOG-DISPOSITION = "RELEASED")
            MOVE "CHANGE" TO WS-CDC-EVENT
        WHEN WS-LOG-ACTION = 'R'
                AND WS-LOG-DISPOSITION = "APPLIED"
            MOVE "CHANGE" TO WS-CDC-EVENT
        WHEN WS-LOG-ACTION = 'D'
                AND WS-LOG-DISPOSITION = "CLOSED"
            MOVE "CLOSE" TO WS-CDC-EVENT
        WHEN WS-LOG-ACTION = 'M'
            MOVE "MERGE" TO WS-CDC-EVENT
        WHEN OTHER
            ADD 1 TO WS-CUST-PASSED
            EXIT PARAGRAPH
    END-EVALUATE
    PERFORM EXTRACT-LOG-FIELDS
    MOVE SPACES TO WS-BEFORE-TEXT WS-AFTER-TEXT
    IF WS-LOG-BEFORE-BAL NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-LOG-BEFORE-BAL) = ZERO
        MOVE FUNCTION NUMVAL(WS-LOG-BEFORE-BAL) TO WS-BAL-AMOUNT
        ADD WS-BAL-AMOUNT TO WS-CUST-BEFORE-TOTAL
        MOVE WS-BAL-AMOUNT TO WS-AMT-DISP
        MOVE FUNCTION TRIM(WS-AMT-DISP) TO WS-BEFORE-TEXT
    END-IF
    IF WS-LOG-AFTER-BAL NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-LOG-AFTER-BAL) = ZERO
        MOVE FUNCTION NUMVAL(WS-LOG-AFTER-BAL) TO WS-BAL-AMOUNT
        ADD WS-BAL-AMOUNT TO WS-CUST-AFTER-TOTAL
        MOVE WS-BAL-AMOUNT TO WS-AMT-DISP
        MOVE FUNCTION TRIM(WS-AMT-DISP) TO WS-AFTER-TEXT
    END-IF
    MOVE WS-CHGLOG-LINE TO WS-LINE-DISP
    MOVE SPACES TO CUST-FEED-REC
    STRING "CUST|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CDC-EVENT) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-LOG-ACTION DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           CHANGE-LOG-REC(1:8) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(CHANGE-LOG-REC(10:8)) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LOG-CUST-ID) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LOG-ACCT-NO) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LOG-RELATED-ID) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LOG-BEFORE-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LOG-AFTER-NAME) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-BEFORE-TEXT) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-AFTER-TEXT) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-LOG-NAME-CHG DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-LOG-ADDR-CHG DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-LOG-TIN-CHG DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-LOG-WITHHOLD DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-LINE-DISP DELIMITED BY SIZE
           INTO CUST-FEED-REC
    PERFORM WRITE-CUST-FEED-REC
    ADD 1 TO WS-CUST-ROWS.

EXTRACT-LOG-FIELDS.
    MOVE " ID=" TO WS-FIELD-TAG
    MOVE 4 TO WS-FIELD-TAG-LEN
    MOVE 10 TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LOG-CUST-ID
    MOVE " ACCT=" TO WS-FIELD-TAG
    MOVE 6 TO WS-FIELD-TAG-LEN
    MOVE 4 TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LOG-ACCT-NO
    MOVE " MERGED-INTO=" TO WS-FIELD-TAG
    MOVE 13 TO WS-FIELD-TAG-LEN
    MOVE 10 TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LOG-RELATED-ID
    MOVE " BEFORE-NAME=" TO WS-FIELD-TAG
    MOVE 13 TO WS-FIELD-TAG-LEN
    MOVE 40 TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LOG-BEFORE-NAME
    MOVE " AFTER-NAME=" TO WS-FIELD-TAG
    MOVE 12 TO WS-FIELD-TAG-LEN
    MOVE 40 TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LOG-AFTER-NAME
    MOVE " BEFORE-BAL=" TO WS-FIELD-TAG
    MOVE 12 TO WS-FIELD-TAG-LEN
    MOVE 13 TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LOG-BEFORE-BAL
    MOVE " AFTER-BAL=" TO WS-FIELD-TAG
    MOVE 11 TO WS-FIELD-TAG-LEN
    MOVE 13 TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LOG-AFTER-BAL
    MOVE " WITHHOLD=" TO WS-FIELD-TAG
    MOVE 10 TO WS-FIELD-TAG-LEN
    MOVE 1 TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LOG-WITHHOLD
    MOVE SPACES TO WS-LOG-NAME-CHG WS-LOG-ADDR-CHG WS-LOG-TIN-CHG
    IF WS-CDC-EVENT = "CHANGE" AND WS-LOG-ACTION = 'U'
        MOVE 'N' TO WS-LOG-NAME-CHG WS-LOG-ADDR-CHG WS-LOG-TIN-CHG
        MOVE ZERO TO WS-FLAG-TALLY
        INSPECT CHANGE-LOG-REC TALLYING WS-FLAG-TALLY
            FOR ALL " NAME-CHANGED=Y"
        IF WS-FLAG-TALLY > ZERO
            MOVE 'Y' TO WS-LOG-NAME-CHG
        END-IF
        MOVE ZERO TO WS-FLAG-TALLY
        INSPECT CHANGE-LOG-REC TALLYING WS-FLAG-TALLY
            FOR ALL " ADDR-CHANGED=Y"
        IF WS-FLAG-TALLY > ZERO
            MOVE 'Y' TO WS-LOG-ADDR-CHG
        END-IF
        MOVE ZERO TO WS-FLAG-TALLY
        INSPECT CHANGE-LOG-REC TALLYING WS-FLAG-TALLY
            FOR ALL " TIN-CHANGED=Y"
        IF WS-FLAG-TALLY > ZERO
            MOVE 'Y' TO WS-LOG-TIN-CHG
        END-IF
    END-IF.

FIND-LOG-FIELD.
    MOVE SPACES TO WS-FIELD-VALUE
    MOVE ZERO TO WS-FIELD-POS
    INSPECT CHANGE-LOG-REC TALLYING WS-FIELD-POS
        FOR CHARACTERS BEFORE INITIAL
            WS-FIELD-TAG(1:WS-FIELD-TAG-LEN)
    IF WS-FIELD-POS + WS-FIELD-TAG-LEN + WS-FIELD-WIDTH < 300
        ADD WS-FIELD-TAG-LEN TO WS-FIELD-POS
        ADD 1 TO WS-FIELD-POS
        IF WS-FIELD-WIDTH > ZERO
            MOVE CHANGE-LOG-REC(WS-FIELD-POS:WS-FIELD-WIDTH)
                TO WS-FIELD-VALUE
        ELSE
            UNSTRING CHANGE-LOG-REC(WS-FIELD-POS:)
                DELIMITED BY SPACE
                INTO WS-FIELD-VALUE
        END-IF
    END-IF.

WRITE-CUST-FEED-REC.
    WRITE CUST-FEED-REC
    IF CUST-FEED-STATUS NOT = "00"
        MOVE CUST-FEED-STATUS TO WS-WRITE-STATUS
        MOVE "customer feed" TO WS-WRITE-FILE-NAME
        PERFORM NOTE-FEED-WRITE-FAILURE
    END-IF.

*> ----------------------------------------------------------------
*> Account part. ACCOUNTS in key order, merged against last night's
*> image:
*>   OPEN     account not in the image (a same-day open and close
*>            gives OPEN then CLOSE)
*>   CLOSE    status A in the image, C tonight
*>   REOPEN   status C in the image, A tonight
*>   RETYPE   type changed (ACCTMNT RETYPE)
*>   REMOVED  in the image, gone from ACCOUNTS (purged, or moved to
*>            the survivor by a merge)
*>   LOAD     no image yet - the first night sends every account
*> Row layout (CDCACCT V01), pipe-delimited:
*>   ACCT|event|cust id|account|type|status before|status after|
*>   open date|balance|run date
*> ----------------------------------------------------------------
WRITE-ACCOUNT-FEED.
    OPEN OUTPUT ACCT-FEED-FILE
    IF ACCT-FEED-STATUS NOT = "00"
        MOVE ACCT-FEED-STATUS TO WS-WRITE-STATUS
        MOVE "account feed" TO WS-WRITE-FILE-NAME
        PERFORM NOTE-FEED-WRITE-FAILURE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT NEW-IMAGE-FILE
    IF NEW-IMAGE-STATUS NOT = "00"
        MOVE NEW-IMAGE-STATUS TO WS-WRITE-STATUS
        MOVE "account image" TO WS-WRITE-FILE-NAME
        PERFORM NOTE-FEED-WRITE-FAILURE
        CLOSE ACCT-FEED-FILE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ACCT-FEED-REC
    STRING "HEADER|CDCACCT|" DELIMITED BY SIZE
           WS-LAYOUT-VERSION DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-TODAY-X DELIMITED BY SIZE
           INTO ACCT-FEED-REC
    PERFORM WRITE-ACCT-FEED-REC
    MOVE 'N' TO WS-IMAGE-SW
    MOVE HIGH-VALUES TO WS-BASE-KEY
    OPEN INPUT BASE-IMAGE-FILE
    IF BASE-IMAGE-STATUS = "00"
        SET WS-IMAGE-FOUND TO TRUE
        PERFORM READ-BASE-IMAGE
    END-IF
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT CUST_ID, ACCT_NO, TYPE, BALANCE, OPEN_DATE, "
           "STATUS FROM ACCOUNTS ORDER BY CUST_ID, ACCT_NO"
           DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C1 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C1
    END-EXEC
    PERFORM FETCH-ACCOUNT-ROW
    PERFORM UNTIL (WS-BASE-KEY = HIGH-VALUES
                   AND WS-LIVE-KEY = HIGH-VALUES)
            OR WS-FEED-FAILED
        EVALUATE TRUE
            WHEN WS-LIVE-KEY < WS-BASE-KEY
                PERFORM NOTE-NEW-ACCOUNT
                PERFORM WRITE-NEW-IMAGE
                PERFORM FETCH-ACCOUNT-ROW
            WHEN WS-LIVE-KEY > WS-BASE-KEY
                MOVE WS-BASE-ENTRY TO ACCOUNT-IMAGE-ENTRY
                MOVE AI-CUST-ID TO WS-ROW-CUST-ID
                MOVE AI-ACCT-NO TO WS-ROW-ACCT-NO
                MOVE AI-ACCT-TYPE TO WS-ROW-TYPE
                MOVE AI-ACCT-STATUS TO WS-ROW-BEFORE-STATUS
                MOVE SPACE TO WS-ROW-STATUS
                MOVE AI-OPEN-DATE TO WS-ROW-OPEN-DATE
                MOVE ZERO TO WS-ROW-BALANCE
                MOVE "REMOVED" TO WS-CDC-EVENT
                PERFORM WRITE-ACCOUNT-ROW
                PERFORM READ-BASE-IMAGE
            WHEN OTHER
                PERFORM COMPARE-TO-IMAGE
                PERFORM WRITE-NEW-IMAGE
                PERFORM READ-BASE-IMAGE
                PERFORM FETCH-ACCOUNT-ROW
        END-EVALUATE
    END-PERFORM
    EXEC SQL
        CLOSE C1
    END-EXEC
    IF WS-IMAGE-FOUND
        CLOSE BASE-IMAGE-FILE
    END-IF
    CLOSE NEW-IMAGE-FILE
    MOVE WS-ACCT-ROWS TO WS-COUNT-DISP
    MOVE WS-ACCT-TOTAL TO WS-TOTAL-DISP
    MOVE WS-ACCT-SCANNED TO WS-LINE-DISP
    MOVE SPACES TO ACCT-FEED-REC
    STRING "TRAILER|" DELIMITED BY SIZE
           WS-COUNT-DISP DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-LINE-DISP DELIMITED BY SIZE
           INTO ACCT-FEED-REC
    PERFORM WRITE-ACCT-FEED-REC
    CLOSE ACCT-FEED-FILE.

FETCH-ACCOUNT-ROW.
    IF WS-FEED-FAILED
        MOVE HIGH-VALUES TO WS-LIVE-KEY
        EXIT PARAGRAPH
    END-IF
    EXEC SQL
        FETCH C1 INTO :ACCT-CUST-ID, :ACCT-NO, :ACCT-TYPE,
                      :ACCT-BALANCE, :ACCT-OPEN-DATE,
                      :ACCT-STATUS
    END-EXEC
    EVALUATE SQLCODE
        WHEN ZERO
            ADD 1 TO WS-ACCT-SCANNED
            MOVE ACCT-CUST-ID TO WS-LIVE-KEY(1:10)
            MOVE ACCT-NO TO WS-LIVE-KEY(11:4)
            *> the merge is only as good as the order; a collating
            *> surprise would report every later account as opened
            IF WS-LIVE-KEY NOT > WS-PREV-LIVE-KEY
                MOVE "CDCFEED" TO WS-ERR-PROGRAM-ID
                MOVE "ORDER" TO WS-ERR-CODE
                MOVE "ACCOUNTS rows out of key order - CDC feed stopped"
                    TO WS-ERR-MESSAGE
                SET WS-ERR-FATAL TO TRUE
                PERFORM LOG-COMMON-ERROR
                SET WS-FEED-FAILED TO TRUE
                MOVE HIGH-VALUES TO WS-LIVE-KEY
            ELSE
                MOVE WS-LIVE-KEY TO WS-PREV-LIVE-KEY
            END-IF
        WHEN 100
            MOVE HIGH-VALUES TO WS-LIVE-KEY
        WHEN OTHER
            MOVE "CDCFEED" TO WS-ERR-PROGRAM-ID
            MOVE SQLCODE TO WS-SQLCODE-DISP
            MOVE WS-SQLCODE-DISP TO WS-ERR-CODE
            MOVE "SQL fetch failed during CDC account scan"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            SET WS-FEED-FAILED TO TRUE
            MOVE HIGH-VALUES TO WS-LIVE-KEY
    END-EVALUATE.

READ-BASE-IMAGE.
    READ BASE-IMAGE-FILE
        AT END
            MOVE HIGH-VALUES TO WS-BASE-KEY
        NOT AT END
            MOVE BASE-IMAGE-REC TO WS-BASE-ENTRY
            MOVE BASE-IMAGE-REC(1:14) TO WS-BASE-KEY
    END-READ.

NOTE-NEW-ACCOUNT.
    PERFORM LOAD-LIVE-ROW
    MOVE SPACE TO WS-ROW-BEFORE-STATUS
    IF NOT WS-IMAGE-FOUND
        MOVE "LOAD" TO WS-CDC-EVENT
        PERFORM WRITE-ACCOUNT-ROW
        EXIT PARAGRAPH
    END-IF
    MOVE "OPEN" TO WS-CDC-EVENT
    IF ACCT-CLOSED
        *> opened and closed since the last run: the open row shows
        *> it active, the close row takes it to closed
        MOVE 'A' TO WS-ROW-STATUS
        PERFORM WRITE-ACCOUNT-ROW
        MOVE 'A' TO WS-ROW-BEFORE-STATUS
        MOVE ACCT-STATUS TO WS-ROW-STATUS
        MOVE "CLOSE" TO WS-CDC-EVENT
    END-IF
    PERFORM WRITE-ACCOUNT-ROW.

COMPARE-TO-IMAGE.
    MOVE WS-BASE-ENTRY TO ACCOUNT-IMAGE-ENTRY
    PERFORM LOAD-LIVE-ROW
    MOVE AI-ACCT-STATUS TO WS-ROW-BEFORE-STATUS
    IF AI-ACCT-STATUS = 'A' AND ACCT-CLOSED
        MOVE "CLOSE" TO WS-CDC-EVENT
        PERFORM WRITE-ACCOUNT-ROW
    END-IF
    IF AI-ACCT-STATUS = 'C' AND ACCT-ACTIVE
        MOVE "REOPEN" TO WS-CDC-EVENT
        PERFORM WRITE-ACCOUNT-ROW
    END-IF
    IF AI-ACCT-TYPE NOT = ACCT-TYPE
        MOVE "RETYPE" TO WS-CDC-EVENT
        PERFORM WRITE-ACCOUNT-ROW
    END-IF.

LOAD-LIVE-ROW.
    MOVE ACCT-CUST-ID TO WS-ROW-CUST-ID
    MOVE ACCT-NO TO WS-ROW-ACCT-NO
    MOVE ACCT-TYPE TO WS-ROW-TYPE
    MOVE ACCT-STATUS TO WS-ROW-STATUS
    MOVE ACCT-OPEN-DATE TO WS-ROW-OPEN-DATE
    MOVE ACCT-BALANCE TO WS-ROW-BALANCE.

WRITE-ACCOUNT-ROW.
    ADD WS-ROW-BALANCE TO WS-ACCT-TOTAL
    MOVE WS-ROW-BALANCE TO WS-AMT-DISP
    MOVE SPACES TO ACCT-FEED-REC
    STRING "ACCT|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-CDC-EVENT) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ROW-CUST-ID) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-ROW-ACCT-NO DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-ROW-TYPE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-ROW-BEFORE-STATUS DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-ROW-STATUS DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-ROW-OPEN-DATE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-TODAY-X DELIMITED BY SIZE
           INTO ACCT-FEED-REC
    PERFORM WRITE-ACCT-FEED-REC
    ADD 1 TO WS-ACCT-ROWS.

WRITE-NEW-IMAGE.
    MOVE SPACES TO ACCOUNT-IMAGE-ENTRY
    MOVE ACCT-CUST-ID TO AI-CUST-ID
    MOVE ACCT-NO TO AI-ACCT-NO
    MOVE ACCT-TYPE TO AI-ACCT-TYPE
    MOVE ACCT-STATUS TO AI-ACCT-STATUS
    MOVE ACCT-OPEN-DATE TO AI-OPEN-DATE
    WRITE NEW-IMAGE-REC FROM ACCOUNT-IMAGE-ENTRY
    IF NEW-IMAGE-STATUS NOT = "00"
        MOVE NEW-IMAGE-STATUS TO WS-WRITE-STATUS
        MOVE "account image" TO WS-WRITE-FILE-NAME
        PERFORM NOTE-FEED-WRITE-FAILURE
    END-IF.

WRITE-ACCT-FEED-REC.
    WRITE ACCT-FEED-REC
    IF ACCT-FEED-STATUS NOT = "00"
        MOVE ACCT-FEED-STATUS TO WS-WRITE-STATUS
        MOVE "account feed" TO WS-WRITE-FILE-NAME
        PERFORM NOTE-FEED-WRITE-FAILURE
    END-IF.

*> ----------------------------------------------------------------
*> Posting part. Every journal row appended since the last run, as
*> TRXPOST wrote it. Row layout (CDCPOST V01), pipe-delimited:
*>   POST|post date|effective date|cust id|account|tran code|
*>   amount|before balance|after balance|operator|slip serial|
*>   cross-reference serial|journal line
*> The trailer carries credits and debits separately, so the
*> warehouse can prove both sides of what it loaded.
*> ----------------------------------------------------------------
WRITE-POSTING-FEED.
    OPEN OUTPUT POST-FEED-FILE
    IF POST-FEED-STATUS NOT = "00"
        MOVE POST-FEED-STATUS TO WS-WRITE-STATUS
        MOVE "posting feed" TO WS-WRITE-FILE-NAME
        PERFORM NOTE-FEED-WRITE-FAILURE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO POST-FEED-REC
    STRING "HEADER|CDCPOST|" DELIMITED BY SIZE
           WS-LAYOUT-VERSION DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-TODAY-X DELIMITED BY SIZE
           INTO POST-FEED-REC
    PERFORM WRITE-POST-FEED-REC
    MOVE ZERO TO WS-JOURNAL-LINE
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE OR WS-FEED-FAILED
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-JOURNAL-LINE
                    IF WS-JOURNAL-LINE > WS-JOURNAL-FROM
                        PERFORM WRITE-POSTING-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    ELSE
        IF TRX-JOURNAL-STATUS NOT = "35"
            MOVE "CDCFEED" TO WS-ERR-PROGRAM-ID
            MOVE TRX-JOURNAL-STATUS TO WS-ERR-CODE
            MOVE "Failed to open transaction journal for CDC feed"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            SET WS-FEED-FAILED TO TRUE
        END-IF
    END-IF
    IF WS-JOURNAL-LINE < WS-JOURNAL-FROM
        MOVE WS-JOURNAL-FROM TO WS-JOURNAL-LINE
    END-IF
    MOVE WS-POST-ROWS TO WS-COUNT-DISP
    MOVE WS-POST-CREDITS TO WS-TOTAL-DISP
    MOVE WS-POST-DEBITS TO WS-TOTAL2-DISP
    MOVE WS-JOURNAL-LINE TO WS-LINE-DISP
    MOVE SPACES TO POST-FEED-REC
    STRING "TRAILER|" DELIMITED BY SIZE
           WS-COUNT-DISP DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TOTAL-DISP) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TOTAL2-DISP) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-LINE-DISP DELIMITED BY SIZE
           INTO POST-FEED-REC
    PERFORM WRITE-POST-FEED-REC
    CLOSE POST-FEED-FILE.

WRITE-POSTING-ROW.
    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
    IF TJ-AMOUNT < ZERO
        SUBTRACT TJ-AMOUNT FROM WS-POST-DEBITS
    ELSE
        ADD TJ-AMOUNT TO WS-POST-CREDITS
    END-IF
    MOVE TJ-AMOUNT TO WS-AMT-DISP
    MOVE TJ-BEFORE-BALANCE TO WS-AMT2-DISP
    MOVE TJ-AFTER-BALANCE TO WS-AMT3-DISP
    MOVE WS-JOURNAL-LINE TO WS-LINE-DISP
    MOVE SPACES TO POST-FEED-REC
    STRING "POST|" DELIMITED BY SIZE
           TJ-POST-DATE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           TJ-EFF-DATE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(TJ-CUST-ID) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(TJ-ACCT-NO) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           TJ-TRAN-CODE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-AMT2-DISP) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-AMT3-DISP) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(TJ-OPERATOR-ID) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(TJ-SLIP-SERIAL) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(TJ-XREF-SERIAL) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-LINE-DISP DELIMITED BY SIZE
           INTO POST-FEED-REC
    PERFORM WRITE-POST-FEED-REC
    ADD 1 TO WS-POST-ROWS.

WRITE-POST-FEED-REC.
    WRITE POST-FEED-REC
    IF POST-FEED-STATUS NOT = "00"
        MOVE POST-FEED-STATUS TO WS-WRITE-STATUS
        MOVE "posting feed" TO WS-WRITE-FILE-NAME
        PERFORM NOTE-FEED-WRITE-FAILURE
    END-IF.

NOTE-FEED-WRITE-FAILURE.
    IF WS-FEED-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE "CDCFEED" TO WS-ERR-PROGRAM-ID
    MOVE WS-WRITE-STATUS TO WS-ERR-CODE
    MOVE SPACES TO WS-ERR-MESSAGE
    STRING "Failed writing CDC " DELIMITED BY SIZE
           FUNCTION TRIM(WS-WRITE-FILE-NAME) DELIMITED BY SIZE
           " - marker not advanced" DELIMITED BY SIZE
           INTO WS-ERR-MESSAGE
    SET WS-ERR-FATAL TO TRUE
    PERFORM LOG-COMMON-ERROR
    SET WS-FEED-FAILED TO TRUE.

SAVE-ACCOUNT-IMAGE.
    *> On a new business date the image being replaced becomes .prev,
    *> the baseline a same-day rerun compares against; a rerun leaves
    *> .prev alone. No image at all means tonight was the first load,
    *> and a stale .prev must not outlive it.
    IF NOT WS-SAME-DAY-RERUN
        MOVE 'N' TO WS-CURRENT-IMAGE-SW
        OPEN INPUT BASE-IMAGE-FILE
        IF BASE-IMAGE-STATUS = "00"
            SET WS-CURRENT-IMAGE-EXISTS TO TRUE
            CLOSE BASE-IMAGE-FILE
        END-IF
        IF WS-CURRENT-IMAGE-EXISTS
            CALL "CBL_COPY_FILE" USING ACCTIMAGEPATH PRIORIMAGEPATH
                RETURNING WS-DELETE-RC
        ELSE
            CALL "CBL_DELETE_FILE" USING PRIORIMAGEPATH
                RETURNING WS-DELETE-RC
        END-IF
    END-IF
    CALL "CBL_COPY_FILE" USING NEWIMAGEPATH ACCTIMAGEPATH
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = ZERO
        MOVE "CDCFEED" TO WS-ERR-PROGRAM-ID
        MOVE "IMAGE" TO WS-ERR-CODE
        MOVE "Account image not replaced - CDC marker not advanced"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        SET WS-FEED-FAILED TO TRUE
        EXIT PARAGRAPH
    END-IF
    CALL "CBL_DELETE_FILE" USING NEWIMAGEPATH
        RETURNING WS-DELETE-RC.

WRITE-FEED-MARKER.
    MOVE SPACES TO CDC-MARKER-ENTRY
    MOVE WS-TODAY-X TO CM-RUN-DATE
    MOVE WS-CHGLOG-LINE TO CM-CHGLOG-LINES
    MOVE WS-JOURNAL-LINE TO CM-JOURNAL-LINES
    MOVE WS-CHGLOG-FROM TO CM-PRIOR-CHGLOG
    MOVE WS-JOURNAL-FROM TO CM-PRIOR-JOURNAL
    OPEN OUTPUT CDC-MARKER-FILE
    WRITE CDC-MARKER-LINE FROM CDC-MARKER-ENTRY
    IF CDC-MARKER-STATUS NOT = "00"
        MOVE "CDCFEED" TO WS-ERR-PROGRAM-ID
        MOVE CDC-MARKER-STATUS TO WS-ERR-CODE
        MOVE "Failed to write CDC feed marker" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    CLOSE CDC-MARKER-FILE.

    COPY CYCSTAT.
    COPY ERRHAND.
