      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTNOTC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHANGE-LOG-FILE ASSIGN TO CHANGELOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    SELECT REJECTS-FILE ASSIGN TO REJECTSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJECTS-STATUS.
    SELECT NSF-FEE-TRANS-FILE ASSIGN TO NSFFEEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NSF-FEE-TRANS-STATUS.
    SELECT POSTING-INPUT-FILE ASSIGN TO TRXTRANSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POSTING-INPUT-STATUS.
    SELECT TD-REGISTER-FILE ASSIGN TO TDREGISTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TD-REGISTER-STATUS.
    SELECT SNAPSHOT-FILE ASSIGN TO CUSTSNAPPATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-ID OF SNAPSHOT-RECORD
        FILE STATUS IS SNAPSHOT-STATUS.
    SELECT PREFS-FILE ASSIGN TO PREFSPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PREFS-STATUS.
    SELECT NOTICE-LETTER-FILE ASSIGN TO LETTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LETTER-STATUS.
    SELECT CATALOG-FILE ASSIGN TO CATALOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.
    SELECT NOTICE-REGISTER-FILE ASSIGN TO NOTICEREGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTICE-REGISTER-STATUS.
    SELECT NOTICE-MARKER-FILE ASSIGN TO NOTICEMARKERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NOTICE-MARKER-STATUS.
    COPY PARMFILE.
    COPY CYCFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
FD  REJECTS-FILE.
01  REJECTS-REC            PIC X(280).
FD  NSF-FEE-TRANS-FILE.
    COPY TRXREC REPLACING ==DAILY-TRANS-RECORD== BY ==NSF-FEE-SLIP==
                LEADING ==DT-== BY ==NF-==.
FD  POSTING-INPUT-FILE.
    COPY TRXREC.
FD  TD-REGISTER-FILE.
01  TD-REGISTER-LINE       PIC X(132).
FD  SNAPSHOT-FILE.
    COPY CUSTREC REPLACING ==CUSTOMER-RECORD== BY ==SNAPSHOT-RECORD==.
FD  PREFS-FILE.
01  PREFS-REC              PIC X(12).
FD  NOTICE-LETTER-FILE.
01  LETTER-LINE            PIC X(132).
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  NOTICE-REGISTER-FILE.
01  NOTICE-REGISTER-LINE   PIC X(132).
FD  NOTICE-MARKER-FILE.
01  NOTICE-MARKER-LINE     PIC X(60).
    COPY PARMFD.
    COPY CYCFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  CHANGE-LOG-STATUS  PIC XX.
01  REJECTSPATH        PIC X(200) VALUE SPACES.
01  REJECTS-STATUS     PIC XX.
01  NSFFEEPATH         PIC X(200) VALUE SPACES.
01  NSF-FEE-TRANS-STATUS PIC XX.
01  TRXTRANSPATH       PIC X(200) VALUE SPACES.
01  POSTING-INPUT-STATUS PIC XX.
01  TDREGISTERPATH     PIC X(200) VALUE SPACES.
01  TD-REGISTER-STATUS PIC XX.
01  CUSTSNAPPATH       PIC X(200) VALUE SPACES.
01  SNAPSHOT-STATUS    PIC XX.
01  PREFSPATH          PIC X(200) VALUE SPACES.
01  PREFS-STATUS       PIC XX.
01  LETTERPATH         PIC X(200) VALUE SPACES.
01  LETTER-STATUS      PIC XX.
01  CATALOGPATH        PIC X(200) VALUE SPACES.
01  CATALOG-STATUS     PIC XX.
01  ARCHIVEDIRPATH     PIC X(150) VALUE SPACES.
01  NOTICEREGPATH      PIC X(200) VALUE SPACES.
01  NOTICE-REGISTER-STATUS PIC XX.
01  NOTICEMARKERPATH   PIC X(200) VALUE SPACES.
01  NOTICE-MARKER-STATUS PIC XX.
01  SQL-STATEMENT      PIC X(300).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-CUST-NAME       PIC X(40) VALUE SPACES.
01  WS-CUST-STATUS     PIC X(1) VALUE SPACE.
*> The notice marker, one line, rewritten at the end of every run
*> with how far each source has been lettered: change-log lines
*> (SIEMXPRT-style line count - the change log is never rolled),
*> the newest rejects-log stamp (that log is cut back every month,
*> so a line count would not survive the roll), and the report
*> date of the last certificate maturity register taken. The
*> letter sequence restarts each business date; a second run on
*> the same date carries on from it so no archive name is reused.
01  NOTICE-MARKER-ENTRY.
    05  NM-RUN-DATE        PIC X(8).
    05  FILLER             PIC X VALUE SPACE.
    05  NM-CHGLOG-LINES    PIC 9(9).
    05  FILLER             PIC X VALUE SPACE.
    05  NM-REJECT-STAMP    PIC X(16).
    05  FILLER             PIC X VALUE SPACE.
    05  NM-TDREG-DATE      PIC X(10).
    05  FILLER             PIC X VALUE SPACE.
    05  NM-LETTER-SEQ      PIC 9(5).
*> Per-customer delivery preferences - the file STMTGEN reads:
*>   columns  1-10  customer id
*>   column  12     'P' print (anyone not on file), 'E' electronic,
*>                  'H' hold at branch
01  PREFS-ENTRY.
    05  PF-CUST-ID         PIC X(10).
    05  FILLER             PIC X.
    05  PF-PREF            PIC X(1).
01  WS-PREFS-TABLE.
    05  WS-PREFS-COUNT     PIC 9(5) VALUE ZERO.
    05  WS-PREFS-ROW OCCURS 10000 TIMES.
        10  PT-CUST-ID         PIC X(10).
        10  PT-PREF            PIC X(1).
01  WS-PREFS-SUB       PIC 9(5) COMP VALUE ZERO.
01  WS-CUST-PREF       PIC X(1) VALUE 'P'.
01  WS-PREF-WORD       PIC X(5) VALUE SPACES.
*> Every qualifying event found tonight, in the order it is
*> lettered: change-log events in log order, then bounced debits,
*> then certificate maturities.
*>   EV-KIND  'A' address changed    'S' close settled
*>            'N' debit returned NSF 'M' certificate matured
*>   EV-FLAG  address: 'F' the log line flags the address as
*>            changed, 'R' a released update logged without flags
*>            (MNTAPPR lines from before it wrote them - the address
*>            is compared against the snapshot)
*>            settlement: 'D' deceased, 'C' customer's own close
01  WS-EVENT-TABLE.
    05  WS-EVENT-COUNT     PIC 9(4) VALUE ZERO.
    05  WS-EVENT-ROW OCCURS 2000 TIMES.
        10  EV-KIND            PIC X(1).
        10  EV-FLAG            PIC X(1).
        10  EV-CUST-ID         PIC X(10).
        10  EV-LOG-LINE        PIC 9(9).
        10  EV-STAMP           PIC X(16).
        10  EV-DATE            PIC X(8).
        10  EV-REF             PIC X(14).
        10  EV-REASON          PIC X(40).
        10  EV-OUTCOME         PIC X(30).
        10  EV-OTHER-DATE      PIC X(8).
        10  EV-AMOUNT          PIC S9(9)V99.
        10  EV-AMOUNT-SW       PIC X(1).
        10  EV-FEE             PIC S9(9)V99.
        10  EV-FEE-SW          PIC X(1).
        10  EV-INTEREST        PIC S9(9)V99.
01  WS-EVENT-SUB       PIC 9(4) COMP VALUE ZERO.
01  WS-SCAN-SUB        PIC 9(4) COMP VALUE ZERO.
01  WS-FOUND-SUB       PIC 9(4) COMP VALUE ZERO.
01  WS-TODAY           PIC 9(8) VALUE ZERO.
01  WS-TODAY-X REDEFINES WS-TODAY PIC X(8).
01  WS-LETTER-DATE     PIC X(10) VALUE SPACES.
01  WS-DATE-IN         PIC X(8).
01  WS-DATE-OUT        PIC X(10).
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-FAILED-SW       PIC X VALUE 'N'.
    88  WS-NOTICES-FAILED      VALUE 'Y'.
01  WS-FULL-SW         PIC X VALUE 'N'.
    88  WS-EVENT-TABLE-FULL    VALUE 'Y'.
01  WS-SNAP-OPEN-SW    PIC X VALUE 'N'.
    88  WS-SNAPSHOT-OPEN       VALUE 'Y'.
01  WS-CUST-FOUND-SW   PIC X VALUE 'N'.
    88  WS-CUSTOMER-FOUND      VALUE 'Y'.
01  WS-OLD-FOUND-SW    PIC X VALUE 'N'.
    88  WS-OLD-ADDRESS-FOUND   VALUE 'Y'.
*> How far each source has been lettered; written to the marker.
01  WS-CHGLOG-FROM     PIC 9(9) VALUE ZERO.
01  WS-CHGLOG-LINE     PIC 9(9) VALUE ZERO.
01  WS-CHGLOG-DONE     PIC 9(9) VALUE ZERO.
01  WS-REJECT-FROM     PIC X(16) VALUE SPACES.
01  WS-REJECT-DONE     PIC X(16) VALUE SPACES.
01  WS-TDREG-FROM      PIC X(10) VALUE SPACES.
01  WS-TDREG-DATE      PIC X(10) VALUE SPACES.
01  WS-TDREG-DONE      PIC X(10) VALUE SPACES.
01  WS-LETTER-SEQ      PIC 9(5) VALUE ZERO.
01  WS-OPERATOR-ID     PIC X(8) VALUE "CUSTNOTC".
*> Change-log line fields, found by tag as CDCFEED does.
01  WS-FIELD-TAG       PIC X(20) VALUE SPACES.
01  WS-FIELD-TAG-LEN   PIC 9(4) COMP VALUE ZERO.
01  WS-FIELD-WIDTH     PIC 9(4) COMP VALUE ZERO.
01  WS-FIELD-POS       PIC 9(4) COMP VALUE ZERO.
01  WS-FIELD-VALUE     PIC X(40) VALUE SPACES.
01  WS-FLAG-TALLY      PIC 9(4) COMP VALUE ZERO.
01  WS-LOG-ACTION      PIC X(1).
01  WS-LOG-DISPOSITION PIC X(10).
01  WS-NUM-TEXT        PIC X(13).
*> The letter being written: the artifact name, who it is to and
*> which address it goes to (the customer's address on file, or for
*> an address change the one it was changed from).
01  WS-LETTER-NAME     PIC X(60) VALUE SPACES.
01  WS-LETTER-KIND     PIC X(8) VALUE SPACES.
01  WS-LETTER-TO       PIC X(8) VALUE SPACES.
01  WS-SEQ-DISP        PIC 9(5).
01  WS-ADDRESSEE-NAME  PIC X(54) VALUE SPACES.
01  WS-ADDRESSEE-ADDRESS PIC X(60) VALUE SPACES.
01  WS-ADDRESSEE-PARTS REDEFINES WS-ADDRESSEE-ADDRESS.
    05  WS-ADDRESSEE-STREET PIC X(30).
    05  WS-ADDRESSEE-CITY   PIC X(15).
    05  WS-ADDRESSEE-STATE  PIC X(2).
    05  WS-ADDRESSEE-ZIP    PIC X(9).
    05  FILLER              PIC X(4).
01  WS-CURRENT-ADDRESS PIC X(60) VALUE SPACES.
01  WS-OLD-ADDRESS     PIC X(60) VALUE SPACES.
01  WS-AMT-DISP        PIC -(9)9.99.
01  WS-AMT2-DISP       PIC -(9)9.99.
01  WS-REG-TEXT        PIC X(60) VALUE SPACES.
01  WS-NOTICE-COUNTS.
    05  WS-NSF-COUNT       PIC 9(7) VALUE ZERO.
    05  WS-ADDRESS-COUNT   PIC 9(7) VALUE ZERO.
    05  WS-MATURITY-COUNT  PIC 9(7) VALUE ZERO.
    05  WS-SETTLE-COUNT    PIC 9(7) VALUE ZERO.
    05  WS-LETTER-COUNT    PIC 9(7) VALUE ZERO.
    05  WS-UNSENT-COUNT    PIC 9(7) VALUE ZERO.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(30) VALUE
        "CUSTOMER NOTICE REGISTER      ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "CUSTOMER   NOTICE   SENT TO  DELIVERY LETTER / REMARK".
01  DETAIL-LINE.
    05  DL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-KIND            PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-TO              PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-DELIVERY        PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-TEXT            PIC X(60).
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-VALUE           PIC ZZZZZZ9.
    COPY CATREC.
    COPY PARMTAB.
    COPY CYCTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    *> Nightly customer notices. Customers heard nothing when a debit
    *> bounced and drew an NSF fee, when their address was changed -
    *> the first move in an account takeover - or when a certificate
    *> matured or a close was settled. Each event found since the
    *> last run gets its own letter: the customer's name and address
    *> as on CUSTOMERS, and for an address change a second letter to
    *> the address it was changed from, taken from last night's
    *> customer snapshot (this step runs before CUSTSNAP rebuilds
    *> it). Letters are archive artifacts named by the statement
    *> delivery preference, cataloged like STMTGEN's split
    *> statements, so the notice-print / notice-elec / notice-hold
    *> routes carry them out and RPTREPRT can send one again. Each
    *> letter sent is an ACTION=L line on the change log, where
    *> CUSTHIST shows it on the customer's page.
    MOVE "CUSTNOTC" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY-X TO WS-DATE-IN
    PERFORM FORMAT-LETTER-DATE
    MOVE WS-DATE-OUT TO WS-LETTER-DATE
    PERFORM RESOLVE-PATHS
    PERFORM READ-NOTICE-MARKER
    PERFORM LOAD-DELIVERY-PREFS
    PERFORM COLLECT-CHANGE-LOG-EVENTS
    IF NOT WS-NOTICES-FAILED
        PERFORM COLLECT-NSF-EVENTS
    END-IF
    IF NOT WS-NOTICES-FAILED
        PERFORM COLLECT-MATURITY-EVENTS
    END-IF
    IF NOT WS-NOTICES-FAILED
        PERFORM SEND-ALL-NOTICES
    END-IF
    IF WS-CHGLOG-DONE > WS-CHGLOG-FROM
            OR WS-REJECT-DONE NOT = WS-REJECT-FROM
            OR WS-TDREG-DONE NOT = WS-TDREG-FROM
            OR WS-LETTER-COUNT > ZERO
        PERFORM WRITE-NOTICE-MARKER
    END-IF
    DISPLAY "CUSTNOTC complete - letters: " WS-LETTER-COUNT
            " NSF: " WS-NSF-COUNT
            " address: " WS-ADDRESS-COUNT
            " maturity: " WS-MATURITY-COUNT
            " settlement: " WS-SETTLE-COUNT
            " not sent: " WS-UNSENT-COUNT
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHANGELOGPATH FROM ENVIRONMENT-VALUE
    IF CHANGELOGPATH = SPACES
        MOVE "custmaint-change-log.dat" TO CHANGELOGPATH
    END-IF
    DISPLAY "INJECTION-FAIL-REJECTS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT REJECTSPATH FROM ENVIRONMENT-VALUE
    IF REJECTSPATH = SPACES
        MOVE "injection-fail-rejects.dat" TO REJECTSPATH
    END-IF
    DISPLAY "TRX-NSF-FEE-TRANS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT NSFFEEPATH FROM ENVIRONMENT-VALUE
    IF NSFFEEPATH = SPACES
        MOVE "nsf-fee-trans.dat" TO NSFFEEPATH
    END-IF
    DISPLAY "TRX-TRANS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXTRANSPATH FROM ENVIRONMENT-VALUE
    IF TRXTRANSPATH = SPACES
        MOVE "daily-trans.dat" TO TRXTRANSPATH
    END-IF
    DISPLAY "TD-REGISTER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TDREGISTERPATH FROM ENVIRONMENT-VALUE
    IF TDREGISTERPATH = SPACES
        MOVE "td-maturity-register.dat" TO TDREGISTERPATH
    END-IF
    DISPLAY "CUSTOMER-SNAPSHOT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CUSTSNAPPATH FROM ENVIRONMENT-VALUE
    IF CUSTSNAPPATH = SPACES
        MOVE "customer-snapshot.dat" TO CUSTSNAPPATH
    END-IF
    DISPLAY "STMT-DELIVERY-PREFS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT PREFSPATH FROM ENVIRONMENT-VALUE
    IF PREFSPATH = SPACES
        MOVE "stmt-delivery-prefs.dat" TO PREFSPATH
    END-IF
    DISPLAY "UTILS-ARCHIVE-DIR-PATH" UPON ENVIRONMENT-NAME
    ACCEPT ARCHIVEDIRPATH FROM ENVIRONMENT-VALUE
    IF ARCHIVEDIRPATH = SPACES
        MOVE "/archive" TO ARCHIVEDIRPATH
    END-IF
    DISPLAY "UTILS-CATALOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CATALOGPATH FROM ENVIRONMENT-VALUE
    IF CATALOGPATH = SPACES
        MOVE "utils-report-catalog.dat" TO CATALOGPATH
    END-IF
    DISPLAY "CUSTOMER-NOTICE-REGISTER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT NOTICEREGPATH FROM ENVIRONMENT-VALUE
    IF NOTICEREGPATH = SPACES
        MOVE "customer-notice-register.dat" TO NOTICEREGPATH
    END-IF
    DISPLAY "CUSTOMER-NOTICE-MARKER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT NOTICEMARKERPATH FROM ENVIRONMENT-VALUE
    IF NOTICEMARKERPATH = SPACES
        MOVE "customer-notice-marker.dat" TO NOTICEMARKERPATH
    END-IF.

READ-NOTICE-MARKER.
    *> No marker is the first night: every source is lettered from
    *> its start. Change-log history and stale rejects are not worth
    *> writing to customers about, so a first run with existing logs
    *> should be preceded by a hand-made marker at their current end.
    OPEN INPUT NOTICE-MARKER-FILE
    IF NOTICE-MARKER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ NOTICE-MARKER-FILE
        AT END
            MOVE SPACES TO NOTICE-MARKER-LINE
    END-READ
    CLOSE NOTICE-MARKER-FILE
    IF NOTICE-MARKER-LINE = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE NOTICE-MARKER-LINE TO NOTICE-MARKER-ENTRY
    IF NM-CHGLOG-LINES NOT NUMERIC OR NM-LETTER-SEQ NOT NUMERIC
        *> an unreadable marker must not restart the notices from
        *> line one of a change log years deep
        MOVE "CUSTNOTC" TO WS-ERR-PROGRAM-ID
        MOVE "MARKER" TO WS-ERR-CODE
        MOVE "Customer notice marker unreadable - no notices sent"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    MOVE NM-CHGLOG-LINES TO WS-CHGLOG-FROM
    MOVE NM-REJECT-STAMP TO WS-REJECT-FROM
    MOVE NM-TDREG-DATE TO WS-TDREG-FROM
    IF NM-RUN-DATE = WS-TODAY-X
        MOVE NM-LETTER-SEQ TO WS-LETTER-SEQ
    END-IF.

LOAD-DELIVERY-PREFS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT PREFS-FILE
    IF PREFS-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ PREFS-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE PREFS-REC TO PREFS-ENTRY
                    IF PF-CUST-ID NOT = SPACES
                            AND WS-PREFS-COUNT < 10000
                        ADD 1 TO WS-PREFS-COUNT
                        MOVE PF-CUST-ID
                            TO PT-CUST-ID(WS-PREFS-COUNT)
                        MOVE PF-PREF TO PT-PREF(WS-PREFS-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PREFS-FILE
    END-IF.

RESOLVE-CUSTOMER-PREF.
    *> Same rule as STMTGEN: print unless the customer's line says
    *> electronic or hold.
    MOVE 'P' TO WS-CUST-PREF
    PERFORM VARYING WS-PREFS-SUB FROM 1 BY 1
            UNTIL WS-PREFS-SUB > WS-PREFS-COUNT
        IF PT-CUST-ID(WS-PREFS-SUB) = EV-CUST-ID(WS-EVENT-SUB)
            IF PT-PREF(WS-PREFS-SUB) = 'E'
                    OR PT-PREF(WS-PREFS-SUB) = 'H'
                MOVE PT-PREF(WS-PREFS-SUB) TO WS-CUST-PREF
            END-IF
            MOVE WS-PREFS-COUNT TO WS-PREFS-SUB
        END-IF
    END-PERFORM
    EVALUATE WS-CUST-PREF
        WHEN 'E'
            MOVE "elec" TO WS-PREF-WORD
        WHEN 'H'
            MOVE "hold" TO WS-PREF-WORD
        WHEN OTHER
            MOVE "print" TO WS-PREF-WORD
    END-EVALUATE.

*> ----------------------------------------------------------------
*> Change-log events past the marker:
*>   address  ACTION=U line with ADDR-CHANGED=Y, from CUSTMAINT
*>            or a parked update MNTAPPR released; a RELEASED line
*>            without flags is compared against the snapshot when
*>            the letter is written
*>   settled  CLOSESET's ACTION=D ... DISPOSITION=CLOSED line;
*>            CUSTMAINT's own D line is only the request being filed
*> Several address changes to one customer in a night are one
*> notice: the letter goes to the address on file and to the one
*> the customer had last night.
*> ----------------------------------------------------------------
COLLECT-CHANGE-LOG-EVENTS.
    MOVE ZERO TO WS-CHGLOG-LINE
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT CHANGE-LOG-FILE
    IF CHANGE-LOG-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE OR WS-EVENT-TABLE-FULL
            READ CHANGE-LOG-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-CHGLOG-LINE
                    IF WS-CHGLOG-LINE > WS-CHGLOG-FROM
                        PERFORM NOTE-CHANGE-LOG-EVENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHANGE-LOG-FILE
    ELSE
        IF CHANGE-LOG-STATUS NOT = "35"
            MOVE "CUSTNOTC" TO WS-ERR-PROGRAM-ID
            MOVE CHANGE-LOG-STATUS TO WS-ERR-CODE
            MOVE "Failed to open customer change log for notices"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            SET WS-NOTICES-FAILED TO TRUE
        END-IF
    END-IF
    *> a full table stops the read on the line that did not fit, so
    *> the marker lands just before it and tomorrow picks it up
    IF WS-EVENT-TABLE-FULL
        SUBTRACT 1 FROM WS-CHGLOG-LINE
    END-IF
    IF WS-CHGLOG-LINE < WS-CHGLOG-FROM
        MOVE WS-CHGLOG-FROM TO WS-CHGLOG-LINE
    END-IF
    MOVE WS-CHGLOG-FROM TO WS-CHGLOG-DONE.

NOTE-CHANGE-LOG-EVENT.
    MOVE CHANGE-LOG-REC(26:1) TO WS-LOG-ACTION
    IF WS-LOG-ACTION NOT = 'U' AND WS-LOG-ACTION NOT = 'D'
        EXIT PARAGRAPH
    END-IF
    MOVE " DISPOSITION=" TO WS-FIELD-TAG
    MOVE 13 TO WS-FIELD-TAG-LEN
    MOVE ZERO TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO WS-LOG-DISPOSITION
    EVALUATE TRUE
        WHEN WS-LOG-ACTION = 'U' AND WS-LOG-DISPOSITION = SPACES
            MOVE ZERO TO WS-FLAG-TALLY
            INSPECT CHANGE-LOG-REC TALLYING WS-FLAG-TALLY
                FOR ALL " ADDR-CHANGED=Y"
            IF WS-FLAG-TALLY > ZERO
                PERFORM NOTE-ADDRESS-EVENT
                IF WS-FOUND-SUB > ZERO
                    MOVE 'F' TO EV-FLAG(WS-FOUND-SUB)
                END-IF
            END-IF
        WHEN WS-LOG-ACTION = 'U' AND WS-LOG-DISPOSITION = "RELEASED"
            MOVE ZERO TO WS-FLAG-TALLY
            INSPECT CHANGE-LOG-REC TALLYING WS-FLAG-TALLY
                FOR ALL " ADDR-CHANGED=Y"
            PERFORM NOTE-ADDRESS-EVENT
            IF WS-FOUND-SUB > ZERO
                IF WS-FLAG-TALLY > ZERO
                    MOVE 'F' TO EV-FLAG(WS-FOUND-SUB)
                ELSE
                    IF EV-FLAG(WS-FOUND-SUB) = SPACE
                        MOVE 'R' TO EV-FLAG(WS-FOUND-SUB)
                    END-IF
                END-IF
            END-IF
        WHEN WS-LOG-ACTION = 'D' AND WS-LOG-DISPOSITION = "CLOSED"
            PERFORM NOTE-SETTLEMENT-EVENT
    END-EVALUATE.

NOTE-ADDRESS-EVENT.
    *> WS-FOUND-SUB comes back naming the customer's address event,
    *> an earlier one tonight or a new one; zero when the table is
    *> full.
    MOVE ZERO TO WS-FOUND-SUB
    PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
            UNTIL WS-SCAN-SUB > WS-EVENT-COUNT
        IF EV-KIND(WS-SCAN-SUB) = 'A'
                AND EV-CUST-ID(WS-SCAN-SUB) = CHANGE-LOG-REC(31:10)
            MOVE WS-SCAN-SUB TO WS-FOUND-SUB
            MOVE WS-EVENT-COUNT TO WS-SCAN-SUB
        END-IF
    END-PERFORM
    IF WS-FOUND-SUB > ZERO
        EXIT PARAGRAPH
    END-IF
    PERFORM ADD-EVENT-ROW
    IF WS-EVENT-TABLE-FULL
        EXIT PARAGRAPH
    END-IF
    MOVE WS-EVENT-COUNT TO WS-FOUND-SUB
    MOVE 'A' TO EV-KIND(WS-FOUND-SUB)
    MOVE CHANGE-LOG-REC(31:10) TO EV-CUST-ID(WS-FOUND-SUB)
    MOVE CHANGE-LOG-REC(1:8) TO EV-DATE(WS-FOUND-SUB)
    MOVE WS-CHGLOG-LINE TO EV-LOG-LINE(WS-FOUND-SUB).

NOTE-SETTLEMENT-EVENT.
    PERFORM ADD-EVENT-ROW
    IF WS-EVENT-TABLE-FULL
        EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO EV-KIND(WS-EVENT-COUNT)
    MOVE CHANGE-LOG-REC(31:10) TO EV-CUST-ID(WS-EVENT-COUNT)
    MOVE CHANGE-LOG-REC(1:8) TO EV-DATE(WS-EVENT-COUNT)
    MOVE WS-CHGLOG-LINE TO EV-LOG-LINE(WS-EVENT-COUNT)
    MOVE 'C' TO EV-FLAG(WS-EVENT-COUNT)
    MOVE " REASON=" TO WS-FIELD-TAG
    MOVE 8 TO WS-FIELD-TAG-LEN
    MOVE ZERO TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    IF WS-FIELD-VALUE = "DECEASED"
        MOVE 'D' TO EV-FLAG(WS-EVENT-COUNT)
    END-IF
    MOVE " INTEREST=" TO WS-FIELD-TAG
    MOVE 10 TO WS-FIELD-TAG-LEN
    MOVE 13 TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    PERFORM TAKE-LOG-AMOUNT
    MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO EV-INTEREST(WS-EVENT-COUNT)
    MOVE " FEE=" TO WS-FIELD-TAG
    MOVE 5 TO WS-FIELD-TAG-LEN
    PERFORM FIND-LOG-FIELD
    PERFORM TAKE-LOG-AMOUNT
    MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO EV-FEE(WS-EVENT-COUNT)
    MOVE " PAYOUT=" TO WS-FIELD-TAG
    MOVE 8 TO WS-FIELD-TAG-LEN
    PERFORM FIND-LOG-FIELD
    PERFORM TAKE-LOG-AMOUNT
    MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO EV-AMOUNT(WS-EVENT-COUNT)
    MOVE " PAYTO=" TO WS-FIELD-TAG
    MOVE 7 TO WS-FIELD-TAG-LEN
    MOVE 15 TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO EV-OUTCOME(WS-EVENT-COUNT)
    MOVE " REQUESTED=" TO WS-FIELD-TAG
    MOVE 11 TO WS-FIELD-TAG-LEN
    MOVE 8 TO WS-FIELD-WIDTH
    PERFORM FIND-LOG-FIELD
    MOVE WS-FIELD-VALUE TO EV-OTHER-DATE(WS-EVENT-COUNT).

TAKE-LOG-AMOUNT.
    *> CLOSESET writes its amounts as edited -(9)9.99 fields.
    MOVE WS-FIELD-VALUE TO WS-NUM-TEXT
    IF WS-NUM-TEXT = SPACES
            OR FUNCTION TEST-NUMVAL(WS-NUM-TEXT) NOT = ZERO
        MOVE "0" TO WS-NUM-TEXT
    END-IF.

ADD-EVENT-ROW.
    IF WS-EVENT-COUNT >= 2000
        IF NOT WS-EVENT-TABLE-FULL
            SET WS-EVENT-TABLE-FULL TO TRUE
            MOVE "CUSTNOTC" TO WS-ERR-PROGRAM-ID
            MOVE "EVTFULL" TO WS-ERR-CODE
            MOVE "Notice event table full - the rest go next run"
                TO WS-ERR-MESSAGE
            SET WS-ERR-WARNING TO TRUE
            PERFORM LOG-COMMON-ERROR
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-EVENT-COUNT
    MOVE SPACES TO WS-EVENT-ROW(WS-EVENT-COUNT)
    MOVE ZERO TO EV-LOG-LINE(WS-EVENT-COUNT)
    MOVE ZERO TO EV-AMOUNT(WS-EVENT-COUNT)
    MOVE ZERO TO EV-FEE(WS-EVENT-COUNT)
    MOVE ZERO TO EV-INTEREST(WS-EVENT-COUNT)
    MOVE 'N' TO EV-AMOUNT-SW(WS-EVENT-COUNT)
    MOVE 'N' TO EV-FEE-SW(WS-EVENT-COUNT).

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

*> ----------------------------------------------------------------
*> Bounced debits: TRXPOST's rejects-log lines for the two NSF
*> reasons, stamped after the marker. The line is
*>   stamp(1-16) " reason=" reason(25-64) " value=" serial(72-85)
*>   " CUST " customer(92-101)
*> The fee is the NF slip TRXPOST cut into the NSF fee file against
*> that serial (none when NSF-FEE is zero); the amount is the slip
*> in tonight's posting input. A debit refused for a sanctions hold
*> or any other reason is not an NSF event and gets no letter.
*> ----------------------------------------------------------------
COLLECT-NSF-EVENTS.
    MOVE WS-REJECT-FROM TO WS-REJECT-DONE
    IF WS-EVENT-TABLE-FULL
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT REJECTS-FILE
    IF REJECTS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE OR WS-EVENT-TABLE-FULL
        READ REJECTS-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF REJECTS-REC(1:16) > WS-REJECT-FROM
                        AND REJECTS-REC(17:8) = " reason="
                        AND REJECTS-REC(86:6) = " CUST "
                        AND (REJECTS-REC(25:40) =
                                 "DEBIT EXCEEDS OVERDRAFT LIMIT"
                             OR REJECTS-REC(25:40) =
                                 "DEBIT EXCEEDS AVAILABLE BALANCE")
                    PERFORM NOTE-NSF-EVENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE REJECTS-FILE
    PERFORM LOAD-NSF-FEES
    PERFORM LOAD-BOUNCED-AMOUNTS.

NOTE-NSF-EVENT.
    PERFORM ADD-EVENT-ROW
    IF WS-EVENT-TABLE-FULL
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO EV-KIND(WS-EVENT-COUNT)
    MOVE REJECTS-REC(92:10) TO EV-CUST-ID(WS-EVENT-COUNT)
    MOVE REJECTS-REC(1:16) TO EV-STAMP(WS-EVENT-COUNT)
    MOVE REJECTS-REC(1:8) TO EV-DATE(WS-EVENT-COUNT)
    MOVE REJECTS-REC(72:14) TO EV-REF(WS-EVENT-COUNT)
    MOVE REJECTS-REC(25:40) TO EV-REASON(WS-EVENT-COUNT).

LOAD-NSF-FEES.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT NSF-FEE-TRANS-FILE
    IF NSF-FEE-TRANS-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ NSF-FEE-TRANS-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF NF-SLIP-SERIAL(1:2) = "NF"
                        AND NF-XREF-SERIAL NOT = SPACES
                        AND NF-AMOUNT NUMERIC
                    PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                            UNTIL WS-SCAN-SUB > WS-EVENT-COUNT
                        IF EV-KIND(WS-SCAN-SUB) = 'N'
                                AND EV-REF(WS-SCAN-SUB)
                                    = NF-XREF-SERIAL
                                AND EV-CUST-ID(WS-SCAN-SUB)
                                    = NF-CUST-ID
                            MOVE NF-AMOUNT TO EV-FEE(WS-SCAN-SUB)
                            MOVE 'Y' TO EV-FEE-SW(WS-SCAN-SUB)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE NSF-FEE-TRANS-FILE.

LOAD-BOUNCED-AMOUNTS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT POSTING-INPUT-FILE
    IF POSTING-INPUT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ POSTING-INPUT-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF DT-SLIP-SERIAL NOT = SPACES
                        AND DT-AMOUNT NUMERIC
                    PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                            UNTIL WS-SCAN-SUB > WS-EVENT-COUNT
                        IF EV-KIND(WS-SCAN-SUB) = 'N'
                                AND EV-REF(WS-SCAN-SUB)
                                    = DT-SLIP-SERIAL
                            MOVE DT-AMOUNT TO EV-AMOUNT(WS-SCAN-SUB)
                            MOVE 'Y' TO EV-AMOUNT-SW(WS-SCAN-SUB)
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM
    CLOSE POSTING-INPUT-FILE.

*> ----------------------------------------------------------------
*> Certificate outcomes: the detail lines of TDMATUR's register,
*> which it rewrites every run with that night's work. A register
*> whose report date has already been taken is not read again. The
*> maturity notice TDMATUR sends itself ahead of maturity, and a
*> certificate skipped for an inactive account, are not outcomes.
*> Detail line: customer(1-10) account(12-15) matured(17-24)
*> principal(26-38) interest(40-52) action(54-83).
*> ----------------------------------------------------------------
COLLECT-MATURITY-EVENTS.
    MOVE WS-TDREG-FROM TO WS-TDREG-DONE
    MOVE SPACES TO WS-TDREG-DATE
    IF WS-EVENT-TABLE-FULL
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TD-REGISTER-FILE
    IF TD-REGISTER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ TD-REGISTER-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            IF TD-REGISTER-LINE(1:30) = "CERTIFICATE MATURITY REGISTER"
                MOVE TD-REGISTER-LINE(41:10) TO WS-TDREG-DATE
            END-IF
    END-READ
    IF WS-TDREG-DATE = SPACES OR WS-TDREG-DATE = WS-TDREG-FROM
        CLOSE TD-REGISTER-FILE
        MOVE SPACES TO WS-TDREG-DATE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE OR WS-EVENT-TABLE-FULL
        READ TD-REGISTER-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF TD-REGISTER-LINE(1:10) NOT = SPACES
                        AND TD-REGISTER-LINE(17:8) NUMERIC
                        AND (TD-REGISTER-LINE(54:10) = "ROLLED TO "
                             OR TD-REGISTER-LINE(54:8) = "PAID TO "
                             OR TD-REGISTER-LINE(54:4) = "HELD")
                    PERFORM NOTE-MATURITY-EVENT
                END-IF
        END-READ
    END-PERFORM
    CLOSE TD-REGISTER-FILE
    *> a register only partly taken is taken again in full next
    *> run rather than having its first certificates lettered twice
    *> on the way to the rest - the table only fills on a night far
    *> beyond any real maturity volume
    IF WS-EVENT-TABLE-FULL
        MOVE SPACES TO WS-TDREG-DATE
    END-IF.

NOTE-MATURITY-EVENT.
    PERFORM ADD-EVENT-ROW
    IF WS-EVENT-TABLE-FULL
        EXIT PARAGRAPH
    END-IF
    MOVE 'M' TO EV-KIND(WS-EVENT-COUNT)
    MOVE TD-REGISTER-LINE(1:10) TO EV-CUST-ID(WS-EVENT-COUNT)
    MOVE TD-REGISTER-LINE(12:4) TO EV-REF(WS-EVENT-COUNT)
    MOVE TD-REGISTER-LINE(17:8) TO EV-DATE(WS-EVENT-COUNT)
    MOVE TD-REGISTER-LINE(54:30) TO EV-OUTCOME(WS-EVENT-COUNT)
    MOVE TD-REGISTER-LINE(26:13) TO WS-NUM-TEXT
    IF FUNCTION TEST-NUMVAL(WS-NUM-TEXT) = ZERO
        MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO EV-AMOUNT(WS-EVENT-COUNT)
    END-IF
    MOVE TD-REGISTER-LINE(40:13) TO WS-NUM-TEXT
    IF FUNCTION TEST-NUMVAL(WS-NUM-TEXT) = ZERO
        MOVE FUNCTION NUMVAL(WS-NUM-TEXT)
            TO EV-INTEREST(WS-EVENT-COUNT)
    END-IF.

*> ----------------------------------------------------------------
*> Lettering. Each event is finished - letters archived and
*> cataloged, change-log line written - before the next starts, and
*> the marker position for its source moves with it, so a run that
*> fails part way re-sends nothing that already went.
*> ----------------------------------------------------------------
SEND-ALL-NOTICES.
    OPEN OUTPUT NOTICE-REGISTER-FILE
    MOVE WS-LETTER-DATE TO PH-REPORT-DATE
    WRITE NOTICE-REGISTER-LINE FROM PAGE-HEADER-1
    MOVE SPACES TO NOTICE-REGISTER-LINE
    WRITE NOTICE-REGISTER-LINE
    WRITE NOTICE-REGISTER-LINE FROM COLUMN-HEADER-LINE
    OPEN INPUT SNAPSHOT-FILE
    IF SNAPSHOT-STATUS = "00"
        SET WS-SNAPSHOT-OPEN TO TRUE
    ELSE
        *> without last night's picture the letter to the address a
        *> customer was moved from cannot be written; the new
        *> address still hears, and the register says why the other
        *> did not go
        MOVE "CUSTNOTC" TO WS-ERR-PROGRAM-ID
        MOVE SNAPSHOT-STATUS TO WS-ERR-CODE
        MOVE "Customer snapshot unavailable - no letters to previous addresses"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
            UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
               OR WS-NOTICES-FAILED
        PERFORM SEND-EVENT-NOTICE
        IF NOT WS-NOTICES-FAILED
            PERFORM NOTE-EVENT-DONE
        END-IF
    END-PERFORM
    IF WS-SNAPSHOT-OPEN
        CLOSE SNAPSHOT-FILE
    END-IF
    *> every event of a source lettered: its marker goes to the end
    *> of what was read, past the lines that were no event at all
    IF NOT WS-NOTICES-FAILED
        MOVE WS-CHGLOG-LINE TO WS-CHGLOG-DONE
        IF WS-TDREG-DATE NOT = SPACES
            MOVE WS-TDREG-DATE TO WS-TDREG-DONE
        END-IF
    END-IF
    PERFORM WRITE-REGISTER-TOTALS
    CLOSE NOTICE-REGISTER-FILE.

NOTE-EVENT-DONE.
    EVALUATE EV-KIND(WS-EVENT-SUB)
        WHEN 'A'
        WHEN 'S'
            IF EV-LOG-LINE(WS-EVENT-SUB) > WS-CHGLOG-DONE
                MOVE EV-LOG-LINE(WS-EVENT-SUB) TO WS-CHGLOG-DONE
            END-IF
        WHEN 'N'
            IF EV-STAMP(WS-EVENT-SUB) > WS-REJECT-DONE
                MOVE EV-STAMP(WS-EVENT-SUB) TO WS-REJECT-DONE
            END-IF
    END-EVALUATE.

SEND-EVENT-NOTICE.
    PERFORM LOOKUP-CUSTOMER
    PERFORM RESOLVE-CUSTOMER-PREF
    EVALUATE EV-KIND(WS-EVENT-SUB)
        WHEN 'N'
            MOVE "NSF" TO WS-LETTER-KIND
        WHEN 'A'
            MOVE "ADDRESS" TO WS-LETTER-KIND
        WHEN 'M'
            MOVE "MATURITY" TO WS-LETTER-KIND
        WHEN 'S'
            MOVE "CLOSING" TO WS-LETTER-KIND
    END-EVALUATE
    IF NOT WS-CUSTOMER-FOUND
        MOVE "NOT SENT - CUSTOMER NOT ON FILE" TO WS-REG-TEXT
        MOVE SPACES TO WS-LETTER-TO
        PERFORM WRITE-UNSENT-LINE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CURRENT-ADDRESS TO WS-ADDRESSEE-ADDRESS
    MOVE WS-CUST-NAME TO WS-ADDRESSEE-NAME
    MOVE "CURRENT" TO WS-LETTER-TO
    EVALUATE EV-KIND(WS-EVENT-SUB)
        WHEN 'N'
            PERFORM SEND-NSF-NOTICE
        WHEN 'A'
            PERFORM SEND-ADDRESS-NOTICES
        WHEN 'M'
            PERFORM SEND-MATURITY-NOTICE
        WHEN 'S'
            PERFORM SEND-SETTLEMENT-NOTICE
    END-EVALUATE.

LOOKUP-CUSTOMER.
    MOVE 'N' TO WS-CUST-FOUND-SW
    MOVE SPACES TO WS-CUST-NAME
    MOVE SPACES TO WS-CURRENT-ADDRESS
    MOVE SPACE TO WS-CUST-STATUS
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT NAME, ADDRESS, STATUS FROM CUSTOMERS WHERE ID = '"
               DELIMITED BY SIZE
           EV-CUST-ID(WS-EVENT-SUB) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C44 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C44
    END-EXEC
    EXEC SQL
        FETCH C44 INTO :WS-CUST-NAME, :WS-CURRENT-ADDRESS,
                       :WS-CUST-STATUS
    END-EXEC
    IF SQLCODE = ZERO
        SET WS-CUSTOMER-FOUND TO TRUE
    END-IF
    EXEC SQL
        CLOSE C44
    END-EXEC
    MOVE ZERO TO SQLCODE.

LOOKUP-PREVIOUS-ADDRESS.
    MOVE 'N' TO WS-OLD-FOUND-SW
    MOVE SPACES TO WS-OLD-ADDRESS
    IF NOT WS-SNAPSHOT-OPEN
        EXIT PARAGRAPH
    END-IF
    MOVE EV-CUST-ID(WS-EVENT-SUB) TO CUST-ID OF SNAPSHOT-RECORD
    READ SNAPSHOT-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-OLD-ADDRESS-FOUND TO TRUE
            MOVE CUST-ADDRESS OF SNAPSHOT-RECORD TO WS-OLD-ADDRESS
    END-READ.

SEND-NSF-NOTICE.
    PERFORM OPEN-NOTICE-LETTER
    IF WS-NOTICES-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE "NOTICE OF RETURNED ITEM" TO LETTER-LINE
    PERFORM WRITE-LETTER-HEADING
    MOVE EV-DATE(WS-EVENT-SUB) TO WS-DATE-IN
    PERFORM FORMAT-LETTER-DATE
    MOVE SPACES TO LETTER-LINE
    IF EV-AMOUNT-SW(WS-EVENT-SUB) = 'Y'
        MOVE EV-AMOUNT(WS-EVENT-SUB) TO WS-AMT-DISP
        STRING "ON " DELIMITED BY SIZE
               WS-DATE-OUT DELIMITED BY SIZE
               " WE WERE UNABLE TO PAY ITEM " DELIMITED BY SIZE
               FUNCTION TRIM(EV-REF(WS-EVENT-SUB)) DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
               " FROM ACCOUNT " DELIMITED BY SIZE
               EV-CUST-ID(WS-EVENT-SUB) DELIMITED BY SIZE
               INTO LETTER-LINE
    ELSE
        STRING "ON " DELIMITED BY SIZE
               WS-DATE-OUT DELIMITED BY SIZE
               " WE WERE UNABLE TO PAY ITEM " DELIMITED BY SIZE
               FUNCTION TRIM(EV-REF(WS-EVENT-SUB)) DELIMITED BY SIZE
               " FROM ACCOUNT " DELIMITED BY SIZE
               EV-CUST-ID(WS-EVENT-SUB) DELIMITED BY SIZE
               INTO LETTER-LINE
    END-IF
    PERFORM WRITE-LETTER-LINE
    IF EV-REASON(WS-EVENT-SUB) = "DEBIT EXCEEDS AVAILABLE BALANCE"
        MOVE "BECAUSE IT WAS MORE THAN THE BALANCE AVAILABLE AFTER FUNDS ON HOLD."
            TO LETTER-LINE
    ELSE
        MOVE "BECAUSE THERE WERE NOT ENOUGH FUNDS IN THE ACCOUNT TO COVER IT."
            TO LETTER-LINE
    END-IF
    PERFORM WRITE-LETTER-LINE
    IF EV-FEE-SW(WS-EVENT-SUB) = 'Y'
        MOVE EV-FEE(WS-EVENT-SUB) TO WS-AMT-DISP
        MOVE SPACES TO LETTER-LINE
        STRING "A RETURNED ITEM FEE OF " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
               " HAS BEEN CHARGED AND WILL SHOW ON YOUR NEXT STATEMENT."
                   DELIMITED BY SIZE
               INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
    END-IF
    MOVE "THE ITEM WAS NOT PAID. PLEASE ARRANGE PAYMENT WITH THE PAYEE"
        TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE "AND CONTACT YOUR BRANCH IF YOU HAVE ANY QUESTIONS."
        TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    PERFORM CLOSE-NOTICE-LETTER
    IF NOT WS-NOTICES-FAILED
        ADD 1 TO WS-NSF-COUNT
    END-IF.

SEND-ADDRESS-NOTICES.
    *> One letter to the address now on file and one to the address
    *> the customer had last night. A released MNTAPPR update is only
    *> an address change if the two differ; a customer new since the
    *> snapshot has no previous address, and a change made and undone
    *> in one day leaves nothing to warn the old address about.
    PERFORM LOOKUP-PREVIOUS-ADDRESS
    IF EV-FLAG(WS-EVENT-SUB) = 'R'
        IF NOT WS-OLD-ADDRESS-FOUND
                OR WS-OLD-ADDRESS = WS-CURRENT-ADDRESS
            EXIT PARAGRAPH
        END-IF
    END-IF
    PERFORM WRITE-ADDRESS-LETTER
    IF WS-NOTICES-FAILED
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ADDRESS-COUNT
    EVALUATE TRUE
        WHEN NOT WS-SNAPSHOT-OPEN
            MOVE "PREVIOUS NOT SENT - NO CUSTOMER SNAPSHOT"
                TO WS-REG-TEXT
            MOVE "PREVIOUS" TO WS-LETTER-TO
            PERFORM WRITE-UNSENT-LINE
        WHEN NOT WS-OLD-ADDRESS-FOUND
            MOVE "PREVIOUS NOT SENT - NEW SINCE LAST SNAPSHOT"
                TO WS-REG-TEXT
            MOVE "PREVIOUS" TO WS-LETTER-TO
            PERFORM WRITE-UNSENT-LINE
        WHEN WS-OLD-ADDRESS = WS-CURRENT-ADDRESS
            CONTINUE
        WHEN OTHER
            MOVE WS-OLD-ADDRESS TO WS-ADDRESSEE-ADDRESS
            MOVE "PREVIOUS" TO WS-LETTER-TO
            PERFORM WRITE-ADDRESS-LETTER
    END-EVALUATE.

WRITE-ADDRESS-LETTER.
    PERFORM OPEN-NOTICE-LETTER
    IF WS-NOTICES-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE "NOTICE OF CHANGE OF ADDRESS" TO LETTER-LINE
    PERFORM WRITE-LETTER-HEADING
    MOVE EV-DATE(WS-EVENT-SUB) TO WS-DATE-IN
    PERFORM FORMAT-LETTER-DATE
    MOVE SPACES TO LETTER-LINE
    STRING "ON " DELIMITED BY SIZE
           WS-DATE-OUT DELIMITED BY SIZE
           " THE MAILING ADDRESS ON ACCOUNT " DELIMITED BY SIZE
           EV-CUST-ID(WS-EVENT-SUB) DELIMITED BY SIZE
           " WAS CHANGED." DELIMITED BY SIZE
           INTO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    IF WS-LETTER-TO = "PREVIOUS"
        *> the letter to the old address does not say where the
        *> mail now goes
        MOVE "WE ARE WRITING TO YOUR PREVIOUS ADDRESS TO LET YOU KNOW."
            TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
    ELSE
        MOVE "THE ADDRESS NOW ON FILE IS THE ONE THIS LETTER IS SENT TO."
            TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
    END-IF
    MOVE "IF YOU DID NOT ASK FOR THIS CHANGE, CALL YOUR BRANCH AT ONCE"
        TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE "SO WE CAN PROTECT YOUR ACCOUNT."
        TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    PERFORM CLOSE-NOTICE-LETTER.

SEND-MATURITY-NOTICE.
    PERFORM OPEN-NOTICE-LETTER
    IF WS-NOTICES-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE "CERTIFICATE MATURITY CONFIRMATION" TO LETTER-LINE
    PERFORM WRITE-LETTER-HEADING
    MOVE EV-DATE(WS-EVENT-SUB) TO WS-DATE-IN
    PERFORM FORMAT-LETTER-DATE
    MOVE SPACES TO LETTER-LINE
    STRING "CERTIFICATE " DELIMITED BY SIZE
           EV-REF(WS-EVENT-SUB)(1:4) DELIMITED BY SIZE
           " ON ACCOUNT " DELIMITED BY SIZE
           EV-CUST-ID(WS-EVENT-SUB) DELIMITED BY SIZE
           " MATURED ON " DELIMITED BY SIZE
           WS-DATE-OUT DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE EV-AMOUNT(WS-EVENT-SUB) TO WS-AMT-DISP
    MOVE EV-INTEREST(WS-EVENT-SUB) TO WS-AMT2-DISP
    MOVE SPACES TO LETTER-LINE
    STRING "PRINCIPAL " DELIMITED BY SIZE
           FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
           "  INTEREST CREDITED FOR THE TERM " DELIMITED BY SIZE
           FUNCTION TRIM(WS-AMT2-DISP) DELIMITED BY SIZE
           INTO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    EVALUATE TRUE
        WHEN EV-OUTCOME(WS-EVENT-SUB)(1:10) = "ROLLED TO "
            MOVE EV-OUTCOME(WS-EVENT-SUB)(11:8) TO WS-DATE-IN
            PERFORM FORMAT-LETTER-DATE
            STRING "AS YOU INSTRUCTED, IT HAS BEEN RENEWED AND NOW MATURES ON "
                       DELIMITED BY SIZE
                   WS-DATE-OUT DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO LETTER-LINE
        WHEN EV-OUTCOME(WS-EVENT-SUB)(1:8) = "PAID TO "
            STRING "AS YOU INSTRUCTED, PRINCIPAL AND INTEREST HAVE BEEN PAID TO ACCOUNT "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(EV-OUTCOME(WS-EVENT-SUB)(9:22))
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO LETTER-LINE
        WHEN OTHER
            MOVE "THE FUNDS ARE BEING HELD IN THE CERTIFICATE ACCOUNT. PLEASE CONTACT YOUR BRANCH."
                TO LETTER-LINE
    END-EVALUATE
    PERFORM WRITE-LETTER-LINE
    PERFORM CLOSE-NOTICE-LETTER
    IF NOT WS-NOTICES-FAILED
        ADD 1 TO WS-MATURITY-COUNT
    END-IF.

SEND-SETTLEMENT-NOTICE.
    *> A deceased customer's closing goes to the estate at the
    *> address on file.
    IF EV-FLAG(WS-EVENT-SUB) = 'D'
        MOVE SPACES TO WS-ADDRESSEE-NAME
        STRING "THE ESTATE OF " DELIMITED BY SIZE
               WS-CUST-NAME DELIMITED BY SIZE
               INTO WS-ADDRESSEE-NAME
    END-IF
    PERFORM OPEN-NOTICE-LETTER
    IF WS-NOTICES-FAILED
        EXIT PARAGRAPH
    END-IF
    MOVE "ACCOUNT CLOSING CONFIRMATION" TO LETTER-LINE
    PERFORM WRITE-LETTER-HEADING
    MOVE EV-DATE(WS-EVENT-SUB) TO WS-DATE-IN
    PERFORM FORMAT-LETTER-DATE
    MOVE SPACES TO LETTER-LINE
    STRING "ACCOUNT " DELIMITED BY SIZE
           EV-CUST-ID(WS-EVENT-SUB) DELIMITED BY SIZE
           " AND ALL ITS ACCOUNTS WERE CLOSED ON " DELIMITED BY SIZE
           WS-DATE-OUT DELIMITED BY SIZE
           INTO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE EV-OTHER-DATE(WS-EVENT-SUB) TO WS-DATE-IN
    PERFORM FORMAT-LETTER-DATE
    MOVE SPACES TO LETTER-LINE
    STRING "AS REQUESTED ON " DELIMITED BY SIZE
           WS-DATE-OUT DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           INTO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE EV-INTEREST(WS-EVENT-SUB) TO WS-AMT-DISP
    MOVE EV-FEE(WS-EVENT-SUB) TO WS-AMT2-DISP
    MOVE SPACES TO LETTER-LINE
    STRING "INTEREST PAID TO THE CLOSING DATE " DELIMITED BY SIZE
           FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
           "  CLOSING FEE " DELIMITED BY SIZE
           FUNCTION TRIM(WS-AMT2-DISP) DELIMITED BY SIZE
           INTO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE EV-AMOUNT(WS-EVENT-SUB) TO WS-AMT-DISP
    MOVE SPACES TO LETTER-LINE
    IF EV-OUTCOME(WS-EVENT-SUB) = "OFFICIAL CHECK"
        STRING "THE CLOSING BALANCE OF " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
               " HAS BEEN PAID BY OFFICIAL CHECK." DELIMITED BY SIZE
               INTO LETTER-LINE
    ELSE
        STRING "THE CLOSING BALANCE OF " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AMT-DISP) DELIMITED BY SIZE
               " HAS BEEN PAID TO ACCOUNT " DELIMITED BY SIZE
               FUNCTION TRIM(EV-OUTCOME(WS-EVENT-SUB)) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO LETTER-LINE
    END-IF
    PERFORM WRITE-LETTER-LINE
    MOVE "THANK YOU FOR BANKING WITH US." TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    PERFORM CLOSE-NOTICE-LETTER
    IF NOT WS-NOTICES-FAILED
        ADD 1 TO WS-SETTLE-COUNT
    END-IF.

OPEN-NOTICE-LETTER.
    *> Named like STMTGEN's split statements - notice, delivery
    *> preference, customer - so the notice-print / notice-elec /
    *> notice-hold routes deliver it and a reprint finds it by
    *> customer; the sequence keeps two letters in a night apart.
    ADD 1 TO WS-LETTER-SEQ
    MOVE WS-LETTER-SEQ TO WS-SEQ-DISP
    MOVE SPACES TO WS-LETTER-NAME
    STRING "notice-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PREF-WORD) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION TRIM(EV-CUST-ID(WS-EVENT-SUB)) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           FUNCTION LOWER-CASE(FUNCTION TRIM(WS-LETTER-KIND))
               DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-SEQ-DISP DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO WS-LETTER-NAME
    MOVE SPACES TO LETTERPATH
    STRING FUNCTION TRIM(ARCHIVEDIRPATH) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LETTER-NAME) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-TODAY-X DELIMITED BY SIZE
           INTO LETTERPATH
    OPEN OUTPUT NOTICE-LETTER-FILE
    IF LETTER-STATUS NOT = "00"
        *> a bad archive directory would otherwise send nobody
        *> anything, night after night, without a word
        MOVE "CUSTNOTC" TO WS-ERR-PROGRAM-ID
        MOVE LETTER-STATUS TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Cannot open customer notice artifact: "
               DELIMITED BY SIZE
               LETTERPATH(1:70) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        SET WS-NOTICES-FAILED TO TRUE
    END-IF.

WRITE-LETTER-HEADING.
    *> The title arrives in LETTER-LINE and prints under the address
    *> block and the date.
    MOVE LETTER-LINE TO WS-REG-TEXT
    MOVE SPACES TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE WS-ADDRESSEE-NAME TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    IF WS-ADDRESSEE-CITY = SPACES
        *> an address never split into its parts prints as keyed
        MOVE WS-ADDRESSEE-ADDRESS TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
    ELSE
        MOVE WS-ADDRESSEE-STREET TO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
        MOVE SPACES TO LETTER-LINE
        STRING FUNCTION TRIM(WS-ADDRESSEE-CITY) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ADDRESSEE-STATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ADDRESSEE-ZIP) DELIMITED BY SIZE
               INTO LETTER-LINE
        PERFORM WRITE-LETTER-LINE
    END-IF
    MOVE SPACES TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE WS-LETTER-DATE TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE WS-REG-TEXT TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE
    MOVE SPACES TO LETTER-LINE
    PERFORM WRITE-LETTER-LINE.

WRITE-LETTER-LINE.
    IF LETTER-STATUS = "00"
        WRITE LETTER-LINE
    END-IF.

CLOSE-NOTICE-LETTER.
    *> A letter that did not write whole is not cataloged or logged
    *> as sent; the run stops so the marker holds the event back.
    IF LETTER-STATUS NOT = "00"
        MOVE "CUSTNOTC" TO WS-ERR-PROGRAM-ID
        MOVE LETTER-STATUS TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Failed writing customer notice artifact: "
               DELIMITED BY SIZE
               LETTERPATH(1:70) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        SET WS-NOTICES-FAILED TO TRUE
        CLOSE NOTICE-LETTER-FILE
        EXIT PARAGRAPH
    END-IF
    CLOSE NOTICE-LETTER-FILE
    MOVE SPACES TO CATALOG-ENTRY
    MOVE WS-TODAY TO CATALOG-RUN-DATE
    MOVE WS-LETTER-NAME TO CATALOG-REPORT-NAME
    MOVE LETTERPATH TO CATALOG-ARCHIVE-PATH
    *> The letter's checksum goes on the row, so LOGPROOF can show
    *> later that the notice on file is the one that was sent.
    MOVE LETTERPATH TO WS-CHN-FILE-PATH
    PERFORM CHECKSUM-ARCHIVE-FILE
    IF NOT WS-CHN-FILE-READ
        MOVE "CUSTNOTC" TO WS-ERR-PROGRAM-ID
        MOVE CHAIN-SCAN-STATUS TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Archive not catalogued, cannot checksum: "
               DELIMITED BY SIZE
               LETTERPATH(1:70) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        SET WS-NOTICES-FAILED TO TRUE
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CHN-FILE-SUM TO CATALOG-CHECKSUM
    OPEN EXTEND CATALOG-FILE
    IF CATALOG-STATUS = "35" OR CATALOG-STATUS = "05"
        OPEN OUTPUT CATALOG-FILE
    END-IF
    WRITE CATALOG-REC FROM CATALOG-ENTRY
    CLOSE CATALOG-FILE
    PERFORM WRITE-NOTICE-LOG-ENTRY
    ADD 1 TO WS-LETTER-COUNT
    MOVE SPACES TO DETAIL-LINE
    MOVE EV-CUST-ID(WS-EVENT-SUB) TO DL-CUST-ID
    MOVE WS-LETTER-KIND TO DL-KIND
    MOVE WS-LETTER-TO TO DL-TO
    MOVE WS-PREF-WORD TO DL-DELIVERY
    MOVE WS-LETTER-NAME TO DL-TEXT
    WRITE NOTICE-REGISTER-LINE FROM DETAIL-LINE.

WRITE-NOTICE-LOG-ENTRY.
    *> What was sent, on the customer's change-log timeline: the
    *> notice, which address it went to, how it was delivered and
    *> the cataloged letter a reprint asks for.
    MOVE SPACES TO CHANGE-LOG-REC
    STRING WS-TODAY-X DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-OPERATOR-ID DELIMITED BY SIZE
           " ACTION=L ID=" DELIMITED BY SIZE
           EV-CUST-ID(WS-EVENT-SUB) DELIMITED BY SIZE
           " NOTICE=" DELIMITED BY SIZE
           WS-LETTER-KIND DELIMITED BY SIZE
           " TO=" DELIMITED BY SIZE
           WS-LETTER-TO DELIMITED BY SIZE
           " DELIVERY=" DELIMITED BY SIZE
           WS-PREF-WORD DELIMITED BY SIZE
           " REF=" DELIMITED BY SIZE
           EV-REF(WS-EVENT-SUB) DELIMITED BY SIZE
           " LETTER=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LETTER-NAME) DELIMITED BY SIZE
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

WRITE-UNSENT-LINE.
    ADD 1 TO WS-UNSENT-COUNT
    MOVE SPACES TO DETAIL-LINE
    MOVE EV-CUST-ID(WS-EVENT-SUB) TO DL-CUST-ID
    MOVE WS-LETTER-KIND TO DL-KIND
    MOVE WS-LETTER-TO TO DL-TO
    MOVE WS-REG-TEXT TO DL-TEXT
    WRITE NOTICE-REGISTER-LINE FROM DETAIL-LINE
    IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
    END-IF.

WRITE-REGISTER-TOTALS.
    MOVE SPACES TO NOTICE-REGISTER-LINE
    WRITE NOTICE-REGISTER-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "LETTERS SENT:" TO CL-LABEL
    MOVE WS-LETTER-COUNT TO CL-VALUE
    WRITE NOTICE-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  RETURNED ITEMS (NSF):" TO CL-LABEL
    MOVE WS-NSF-COUNT TO CL-VALUE
    WRITE NOTICE-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  ADDRESS CHANGES:" TO CL-LABEL
    MOVE WS-ADDRESS-COUNT TO CL-VALUE
    WRITE NOTICE-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  CERTIFICATE MATURITIES:" TO CL-LABEL
    MOVE WS-MATURITY-COUNT TO CL-VALUE
    WRITE NOTICE-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "  CLOSING SETTLEMENTS:" TO CL-LABEL
    MOVE WS-SETTLE-COUNT TO CL-VALUE
    WRITE NOTICE-REGISTER-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "NOT SENT:" TO CL-LABEL
    MOVE WS-UNSENT-COUNT TO CL-VALUE
    WRITE NOTICE-REGISTER-LINE FROM COUNT-LINE.

WRITE-NOTICE-MARKER.
    MOVE SPACES TO NOTICE-MARKER-ENTRY
    MOVE WS-TODAY-X TO NM-RUN-DATE
    MOVE WS-CHGLOG-DONE TO NM-CHGLOG-LINES
    MOVE WS-REJECT-DONE TO NM-REJECT-STAMP
    MOVE WS-TDREG-DONE TO NM-TDREG-DATE
    MOVE WS-LETTER-SEQ TO NM-LETTER-SEQ
    OPEN OUTPUT NOTICE-MARKER-FILE
    IF NOTICE-MARKER-STATUS NOT = "00"
        MOVE "CUSTNOTC" TO WS-ERR-PROGRAM-ID
        MOVE NOTICE-MARKER-STATUS TO WS-ERR-CODE
        MOVE "Failed to save customer notice marker - letters may repeat"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    WRITE NOTICE-MARKER-LINE FROM NOTICE-MARKER-ENTRY
    CLOSE NOTICE-MARKER-FILE.

FORMAT-LETTER-DATE.
    MOVE SPACES TO WS-DATE-OUT
    IF WS-DATE-IN NOT NUMERIC
        MOVE WS-DATE-IN TO WS-DATE-OUT
        EXIT PARAGRAPH
    END-IF
    STRING WS-DATE-IN(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-DATE-IN(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-DATE-IN(1:4) DELIMITED BY SIZE
           INTO WS-DATE-OUT.

    COPY PARMLOAD.
    COPY CYCSTAT.
    COPY CHNLOAD.
    COPY ERRHAND.
