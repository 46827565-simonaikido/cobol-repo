      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CTRRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT OWNER-FILE ASSIGN TO OWNERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OWNER-STATUS.
    SELECT CTR-REGISTER-FILE ASSIGN TO CTRREGISTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTR-REGISTER-STATUS.
    SELECT CTR-EXTRACT-FILE ASSIGN TO CTREXTRACTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTR-EXTRACT-STATUS.
    SELECT CTR-REPORT-FILE ASSIGN TO CTRREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTR-REPORT-STATUS.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  OWNER-FILE.
01  OWNER-REC              PIC X(61).
FD  CTR-REGISTER-FILE.
01  CTR-REGISTER-REC       PIC X(174).
FD  CTR-EXTRACT-FILE.
01  CTR-EXTRACT-REC        PIC X(174).
FD  CTR-REPORT-FILE.
01  CTR-REPORT-LINE        PIC X(132).
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  OWNERPATH          PIC X(200) VALUE SPACES.
01  OWNER-STATUS       PIC XX.
01  CTRREGISTERPATH    PIC X(200) VALUE SPACES.
01  CTR-REGISTER-STATUS PIC XX.
01  CTREXTRACTPATH     PIC X(200) VALUE SPACES.
01  CTR-EXTRACT-STATUS PIC XX.
01  CTRREPORTPATH      PIC X(200) VALUE SPACES.
01  CTR-REPORT-STATUS  PIC XX.
01  RETIREDNAME        PIC X(200) VALUE SPACES.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  WS-BUSINESS-DATE   PIC X(8) VALUE SPACES.
01  WS-REPORT-DATE     PIC X(10).
01  WS-TIME-NOW        PIC 9(8).
01  SQL-STATEMENT      PIC X(300).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
    COPY CUSTREC.
    COPY TRXJRNL.
    COPY OWNREC.
    COPY CTRREC.
*> CTR-THRESHOLD in the system parameter file: a customer whose
*> cash in, or cash out, for the business day is over this amount
*> is filed. In and out are judged separately, never netted.
01  WS-THRESHOLD       PIC 9(9)V99 VALUE 10000.00.
*> Teller cash is a 'C' or 'D' slip keyed at a branch or on the
*> teller screen. The same codes are also written by the batch
*> programs that move money without any currency changing hands;
*> their slips carry the originator tag in the first two bytes of
*> the serial and are left out.
01  WS-SERIAL-TAG      PIC X(2).
    88  WS-SYSTEM-SLIP         VALUE 'SO' 'AC' 'NF' 'TM' 'EW' 'RV'
                                     'ES' 'LN' 'CO' 'CS' 'AH' 'MG'.
*> Tonight's teller cash slips, one row each, until the day's
*> reversals are known: a slip reversed the same business day was
*> a keying error, not currency across the counter.
01  WS-SLIP-TABLE.
    05  WS-SLIP-COUNT      PIC 9(5) VALUE ZERO.
    05  WS-SLIP-ENTRY      OCCURS 20000 TIMES.
        10  SL-SERIAL          PIC X(14).
        10  SL-CUST-ID         PIC X(10).
        10  SL-ACCT-NO         PIC X(4).
        10  SL-TRAN-CODE       PIC X(1).
        10  SL-AMOUNT          PIC 9(9)V99.
        10  SL-REVERSED-SW     PIC X(1).
            88  SL-REVERSED            VALUE 'Y'.
01  WS-SLIP-SUB        PIC 9(5) COMP VALUE ZERO.
01  WS-REV-TABLE.
    05  WS-REV-COUNT       PIC 9(4) VALUE ZERO.
    05  WS-REV-SERIAL      PIC X(14) OCCURS 2000 TIMES.
01  WS-REV-SUB         PIC 9(4) COMP VALUE ZERO.
*> Active joint-owner links only: a signer or trustee handles the
*> money but is not a party the cash is conducted for.
01  WS-JOINT-TABLE.
    05  WS-JOINT-COUNT     PIC 9(4) VALUE ZERO.
    05  WS-JOINT-ENTRY     OCCURS 2000 TIMES.
        10  JT-CUST-ID         PIC X(10).
        10  JT-ACCT-NO         PIC X(4).
        10  JT-PARTY-ID        PIC X(10).
01  WS-JOINT-SUB       PIC 9(4) COMP VALUE ZERO.
*> One row per customer the day's cash is attributed to.
01  WS-CASH-TABLE.
    05  WS-CASH-COUNT      PIC 9(5) VALUE ZERO.
    05  WS-CASH-ENTRY      OCCURS 10000 TIMES.
        10  CA-CUST-ID         PIC X(10).
        10  CA-CASH-IN         PIC 9(11)V99.
        10  CA-CASH-OUT        PIC 9(11)V99.
        10  CA-SLIP-COUNT      PIC 9(5).
        10  CA-JOINT-SW        PIC X(1).
01  WS-CASH-SUB        PIC 9(5) COMP VALUE ZERO.
01  WS-CASH-FOUND-SUB  PIC 9(5) COMP VALUE ZERO.
*> Customers already on the register for the business day.
01  WS-FILED-TABLE.
    05  WS-FILED-COUNT     PIC 9(5) VALUE ZERO.
    05  WS-FILED-ENTRY     OCCURS 10000 TIMES.
        10  FT-CUST-ID         PIC X(10).
        10  FT-FILED-DATE      PIC X(8).
01  WS-FILED-SUB       PIC 9(5) COMP VALUE ZERO.
01  WS-FILED-FOUND-SUB PIC 9(5) COMP VALUE ZERO.
01  WS-OVERFLOW-SW     PIC X VALUE 'N'.
    88  WS-TABLE-OVERFLOWED    VALUE 'Y'.
01  WS-ATTR-CUST-ID    PIC X(10).
01  WS-ATTR-JOINT-SW   PIC X(1).
01  WS-ATTR-AMOUNT     PIC 9(9)V99.
01  WS-ATTR-CODE       PIC X(1).
01  WS-FOUND-SW        PIC X VALUE 'N'.
    88  WS-FOUND               VALUE 'Y'.
01  WS-EXTRACT-OPEN-SW PIC X VALUE 'N'.
    88  WS-EXTRACT-OPEN        VALUE 'Y'.
01  WS-ACTION-TEXT     PIC X(24) VALUE SPACES.
01  WS-CASH-SLIPS      PIC 9(9) VALUE ZERO.
01  WS-REVERSED-SLIPS  PIC 9(9) VALUE ZERO.
01  WS-OVER-COUNT      PIC 9(9) VALUE ZERO.
01  WS-FILED-NOW-COUNT PIC 9(9) VALUE ZERO.
01  WS-ALREADY-COUNT   PIC 9(9) VALUE ZERO.
01  WS-FILED-IN-TOTAL  PIC 9(13)V99 VALUE ZERO.
01  WS-FILED-OUT-TOTAL PIC 9(13)V99 VALUE ZERO.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(30) VALUE
        "CURRENCY TRANSACTION REPORT   ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  PAGE-HEADER-2.
    05  FILLER             PIC X(14) VALUE "BUSINESS DATE ".
    05  PH-BUSINESS-DATE   PIC X(8).
    05  FILLER             PIC X(13) VALUE "   THRESHOLD ".
    05  PH-THRESHOLD       PIC Z(8)9.99.
01  COLUMN-HEADER-LINE PIC X(132) VALUE
    "CUSTOMER   NAME                      BR       CASH IN      CASH OUT SLIPS J ACTION".
01  DETAIL-LINE.
    05  DL-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-CUST-NAME       PIC X(25).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-BRANCH          PIC X(3).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-CASH-IN         PIC Z(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-CASH-OUT        PIC Z(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-SLIPS           PIC Z(4)9.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-JOINT           PIC X(1).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  DL-ACTION          PIC X(24).
01  COUNT-LINE.
    05  CL-LABEL           PIC X(30).
    05  CL-VALUE           PIC Z(8)9.
01  AMOUNT-LINE.
    05  AL-LABEL           PIC X(30).
    05  AL-VALUE           PIC Z(12)9.99.
    COPY PARMTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "CTRRPT" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Nightly currency transaction report. Every teller cash slip
    *> posted on the business day is added up per customer across
    *> all branches and accounts - and for each active joint owner
    *> of the account too, since the cash was conducted for them as
    *> well. A customer whose cash in or cash out is over the
    *> threshold is listed and written to the filing extract and the
    *> filed register; one already on the register for that day is
    *> listed but not filed again, so a rerun files nothing twice.
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    ACCEPT WS-TIME-NOW FROM TIME
    PERFORM LOAD-PARAMETERS
    MOVE "CTR-THRESHOLD" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-THRESHOLD
    END-IF
    PERFORM RESOLVE-PATHS
    PERFORM LOAD-JOINT-OWNERS
    PERFORM COLLECT-CASH-SLIPS
    IF NOT WS-TABLE-OVERFLOWED
        PERFORM ATTRIBUTE-CASH-SLIPS
    END-IF
    IF NOT WS-TABLE-OVERFLOWED
        PERFORM LOAD-FILED-REGISTER
    END-IF
    IF WS-TABLE-OVERFLOWED
        *> a customer left out of a table could go unfiled without
        *> anyone knowing; nothing is filed until the tables are sized
        MOVE "CTRRPT" TO WS-ERR-PROGRAM-ID
        MOVE "OVERFLOW" TO WS-ERR-CODE
        MOVE "CTR work table exceeded, nothing filed for the day"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    OPEN EXTEND CTR-REGISTER-FILE
    IF CTR-REGISTER-STATUS NOT = "00"
        OPEN OUTPUT CTR-REGISTER-FILE
    END-IF
    IF CTR-REGISTER-STATUS NOT = "00"
        MOVE "CTRRPT" TO WS-ERR-PROGRAM-ID
        MOVE CTR-REGISTER-STATUS TO WS-ERR-CODE
        MOVE "Unable to open CTR filed register, nothing filed"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM OPEN-REPORT-FILE
    PERFORM VARYING WS-CASH-SUB FROM 1 BY 1
            UNTIL WS-CASH-SUB > WS-CASH-COUNT
        IF CA-CASH-IN(WS-CASH-SUB) > WS-THRESHOLD
                OR CA-CASH-OUT(WS-CASH-SUB) > WS-THRESHOLD
            PERFORM REPORT-ONE-CUSTOMER
        END-IF
    END-PERFORM
    PERFORM WRITE-REPORT-TOTALS
    CLOSE CTR-REPORT-FILE
    CLOSE CTR-REGISTER-FILE
    IF WS-EXTRACT-OPEN
        CLOSE CTR-EXTRACT-FILE
    END-IF
    DISPLAY "CTRRPT complete - business date: " WS-BUSINESS-DATE
            " cash slips: " WS-CASH-SLIPS
            " over threshold: " WS-OVER-COUNT
            " filed: " WS-FILED-NOW-COUNT
            " already filed: " WS-ALREADY-COUNT
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    DISPLAY "ACCOUNT-OWNER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OWNERPATH FROM ENVIRONMENT-VALUE
    IF OWNERPATH = SPACES
        MOVE "account-owners.dat" TO OWNERPATH
    END-IF
    DISPLAY "CTR-REGISTER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CTRREGISTERPATH FROM ENVIRONMENT-VALUE
    IF CTRREGISTERPATH = SPACES
        MOVE "ctr-filed.dat" TO CTRREGISTERPATH
    END-IF
    DISPLAY "CTR-EXTRACT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CTREXTRACTPATH FROM ENVIRONMENT-VALUE
    IF CTREXTRACTPATH = SPACES
        MOVE "ctr-extract.dat" TO CTREXTRACTPATH
    END-IF
    DISPLAY "CTR-REPORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CTRREPORTPATH FROM ENVIRONMENT-VALUE
    IF CTRREPORTPATH = SPACES
        MOVE "ctr-report.dat" TO CTRREPORTPATH
    END-IF
    *> Normally tonight's business date; set to an earlier one to
    *> run a night the step did not get to.
    DISPLAY "CTR-BUSINESS-DATE" UPON ENVIRONMENT-NAME
    ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT-VALUE
    IF WS-BUSINESS-DATE = SPACES
        MOVE WS-PROC-DATE TO WS-BUSINESS-DATE
    END-IF.

LOAD-JOINT-OWNERS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT OWNER-FILE
    IF OWNER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ OWNER-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE OWNER-REC TO ACCOUNT-OWNER-RECORD
                    IF OW-JOINT-OWNER AND OW-ACTIVE
                        IF WS-JOINT-COUNT < 2000
                            ADD 1 TO WS-JOINT-COUNT
                            MOVE OW-CUST-ID TO JT-CUST-ID(WS-JOINT-COUNT)
                            MOVE OW-ACCT-NO TO JT-ACCT-NO(WS-JOINT-COUNT)
                            MOVE OW-PARTY-ID
                                TO JT-PARTY-ID(WS-JOINT-COUNT)
                        ELSE
                            SET WS-TABLE-OVERFLOWED TO TRUE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OWNER-FILE
    END-IF.

COLLECT-CASH-SLIPS.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                    IF TJ-POST-DATE = WS-BUSINESS-DATE
                        PERFORM COLLECT-ONE-JOURNAL-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF.

COLLECT-ONE-JOURNAL-ROW.
    IF TJ-TRAN-CODE NOT = 'C' AND TJ-TRAN-CODE NOT = 'D'
        EXIT PARAGRAPH
    END-IF
    MOVE TJ-SLIP-SERIAL(1:2) TO WS-SERIAL-TAG
    IF WS-SYSTEM-SLIP
        *> a reversal names the slip it backs out; if that slip was
        *> tonight's teller cash it drops out below
        IF WS-SERIAL-TAG = 'RV' AND TJ-XREF-SERIAL NOT = SPACES
            IF WS-REV-COUNT < 2000
                ADD 1 TO WS-REV-COUNT
                MOVE TJ-XREF-SERIAL TO WS-REV-SERIAL(WS-REV-COUNT)
            ELSE
                SET WS-TABLE-OVERFLOWED TO TRUE
            END-IF
        END-IF
    ELSE
        IF WS-SLIP-COUNT < 20000
            ADD 1 TO WS-SLIP-COUNT
            MOVE TJ-SLIP-SERIAL TO SL-SERIAL(WS-SLIP-COUNT)
            MOVE TJ-CUST-ID TO SL-CUST-ID(WS-SLIP-COUNT)
            MOVE TJ-ACCT-NO TO SL-ACCT-NO(WS-SLIP-COUNT)
            MOVE TJ-TRAN-CODE TO SL-TRAN-CODE(WS-SLIP-COUNT)
            COMPUTE SL-AMOUNT(WS-SLIP-COUNT) = FUNCTION ABS(TJ-AMOUNT)
            MOVE 'N' TO SL-REVERSED-SW(WS-SLIP-COUNT)
        ELSE
            SET WS-TABLE-OVERFLOWED TO TRUE
        END-IF
    END-IF.

ATTRIBUTE-CASH-SLIPS.
    PERFORM VARYING WS-REV-SUB FROM 1 BY 1
            UNTIL WS-REV-SUB > WS-REV-COUNT
        PERFORM VARYING WS-SLIP-SUB FROM 1 BY 1
                UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
            IF SL-SERIAL(WS-SLIP-SUB) = WS-REV-SERIAL(WS-REV-SUB)
                    AND SL-SERIAL(WS-SLIP-SUB) NOT = SPACES
                    AND NOT SL-REVERSED(WS-SLIP-SUB)
                SET SL-REVERSED(WS-SLIP-SUB) TO TRUE
                ADD 1 TO WS-REVERSED-SLIPS
            END-IF
        END-PERFORM
    END-PERFORM
    PERFORM VARYING WS-SLIP-SUB FROM 1 BY 1
            UNTIL WS-SLIP-SUB > WS-SLIP-COUNT
        IF NOT SL-REVERSED(WS-SLIP-SUB)
            ADD 1 TO WS-CASH-SLIPS
            MOVE SL-TRAN-CODE(WS-SLIP-SUB) TO WS-ATTR-CODE
            MOVE SL-AMOUNT(WS-SLIP-SUB) TO WS-ATTR-AMOUNT
            MOVE SL-CUST-ID(WS-SLIP-SUB) TO WS-ATTR-CUST-ID
            MOVE 'N' TO WS-ATTR-JOINT-SW
            PERFORM ADD-CASH-TO-CUSTOMER
            *> a blank account on both sides is the primary account
            PERFORM VARYING WS-JOINT-SUB FROM 1 BY 1
                    UNTIL WS-JOINT-SUB > WS-JOINT-COUNT
                IF JT-CUST-ID(WS-JOINT-SUB) = SL-CUST-ID(WS-SLIP-SUB)
                        AND JT-ACCT-NO(WS-JOINT-SUB)
                            = SL-ACCT-NO(WS-SLIP-SUB)
                    MOVE JT-PARTY-ID(WS-JOINT-SUB) TO WS-ATTR-CUST-ID
                    MOVE 'Y' TO WS-ATTR-JOINT-SW
                    PERFORM ADD-CASH-TO-CUSTOMER
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

ADD-CASH-TO-CUSTOMER.
    MOVE ZERO TO WS-CASH-FOUND-SUB
    PERFORM VARYING WS-CASH-SUB FROM 1 BY 1
            UNTIL WS-CASH-SUB > WS-CASH-COUNT
        IF CA-CUST-ID(WS-CASH-SUB) = WS-ATTR-CUST-ID
            MOVE WS-CASH-SUB TO WS-CASH-FOUND-SUB
            MOVE WS-CASH-COUNT TO WS-CASH-SUB
        END-IF
    END-PERFORM
    IF WS-CASH-FOUND-SUB = ZERO
        IF WS-CASH-COUNT < 10000
            ADD 1 TO WS-CASH-COUNT
            MOVE WS-CASH-COUNT TO WS-CASH-FOUND-SUB
            MOVE WS-ATTR-CUST-ID TO CA-CUST-ID(WS-CASH-FOUND-SUB)
            MOVE ZERO TO CA-CASH-IN(WS-CASH-FOUND-SUB)
                         CA-CASH-OUT(WS-CASH-FOUND-SUB)
                         CA-SLIP-COUNT(WS-CASH-FOUND-SUB)
            MOVE 'N' TO CA-JOINT-SW(WS-CASH-FOUND-SUB)
        ELSE
            SET WS-TABLE-OVERFLOWED TO TRUE
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF WS-ATTR-CODE = 'C'
        ADD WS-ATTR-AMOUNT TO CA-CASH-IN(WS-CASH-FOUND-SUB)
    ELSE
        ADD WS-ATTR-AMOUNT TO CA-CASH-OUT(WS-CASH-FOUND-SUB)
    END-IF
    ADD 1 TO CA-SLIP-COUNT(WS-CASH-FOUND-SUB)
    IF WS-ATTR-JOINT-SW = 'Y'
        MOVE 'Y' TO CA-JOINT-SW(WS-CASH-FOUND-SUB)
    END-IF.

LOAD-FILED-REGISTER.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT CTR-REGISTER-FILE
    IF CTR-REGISTER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ CTR-REGISTER-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE CTR-REGISTER-REC TO CTR-FILING-RECORD
                    IF CF-BUSINESS-DATE = WS-BUSINESS-DATE
                        IF WS-FILED-COUNT < 10000
                            ADD 1 TO WS-FILED-COUNT
                            MOVE CF-CUST-ID TO FT-CUST-ID(WS-FILED-COUNT)
                            MOVE CF-FILED-DATE
                                TO FT-FILED-DATE(WS-FILED-COUNT)
                        ELSE
                            SET WS-TABLE-OVERFLOWED TO TRUE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CTR-REGISTER-FILE
    END-IF.

OPEN-REPORT-FILE.
    OPEN OUTPUT CTR-REPORT-FILE
    STRING WS-PROC-DATE(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-PROC-DATE(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE CTR-REPORT-LINE FROM PAGE-HEADER-1
    MOVE WS-BUSINESS-DATE TO PH-BUSINESS-DATE
    MOVE WS-THRESHOLD TO PH-THRESHOLD
    WRITE CTR-REPORT-LINE FROM PAGE-HEADER-2
    MOVE SPACES TO CTR-REPORT-LINE
    WRITE CTR-REPORT-LINE
    WRITE CTR-REPORT-LINE FROM COLUMN-HEADER-LINE.

REPORT-ONE-CUSTOMER.
    ADD 1 TO WS-OVER-COUNT
    PERFORM LOOKUP-CTR-CUSTOMER
    MOVE SPACES TO CTR-FILING-RECORD
    MOVE WS-BUSINESS-DATE TO CF-BUSINESS-DATE
    MOVE CA-CUST-ID(WS-CASH-SUB) TO CF-CUST-ID
    MOVE CUST-NAME TO CF-CUST-NAME
    MOVE CUST-ADDRESS TO CF-CUST-ADDRESS
    MOVE CUST-BRANCH TO CF-BRANCH
    MOVE CA-CASH-IN(WS-CASH-SUB) TO CF-CASH-IN
    MOVE CA-CASH-OUT(WS-CASH-SUB) TO CF-CASH-OUT
    MOVE CA-SLIP-COUNT(WS-CASH-SUB) TO CF-SLIP-COUNT
    MOVE CA-JOINT-SW(WS-CASH-SUB) TO CF-JOINT-CASH
    MOVE WS-PROC-DATE TO CF-FILED-DATE
    MOVE ZERO TO WS-FILED-FOUND-SUB
    PERFORM VARYING WS-FILED-SUB FROM 1 BY 1
            UNTIL WS-FILED-SUB > WS-FILED-COUNT
        IF FT-CUST-ID(WS-FILED-SUB) = CF-CUST-ID
            MOVE WS-FILED-SUB TO WS-FILED-FOUND-SUB
            MOVE WS-FILED-COUNT TO WS-FILED-SUB
        END-IF
    END-PERFORM
    IF WS-FILED-FOUND-SUB > ZERO
        ADD 1 TO WS-ALREADY-COUNT
        MOVE SPACES TO WS-ACTION-TEXT
        STRING "ALREADY FILED " DELIMITED BY SIZE
               FT-FILED-DATE(WS-FILED-FOUND-SUB) DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
    ELSE
        IF NOT WS-EXTRACT-OPEN
            PERFORM OPEN-EXTRACT-FILE
        END-IF
        WRITE CTR-EXTRACT-REC FROM CTR-FILING-RECORD
        WRITE CTR-REGISTER-REC FROM CTR-FILING-RECORD
        ADD 1 TO WS-FILED-NOW-COUNT
        ADD CF-CASH-IN TO WS-FILED-IN-TOTAL
        ADD CF-CASH-OUT TO WS-FILED-OUT-TOTAL
        IF NOT WS-FOUND
            MOVE "FILED - NOT ON CUSTOMERS" TO WS-ACTION-TEXT
        ELSE
            MOVE "FILED" TO WS-ACTION-TEXT
        END-IF
    END-IF
    MOVE SPACES TO DETAIL-LINE
    MOVE CF-CUST-ID TO DL-CUST-ID
    MOVE CF-CUST-NAME TO DL-CUST-NAME
    MOVE CF-BRANCH TO DL-BRANCH
    MOVE CF-CASH-IN TO DL-CASH-IN
    MOVE CF-CASH-OUT TO DL-CASH-OUT
    MOVE CF-SLIP-COUNT TO DL-SLIPS
    MOVE CF-JOINT-CASH TO DL-JOINT
    MOVE WS-ACTION-TEXT TO DL-ACTION
    WRITE CTR-REPORT-LINE FROM DETAIL-LINE.

LOOKUP-CTR-CUSTOMER.
    MOVE 'N' TO WS-FOUND-SW
    MOVE SPACES TO CUST-NAME CUST-ADDRESS CUST-BRANCH
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT NAME, ADDRESS, BRANCH FROM CUSTOMERS WHERE ID = '"
           DELIMITED BY SIZE
           CA-CUST-ID(WS-CASH-SUB) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C38 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C38
    END-EXEC
    EXEC SQL
        FETCH C38 INTO :CUST-NAME, :CUST-ADDRESS, :CUST-BRANCH
    END-EXEC
    IF SQLCODE = ZERO
        SET WS-FOUND TO TRUE
    END-IF
    EXEC SQL
        CLOSE C38
    END-EXEC.

OPEN-EXTRACT-FILE.
    *> An extract compliance has not yet taken is never written
    *> over; a second run the same night writes its own, named for
    *> the time.
    OPEN INPUT CTR-EXTRACT-FILE
    IF CTR-EXTRACT-STATUS = "00"
        CLOSE CTR-EXTRACT-FILE
        MOVE SPACES TO RETIREDNAME
        STRING FUNCTION TRIM(CTREXTRACTPATH) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-TIME-NOW(1:6) DELIMITED BY SIZE
               INTO RETIREDNAME
        MOVE RETIREDNAME TO CTREXTRACTPATH
        MOVE "CTRRPT" TO WS-ERR-PROGRAM-ID
        MOVE "EXTRACT" TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Earlier CTR extract not yet taken, filings written to "
               DELIMITED BY SIZE
               FUNCTION TRIM(CTREXTRACTPATH) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    OPEN OUTPUT CTR-EXTRACT-FILE
    SET WS-EXTRACT-OPEN TO TRUE.

WRITE-REPORT-TOTALS.
    MOVE SPACES TO CTR-REPORT-LINE
    WRITE CTR-REPORT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "TELLER CASH SLIPS:" TO CL-LABEL
    MOVE WS-CASH-SLIPS TO CL-VALUE
    WRITE CTR-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "REVERSED SAME DAY, EXCLUDED:" TO CL-LABEL
    MOVE WS-REVERSED-SLIPS TO CL-VALUE
    WRITE CTR-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "CUSTOMERS WITH CASH:" TO CL-LABEL
    MOVE WS-CASH-COUNT TO CL-VALUE
    WRITE CTR-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "OVER THRESHOLD:" TO CL-LABEL
    MOVE WS-OVER-COUNT TO CL-VALUE
    WRITE CTR-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "FILED THIS RUN:" TO CL-LABEL
    MOVE WS-FILED-NOW-COUNT TO CL-VALUE
    WRITE CTR-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO COUNT-LINE
    MOVE "ALREADY FILED, NOT REFILED:" TO CL-LABEL
    MOVE WS-ALREADY-COUNT TO CL-VALUE
    WRITE CTR-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "CASH IN FILED:" TO AL-LABEL
    MOVE WS-FILED-IN-TOTAL TO AL-VALUE
    WRITE CTR-REPORT-LINE FROM AMOUNT-LINE
    MOVE SPACES TO AMOUNT-LINE
    MOVE "CASH OUT FILED:" TO AL-LABEL
    MOVE WS-FILED-OUT-TOTAL TO AL-VALUE
    WRITE CTR-REPORT-LINE FROM AMOUNT-LINE.

    COPY PARMLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
