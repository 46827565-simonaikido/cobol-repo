      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TAX1099.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT TAX-REGISTER-FILE ASSIGN TO TAXREGISTERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TAX-REGISTER-STATUS.
    SELECT IRS-FILE ASSIGN TO IRSFILEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IRS-FILE-STATUS.
    SELECT RECIPIENT-FILE ASSIGN TO RECIPIENTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECIPIENT-STATUS.
    SELECT CONTROL-FILE ASSIGN TO CONTROLPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONTROL-STATUS.
    SELECT CATALOG-FILE ASSIGN TO CATALOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  TAX-REGISTER-FILE.
01  TAX-REGISTER-REC       PIC X(99).
FD  IRS-FILE.
01  IRS-FILE-REC           PIC X(750).
FD  RECIPIENT-FILE.
01  RECIPIENT-LINE         PIC X(132).
FD  CONTROL-FILE.
01  CONTROL-LINE           PIC X(132).
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  TAXREGISTERPATH    PIC X(200) VALUE SPACES.
01  TAX-REGISTER-STATUS PIC XX.
01  IRSFILEPATH        PIC X(200) VALUE SPACES.
01  IRS-FILE-STATUS    PIC XX.
01  RECIPIENTPATH      PIC X(200) VALUE SPACES.
01  RECIPIENT-STATUS   PIC XX.
01  CONTROLPATH        PIC X(200) VALUE SPACES.
01  CONTROL-STATUS     PIC XX.
01  CATALOGPATH        PIC X(200) VALUE SPACES.
01  CATALOG-STATUS     PIC XX.
01  ARCHIVEDIRPATH     PIC X(150) VALUE SPACES.
01  ARCHIVE-FILE-NAME  PIC X(200) VALUE SPACES.
01  WS-ARCHIVE-SOURCE  PIC X(200) VALUE SPACES.
01  WS-ARCHIVE-REPORT  PIC X(40) VALUE SPACES.
01  WS-TAX-YEAR        PIC X(4) VALUE SPACES.
01  WS-TAX-YEAR-NUM    PIC 9(4) VALUE ZERO.
01  WS-RUN-MODE        PIC X(10) VALUE SPACES.
    88  WS-CORRECTION-RUN      VALUE "CORRECT".
01  WS-TODAY           PIC 9(8).
01  WS-REPORT-DATE     PIC X(10).
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-JOURNAL      VALUE 'Y'.
01  WS-REGISTER-EOF-SW PIC X VALUE 'N'.
    88  WS-END-OF-REGISTER     VALUE 'Y'.
01  SQL-STATEMENT      PIC X(300).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-SQLCODE-DISP PIC -(9)9.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
    COPY CUSTREC.
    COPY CUSTTAX.
    COPY TRXJRNL.
    COPY TAXFILED.
    COPY IRS1099.
*> Filer identity and the reporting floor, from the system
*> parameter file. The payer TIN has no sensible default; a run
*> without one is refused rather than filed under a blank TIN.
01  WS-FLOOR           PIC 9(9)V99 VALUE 10.00.
01  WS-PAYER-TIN       PIC X(9) VALUE SPACES.
01  WS-PAYER-NAME      PIC X(40) VALUE SPACES.
01  WS-PAYER-ADDRESS   PIC X(40) VALUE SPACES.
01  WS-PAYER-CITY      PIC X(40) VALUE SPACES.
01  WS-PAYER-STATE     PIC X(2) VALUE SPACES.
01  WS-PAYER-ZIP       PIC X(9) VALUE SPACES.
01  WS-PAYER-PHONE     PIC X(15) VALUE SPACES.
01  WS-TRANSMITTER-TCC PIC X(5) VALUE SPACES.
01  WS-CONTACT-NAME    PIC X(40) VALUE SPACES.
01  WS-CONTACT-EMAIL   PIC X(50) VALUE SPACES.
01  WS-TEST-FILE-SW    PIC X VALUE 'N'.
    88  WS-TEST-FILE           VALUE 'Y'.
*> Every TRXREV reversal in the journal, whatever year it was
*> posted in: an interest credit reversed after year end still
*> comes off the year it was paid in, which is how a correction
*> run picks the change up.
01  WS-REVERSAL-TABLE.
    05  WS-REVERSAL-COUNT  PIC 9(5) VALUE ZERO.
    05  WS-REVERSAL-ROW OCCURS 20000 TIMES.
        10  RX-XREF-SERIAL     PIC X(14).
        10  RX-AMOUNT          PIC S9(9)V99 COMP-3.
01  WS-REVERSAL-SUB    PIC 9(5) COMP VALUE ZERO.
*> One row per customer paid interest in the tax year, and in a
*> correction run every customer already on the register for it.
*> PY-FILED-TYPE is the latest register row's filing type - blank
*> when the customer was never filed for the year.
01  WS-PAYEE-TABLE.
    05  WS-PAYEE-COUNT     PIC 9(5) VALUE ZERO.
    05  WS-PAYEE-ROW OCCURS 10000 TIMES.
        10  PY-CUST-ID         PIC X(10).
        10  PY-INTEREST        PIC S9(11)V99 COMP-3.
        10  PY-REVERSED        PIC S9(11)V99 COMP-3.
        10  PY-REPORTABLE      PIC 9(11)V99 COMP-3.
        10  PY-FILED-TYPE      PIC X(1).
        10  PY-FILED-INTEREST  PIC 9(11)V99 COMP-3.
        10  PY-FILED-TAX-ID    PIC X(9).
        10  PY-ON-FILE         PIC X(1).
        10  PY-ACTION          PIC X(1).
            88  PY-TO-FILE             VALUE 'F'.
            88  PY-NOT-FILED           VALUE ' '.
        10  PY-NAME            PIC X(40).
        10  PY-ADDRESS         PIC X(60).
        10  PY-TAX-ID          PIC X(9).
        10  PY-TIN-TYPE        PIC X(1).
        10  PY-WITHHOLD-STATUS PIC X(1).
01  WS-PAYEE-SUB       PIC 9(5) COMP VALUE ZERO.
01  WS-FOUND-SUB       PIC 9(5) COMP VALUE ZERO.
01  WS-OVERFLOW-SW     PIC X VALUE 'N'.
    88  WS-TABLE-OVERFLOWED    VALUE 'Y'.
01  WS-REGISTER-ROWS   PIC 9(7) VALUE ZERO.
01  WS-FILE-COUNT      PIC 9(8) VALUE ZERO.
01  WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
01  WS-BLANK-TIN-COUNT PIC 9(7) VALUE ZERO.
01  WS-SEQUENCE-NO     PIC 9(8) VALUE ZERO.
01  WS-TOTAL-INTEREST  PIC 9(16)V99 VALUE ZERO.
01  WS-TOTAL-WITHHELD  PIC 9(16)V99 VALUE ZERO.
01  WS-BOX-SUB         PIC 9(2) COMP VALUE ZERO.
01  WS-EXCEPTION-TEXT  PIC X(60) VALUE SPACES.
01  WS-MASKED-TIN      PIC X(11) VALUE SPACES.
01  CONTROL-HEADER-1.
    05  FILLER             PIC X(31) VALUE
        "1099-INT FILING CONTROL REPORT ".
    05  FILLER             PIC X(4)  VALUE SPACES.
    05  CH-REPORT-DATE     PIC X(10).
    05  FILLER             PIC X(6)  VALUE SPACES.
    05  FILLER             PIC X(10) VALUE "TAX YEAR: ".
    05  CH-TAX-YEAR        PIC X(4).
    05  FILLER             PIC X(4)  VALUE SPACES.
    05  CH-RUN-MODE        PIC X(10).
01  CONTROL-COLUMN-LINE PIC X(132) VALUE
    "CUSTOMER   NAME                           TIN         TYPE      INTEREST     REPORTED   ACTION".
01  CONTROL-DETAIL-LINE.
    05  CD-CUST-ID         PIC X(10).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CD-CUST-NAME       PIC X(30).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CD-MASKED-TIN      PIC X(11).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CD-TIN-TYPE        PIC X(4).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CD-INTEREST        PIC -(9)9.99.
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  CD-REPORTED        PIC Z(9)9.99.
    05  FILLER             PIC X(3)  VALUE SPACES.
    05  CD-ACTION          PIC X(44).
01  CONTROL-TOTAL-LINE.
    05  CT-LABEL           PIC X(34).
    05  CT-COUNT           PIC Z(7)9.
    05  FILLER             PIC X(4)  VALUE SPACES.
    05  CT-AMOUNT          PIC Z(15)9.99.
01  RECIPIENT-HEADER-1.
    05  FILLER             PIC X(38) VALUE
        "FORM 1099-INT  INTEREST INCOME  COPY B".
    05  FILLER             PIC X(4)  VALUE SPACES.
    05  RH-CORRECTED       PIC X(9).
    05  FILLER             PIC X(4)  VALUE SPACES.
    05  FILLER             PIC X(10) VALUE "TAX YEAR: ".
    05  RH-TAX-YEAR        PIC X(4).
01  RECIPIENT-TEXT-LINE.
    05  RT-LABEL           PIC X(24).
    05  RT-VALUE           PIC X(100).
01  RECIPIENT-MONEY-LINE.
    05  RM-LABEL           PIC X(40).
    05  RM-AMOUNT          PIC Z(10)9.99.
01  RECIPIENT-NOTICE-LINE  PIC X(132) VALUE
    "THIS IS IMPORTANT TAX INFORMATION AND IS BEING FURNISHED TO THE INTERNAL REVENUE SERVICE.".
    COPY CATREC.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    *> Year-end 1099-INT reporting. Interest credited in the tax
    *> year (the MONACCR and TDMATUR 'I' rows) is totalled per
    *> customer from the permanent journal, net of any TRXREV
    *> reversal of those credits. Payees at or over the reporting
    *> floor - or under backup withholding at any amount - go on the
    *> IRS electronic filing, get a recipient copy, and are written
    *> to the filed register. With TAX1099-MODE=CORRECT the year is
    *> recomputed and compared with the register: each payee whose
    *> amount has changed is filed again as a 'G' corrected return.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    STRING WS-TODAY(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    DISPLAY "TAX-YEAR" UPON ENVIRONMENT-NAME
    ACCEPT WS-TAX-YEAR FROM ENVIRONMENT-VALUE
    IF WS-TAX-YEAR = SPACES
        *> run in January for the year just closed
        MOVE WS-TODAY(1:4) TO WS-TAX-YEAR-NUM
        SUBTRACT 1 FROM WS-TAX-YEAR-NUM
        MOVE WS-TAX-YEAR-NUM TO WS-TAX-YEAR
    END-IF
    DISPLAY "TAX1099-MODE" UPON ENVIRONMENT-NAME
    ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE
    MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
    PERFORM LOAD-PARAMETERS
    PERFORM LOAD-FILER-PARAMETERS
    IF WS-PAYER-TIN = SPACES
        MOVE "TAX1099" TO WS-ERR-PROGRAM-ID
        MOVE "NOTIN" TO WS-ERR-CODE
        MOVE "TAX-PAYER-TIN not set, nothing filed" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM RESOLVE-PATHS
    PERFORM LOAD-REVERSALS
    IF NOT WS-TABLE-OVERFLOWED
        PERFORM LOAD-YEAR-INTEREST
    END-IF
    IF NOT WS-TABLE-OVERFLOWED
        PERFORM LOAD-FILED-REGISTER
    END-IF
    IF WS-TABLE-OVERFLOWED
        *> a payee left out of a table would go unreported without
        *> anyone knowing; nothing is filed until the tables are sized
        MOVE "TAX1099" TO WS-ERR-PROGRAM-ID
        MOVE "OVERFLOW" TO WS-ERR-CODE
        MOVE "1099 work table exceeded, nothing filed for the year"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    *> an original filing is made once a year; after that only
    *> corrections, so a rerun cannot send the IRS a duplicate
    IF WS-CORRECTION-RUN
        IF WS-REGISTER-ROWS = ZERO
            MOVE "TAX1099" TO WS-ERR-PROGRAM-ID
            MOVE "NOORIG" TO WS-ERR-CODE
            MOVE "No original 1099 filing for the year to correct"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        IF WS-REGISTER-ROWS > ZERO
            MOVE "TAX1099" TO WS-ERR-PROGRAM-ID
            MOVE "FILED" TO WS-ERR-CODE
            MOVE "1099s already filed for the year, rerun with CORRECT"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT CONTROL-FILE
    IF CONTROL-STATUS NOT = "00"
        MOVE "TAX1099" TO WS-ERR-PROGRAM-ID
        MOVE CONTROL-STATUS TO WS-ERR-CODE
        MOVE "Unable to open 1099 control report" TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-CONTROL-HEADER
    *> every payee is decided before anything is written: the
    *> transmitter record leads the file with the payee count
    PERFORM VARYING WS-PAYEE-SUB FROM 1 BY 1
            UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
        PERFORM DECIDE-ONE-PAYEE
    END-PERFORM
    IF WS-FILE-COUNT > ZERO
        PERFORM WRITE-FILING
    END-IF
    PERFORM WRITE-CONTROL-TOTALS
    CLOSE CONTROL-FILE
    IF WS-FILE-COUNT > ZERO
        MOVE RECIPIENTPATH TO WS-ARCHIVE-SOURCE
        MOVE "tax-1099-recipient.dat" TO WS-ARCHIVE-REPORT
        PERFORM ARCHIVE-ONE-REPORT
    END-IF
    MOVE CONTROLPATH TO WS-ARCHIVE-SOURCE
    MOVE "tax-1099-control.dat" TO WS-ARCHIVE-REPORT
    PERFORM ARCHIVE-ONE-REPORT
    IF WS-EXCEPTION-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "TAX1099 complete for " WS-TAX-YEAR
            " " FUNCTION TRIM(CH-RUN-MODE)
            " - filed: " WS-FILE-COUNT
            " exceptions: " WS-EXCEPTION-COUNT
    STOP RUN.

LOAD-FILER-PARAMETERS.
    MOVE "TAX-1099-FLOOR" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-FLOOR
    END-IF
    MOVE "TAX-PAYER-TIN" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-PAYER-TIN
    MOVE "TAX-PAYER-NAME" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE = SPACES
        MOVE "ACH-BANK-NAME" TO PARM-SEARCH-KEY
        PERFORM GET-PARM-VALUE
    END-IF
    MOVE PARM-SEARCH-VALUE TO WS-PAYER-NAME
    MOVE "TAX-PAYER-ADDRESS" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-PAYER-ADDRESS
    MOVE "TAX-PAYER-CITY" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-PAYER-CITY
    MOVE "TAX-PAYER-STATE" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-PAYER-STATE
    MOVE "TAX-PAYER-ZIP" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-PAYER-ZIP
    MOVE "TAX-PAYER-PHONE" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-PAYER-PHONE
    MOVE "TAX-TRANSMITTER-TCC" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-TRANSMITTER-TCC
    MOVE "TAX-CONTACT-NAME" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-CONTACT-NAME
    MOVE "TAX-CONTACT-EMAIL" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE TO WS-CONTACT-EMAIL
    MOVE "TAX-TEST-FILE" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE(1:1) = 'Y'
        SET WS-TEST-FILE TO TRUE
    END-IF.

RESOLVE-PATHS.
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    DISPLAY "TAX-1099-REGISTER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TAXREGISTERPATH FROM ENVIRONMENT-VALUE
    IF TAXREGISTERPATH = SPACES
        MOVE "tax-1099-filed.dat" TO TAXREGISTERPATH
    END-IF
    DISPLAY "TAX-1099-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT IRSFILEPATH FROM ENVIRONMENT-VALUE
    IF IRSFILEPATH = SPACES
        MOVE "tax-1099-irs.dat" TO IRSFILEPATH
    END-IF
    DISPLAY "TAX-1099-RECIPIENT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT RECIPIENTPATH FROM ENVIRONMENT-VALUE
    IF RECIPIENTPATH = SPACES
        MOVE "tax-1099-recipient.dat" TO RECIPIENTPATH
    END-IF
    DISPLAY "TAX-1099-CONTROL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CONTROLPATH FROM ENVIRONMENT-VALUE
    IF CONTROLPATH = SPACES
        MOVE "tax-1099-control.dat" TO CONTROLPATH
    END-IF.

LOAD-REVERSALS.
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-JOURNAL
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-JOURNAL TO TRUE
                NOT AT END
                    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                    IF TJ-SLIP-SERIAL(1:2) = "RV"
                            AND TJ-XREF-SERIAL NOT = SPACES
                        IF WS-REVERSAL-COUNT < 20000
                            ADD 1 TO WS-REVERSAL-COUNT
                            MOVE TJ-XREF-SERIAL
                                TO RX-XREF-SERIAL(WS-REVERSAL-COUNT)
                            MOVE TJ-AMOUNT
                                TO RX-AMOUNT(WS-REVERSAL-COUNT)
                        ELSE
                            SET WS-TABLE-OVERFLOWED TO TRUE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    ELSE
        IF TRX-JOURNAL-STATUS NOT = "35"
            MOVE "TAX1099" TO WS-ERR-PROGRAM-ID
            MOVE TRX-JOURNAL-STATUS TO WS-ERR-CODE
            MOVE "Unable to open posted-transaction journal"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

LOAD-YEAR-INTEREST.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "00"
        PERFORM UNTIL WS-END-OF-JOURNAL
            READ TRX-JOURNAL-FILE
                AT END
                    SET WS-END-OF-JOURNAL TO TRUE
                NOT AT END
                    MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                    IF TJ-TRAN-CODE = 'I'
                            AND TJ-POST-DATE(1:4) = WS-TAX-YEAR
                        PERFORM ACCUMULATE-INTEREST
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TRX-JOURNAL-FILE
    END-IF.

ACCUMULATE-INTEREST.
    PERFORM FIND-PAYEE-ROW
    IF WS-FOUND-SUB > ZERO
        ADD TJ-AMOUNT TO PY-INTEREST(WS-FOUND-SUB)
        PERFORM VARYING WS-REVERSAL-SUB FROM 1 BY 1
                UNTIL WS-REVERSAL-SUB > WS-REVERSAL-COUNT
            IF RX-XREF-SERIAL(WS-REVERSAL-SUB) = TJ-SLIP-SERIAL
                ADD RX-AMOUNT(WS-REVERSAL-SUB)
                    TO PY-INTEREST(WS-FOUND-SUB)
                ADD RX-AMOUNT(WS-REVERSAL-SUB)
                    TO PY-REVERSED(WS-FOUND-SUB)
            END-IF
        END-PERFORM
    END-IF.

FIND-PAYEE-ROW.
    *> TJ-CUST-ID is the key whether the row came off the journal
    *> or was moved there from a register row
    MOVE ZERO TO WS-FOUND-SUB
    PERFORM VARYING WS-PAYEE-SUB FROM 1 BY 1
            UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
        IF PY-CUST-ID(WS-PAYEE-SUB) = TJ-CUST-ID
            MOVE WS-PAYEE-SUB TO WS-FOUND-SUB
            MOVE WS-PAYEE-COUNT TO WS-PAYEE-SUB
        END-IF
    END-PERFORM
    IF WS-FOUND-SUB = ZERO
        IF WS-PAYEE-COUNT < 10000
            ADD 1 TO WS-PAYEE-COUNT
            MOVE WS-PAYEE-COUNT TO WS-FOUND-SUB
            INITIALIZE WS-PAYEE-ROW(WS-FOUND-SUB)
            MOVE TJ-CUST-ID TO PY-CUST-ID(WS-FOUND-SUB)
        ELSE
            SET WS-TABLE-OVERFLOWED TO TRUE
        END-IF
    END-IF.

LOAD-FILED-REGISTER.
    *> Rows are appended in filing order, so the last one read for a
    *> customer is what the IRS currently holds for them.
    OPEN INPUT TAX-REGISTER-FILE
    IF TAX-REGISTER-STATUS = "00"
        PERFORM UNTIL WS-END-OF-REGISTER
            READ TAX-REGISTER-FILE
                AT END
                    SET WS-END-OF-REGISTER TO TRUE
                NOT AT END
                    MOVE TAX-REGISTER-REC TO TAX-FILED-RECORD
                    IF TF-TAX-YEAR = WS-TAX-YEAR
                        ADD 1 TO WS-REGISTER-ROWS
                        MOVE TF-CUST-ID TO TJ-CUST-ID
                        PERFORM FIND-PAYEE-ROW
                        IF WS-FOUND-SUB > ZERO
                            MOVE TF-FILING-TYPE
                                TO PY-FILED-TYPE(WS-FOUND-SUB)
                            MOVE TF-INTEREST
                                TO PY-FILED-INTEREST(WS-FOUND-SUB)
                            MOVE TF-TAX-ID
                                TO PY-FILED-TAX-ID(WS-FOUND-SUB)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TAX-REGISTER-FILE
    ELSE
        IF TAX-REGISTER-STATUS NOT = "35"
            MOVE "TAX1099" TO WS-ERR-PROGRAM-ID
            MOVE TAX-REGISTER-STATUS TO WS-ERR-CODE
            MOVE "Unable to open 1099 filed register"
                TO WS-ERR-MESSAGE
            SET WS-ERR-FATAL TO TRUE
            PERFORM LOG-COMMON-ERROR
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

DECIDE-ONE-PAYEE.
    MOVE SPACES TO PY-ACTION(WS-PAYEE-SUB)
    MOVE SPACES TO WS-EXCEPTION-TEXT
    PERFORM LOOKUP-PAYEE
    IF PY-ON-FILE(WS-PAYEE-SUB) NOT = 'Y'
        MOVE "NOT ON CUSTOMER FILE - NOT FILED" TO WS-EXCEPTION-TEXT
        PERFORM WRITE-EXCEPTION-LINE
        EXIT PARAGRAPH
    END-IF
    *> reportable amount: exempt recipients never; otherwise the
    *> year's net interest when it reaches the floor, or any amount
    *> at all for a payee under backup withholding
    MOVE ZERO TO PY-REPORTABLE(WS-PAYEE-SUB)
    IF PY-WITHHOLD-STATUS(WS-PAYEE-SUB) NOT = 'E'
            AND PY-INTEREST(WS-PAYEE-SUB) > ZERO
        IF PY-INTEREST(WS-PAYEE-SUB) >= WS-FLOOR
                OR PY-WITHHOLD-STATUS(WS-PAYEE-SUB) = 'B'
            MOVE PY-INTEREST(WS-PAYEE-SUB)
                TO PY-REPORTABLE(WS-PAYEE-SUB)
        END-IF
    END-IF
    IF WS-CORRECTION-RUN
        PERFORM DECIDE-CORRECTION
    ELSE
        IF PY-REPORTABLE(WS-PAYEE-SUB) > ZERO
            SET PY-TO-FILE(WS-PAYEE-SUB) TO TRUE
        END-IF
    END-IF
    IF PY-TO-FILE(WS-PAYEE-SUB)
        ADD 1 TO WS-FILE-COUNT
        ADD PY-REPORTABLE(WS-PAYEE-SUB) TO WS-TOTAL-INTEREST
        PERFORM WRITE-FILED-LINE
        IF PY-TAX-ID(WS-PAYEE-SUB) = SPACES
            *> still filed - the IRS answers a missing TIN with a
            *> notice that sets the customer to backup withholding
            ADD 1 TO WS-BLANK-TIN-COUNT
            MOVE "NO TAXPAYER ID ON FILE - FILED WITHOUT TIN"
                TO WS-EXCEPTION-TEXT
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    END-IF.

DECIDE-CORRECTION.
    IF PY-FILED-TYPE(WS-PAYEE-SUB) = SPACE
        *> not on the original at all: a late original return, which
        *> is not what a correction file may carry
        IF PY-REPORTABLE(WS-PAYEE-SUB) > ZERO
            MOVE "NOT ON ORIGINAL - LATE ORIGINAL NEEDED"
                TO WS-EXCEPTION-TEXT
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF PY-REPORTABLE(WS-PAYEE-SUB) = PY-FILED-INTEREST(WS-PAYEE-SUB)
        EXIT PARAGRAPH
    END-IF
    IF PY-TAX-ID(WS-PAYEE-SUB) NOT = PY-FILED-TAX-ID(WS-PAYEE-SUB)
        *> a TIN correction is the two-step kind - a zeroed return
        *> under the old TIN, then an original under the new one -
        *> and is prepared by hand
        MOVE "TIN CHANGED SINCE FILED - TWO-STEP BY HAND"
            TO WS-EXCEPTION-TEXT
        PERFORM WRITE-EXCEPTION-LINE
        EXIT PARAGRAPH
    END-IF
    SET PY-TO-FILE(WS-PAYEE-SUB) TO TRUE.

LOOKUP-PAYEE.
    *> no status filter: interest paid to an account closed or
    *> purged-pending since is reportable all the same
    MOVE SPACES TO CUST-NAME CUST-ADDRESS CUSTOMER-TAX-RECORD
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT NAME, ADDRESS, TAX_ID, TIN_TYPE, WITHHOLD_STATUS"
           " FROM CUSTOMERS WHERE ID = '" DELIMITED BY SIZE
           PY-CUST-ID(WS-PAYEE-SUB) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C41 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C41
    END-EXEC
    EXEC SQL
        FETCH C41 INTO :CUST-NAME, :CUST-ADDRESS, :CUST-TAX-ID,
                       :CUST-TIN-TYPE, :CUST-WITHHOLD-STATUS
    END-EXEC
    IF SQLCODE = ZERO
        MOVE 'Y' TO PY-ON-FILE(WS-PAYEE-SUB)
        MOVE CUST-NAME TO PY-NAME(WS-PAYEE-SUB)
        MOVE CUST-ADDRESS TO PY-ADDRESS(WS-PAYEE-SUB)
        MOVE CUST-TAX-ID TO PY-TAX-ID(WS-PAYEE-SUB)
        MOVE CUST-TIN-TYPE TO PY-TIN-TYPE(WS-PAYEE-SUB)
        MOVE CUST-WITHHOLD-STATUS TO PY-WITHHOLD-STATUS(WS-PAYEE-SUB)
    ELSE
        MOVE 'N' TO PY-ON-FILE(WS-PAYEE-SUB)
        IF SQLCODE NOT = 100
            MOVE "TAX1099" TO WS-ERR-PROGRAM-ID
            MOVE SQLCODE TO WS-SQLCODE-DISP
            MOVE WS-SQLCODE-DISP TO WS-ERR-CODE
            MOVE "SQL customer fetch failed" TO WS-ERR-MESSAGE
            SET WS-ERR-WARNING TO TRUE
            PERFORM LOG-COMMON-ERROR
        END-IF
    END-IF
    EXEC SQL
        CLOSE C41
    END-EXEC.

WRITE-FILING.
    OPEN OUTPUT IRS-FILE
    OPEN OUTPUT RECIPIENT-FILE
    OPEN EXTEND TAX-REGISTER-FILE
    IF TAX-REGISTER-STATUS NOT = "00"
        OPEN OUTPUT TAX-REGISTER-FILE
    END-IF
    IF IRS-FILE-STATUS NOT = "00" OR RECIPIENT-STATUS NOT = "00"
            OR TAX-REGISTER-STATUS NOT = "00"
        MOVE "TAX1099" TO WS-ERR-PROGRAM-ID
        MOVE "OPEN" TO WS-ERR-CODE
        MOVE "Unable to open 1099 output files, nothing filed"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-TRANSMITTER-RECORD
    PERFORM WRITE-PAYER-RECORD
    PERFORM VARYING WS-PAYEE-SUB FROM 1 BY 1
            UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
        IF PY-TO-FILE(WS-PAYEE-SUB)
            PERFORM WRITE-PAYEE-RECORD
            PERFORM WRITE-REGISTER-ROW
            PERFORM WRITE-RECIPIENT-COPY
        END-IF
    END-PERFORM
    PERFORM WRITE-END-OF-PAYER
    PERFORM WRITE-END-OF-TRANSMISSION
    CLOSE IRS-FILE
    CLOSE RECIPIENT-FILE
    CLOSE TAX-REGISTER-FILE.

WRITE-TRANSMITTER-RECORD.
    MOVE SPACES TO IRS-FILING-RECORD
    MOVE "T" TO IT-RECORD-TYPE
    MOVE WS-TAX-YEAR TO IT-PAYMENT-YEAR
    MOVE WS-PAYER-TIN TO IT-TRANSMITTER-TIN
    MOVE WS-TRANSMITTER-TCC TO IT-TCC
    IF WS-TEST-FILE
        MOVE "T" TO IT-TEST-FILE-IND
    END-IF
    MOVE FUNCTION UPPER-CASE(WS-PAYER-NAME) TO IT-TRANSMITTER-NAME
    MOVE FUNCTION UPPER-CASE(WS-PAYER-NAME) TO IT-COMPANY-NAME
    MOVE FUNCTION UPPER-CASE(WS-PAYER-ADDRESS) TO IT-COMPANY-ADDRESS
    MOVE FUNCTION UPPER-CASE(WS-PAYER-CITY) TO IT-COMPANY-CITY
    MOVE FUNCTION UPPER-CASE(WS-PAYER-STATE) TO IT-COMPANY-STATE
    MOVE WS-PAYER-ZIP TO IT-COMPANY-ZIP
    MOVE WS-FILE-COUNT TO IT-PAYEE-COUNT
    MOVE FUNCTION UPPER-CASE(WS-CONTACT-NAME) TO IT-CONTACT-NAME
    MOVE WS-PAYER-PHONE TO IT-CONTACT-PHONE
    MOVE WS-CONTACT-EMAIL TO IT-CONTACT-EMAIL
    *> 'I' - the file is produced in-house, not by a vendor
    MOVE "I" TO IT-VENDOR-IND
    PERFORM WRITE-IRS-RECORD.

WRITE-PAYER-RECORD.
    MOVE SPACES TO IRS-FILING-RECORD
    MOVE "A" TO IA-RECORD-TYPE
    MOVE WS-TAX-YEAR TO IA-PAYMENT-YEAR
    MOVE WS-PAYER-TIN TO IA-PAYER-TIN
    MOVE FUNCTION UPPER-CASE(WS-PAYER-NAME(1:4)) TO IA-NAME-CONTROL
    MOVE "6 " TO IA-RETURN-TYPE
    *> boxes carried: 1 interest income, 4 federal tax withheld
    MOVE "14" TO IA-AMOUNT-CODES
    MOVE FUNCTION UPPER-CASE(WS-PAYER-NAME) TO IA-PAYER-NAME
    MOVE "0" TO IA-TRANSFER-AGENT
    MOVE FUNCTION UPPER-CASE(WS-PAYER-ADDRESS) TO IA-PAYER-ADDRESS
    MOVE FUNCTION UPPER-CASE(WS-PAYER-CITY) TO IA-PAYER-CITY
    MOVE FUNCTION UPPER-CASE(WS-PAYER-STATE) TO IA-PAYER-STATE
    MOVE WS-PAYER-ZIP TO IA-PAYER-ZIP
    MOVE WS-PAYER-PHONE TO IA-PAYER-PHONE
    PERFORM WRITE-IRS-RECORD.

WRITE-PAYEE-RECORD.
    *> the address's fixed street, city, state and ZIP sub-fields
    MOVE PY-ADDRESS(WS-PAYEE-SUB) TO CUST-ADDRESS
    MOVE SPACES TO IRS-FILING-RECORD
    MOVE "B" TO IB-RECORD-TYPE
    MOVE WS-TAX-YEAR TO IB-PAYMENT-YEAR
    IF WS-CORRECTION-RUN
        MOVE "G" TO IB-CORRECTED-IND
    END-IF
    MOVE FUNCTION UPPER-CASE(PY-NAME(WS-PAYEE-SUB)(1:4))
        TO IB-NAME-CONTROL
    MOVE PY-TIN-TYPE(WS-PAYEE-SUB) TO IB-TIN-TYPE
    MOVE PY-TAX-ID(WS-PAYEE-SUB) TO IB-PAYEE-TIN
    MOVE PY-CUST-ID(WS-PAYEE-SUB) TO IB-ACCOUNT-NO
    PERFORM VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 18
        MOVE ZERO TO IB-AMOUNT(WS-BOX-SUB)
    END-PERFORM
    MOVE PY-REPORTABLE(WS-PAYEE-SUB) TO IB-AMOUNT(1)
    MOVE FUNCTION UPPER-CASE(PY-NAME(WS-PAYEE-SUB)) TO IB-PAYEE-NAME
    MOVE FUNCTION UPPER-CASE(CUST-ADDR-STREET) TO IB-PAYEE-ADDRESS
    MOVE FUNCTION UPPER-CASE(CUST-ADDR-CITY) TO IB-PAYEE-CITY
    MOVE FUNCTION UPPER-CASE(CUST-ADDR-STATE) TO IB-PAYEE-STATE
    MOVE CUST-ADDR-ZIP TO IB-PAYEE-ZIP
    PERFORM WRITE-IRS-RECORD.

WRITE-END-OF-PAYER.
    MOVE SPACES TO IRS-FILING-RECORD
    MOVE "C" TO IC-RECORD-TYPE
    MOVE WS-FILE-COUNT TO IC-PAYEE-COUNT
    PERFORM VARYING WS-BOX-SUB FROM 1 BY 1 UNTIL WS-BOX-SUB > 18
        MOVE ZERO TO IC-CONTROL-TOTAL(WS-BOX-SUB)
    END-PERFORM
    MOVE WS-TOTAL-INTEREST TO IC-CONTROL-TOTAL(1)
    MOVE WS-TOTAL-WITHHELD TO IC-CONTROL-TOTAL(4)
    PERFORM WRITE-IRS-RECORD.

WRITE-END-OF-TRANSMISSION.
    MOVE SPACES TO IRS-FILING-RECORD
    MOVE "F" TO IF-RECORD-TYPE
    MOVE 1 TO IF-PAYER-COUNT
    MOVE ZERO TO IF-ZERO-FILL
    MOVE WS-FILE-COUNT TO IF-PAYEE-COUNT
    PERFORM WRITE-IRS-RECORD.

WRITE-IRS-RECORD.
    *> the sequence number sits at the same position in every
    *> record type; the transmitter view is used to set it
    ADD 1 TO WS-SEQUENCE-NO
    MOVE WS-SEQUENCE-NO TO IT-SEQUENCE-NO
    WRITE IRS-FILE-REC FROM IRS-FILING-RECORD.

WRITE-REGISTER-ROW.
    MOVE SPACES TO TAX-FILED-RECORD
    MOVE WS-TAX-YEAR TO TF-TAX-YEAR
    MOVE PY-CUST-ID(WS-PAYEE-SUB) TO TF-CUST-ID
    IF WS-CORRECTION-RUN
        SET TF-CORRECTED TO TRUE
    ELSE
        SET TF-ORIGINAL TO TRUE
    END-IF
    MOVE WS-TODAY TO TF-FILED-DATE
    MOVE PY-TAX-ID(WS-PAYEE-SUB) TO TF-TAX-ID
    MOVE PY-TIN-TYPE(WS-PAYEE-SUB) TO TF-TIN-TYPE
    MOVE PY-REPORTABLE(WS-PAYEE-SUB) TO TF-INTEREST
    MOVE ZERO TO TF-WITHHELD
    MOVE PY-NAME(WS-PAYEE-SUB) TO TF-CUST-NAME
    WRITE TAX-REGISTER-REC FROM TAX-FILED-RECORD.

WRITE-RECIPIENT-COPY.
    *> Copy B as mailed: payer block, the recipient's name and
    *> address, the TIN masked to its last four digits, the boxes.
    MOVE SPACES TO RH-CORRECTED
    IF WS-CORRECTION-RUN
        MOVE "CORRECTED" TO RH-CORRECTED
    END-IF
    MOVE WS-TAX-YEAR TO RH-TAX-YEAR
    WRITE RECIPIENT-LINE FROM RECIPIENT-HEADER-1
    MOVE SPACES TO RECIPIENT-LINE
    WRITE RECIPIENT-LINE
    MOVE "PAYER:" TO RT-LABEL
    MOVE WS-PAYER-NAME TO RT-VALUE
    WRITE RECIPIENT-LINE FROM RECIPIENT-TEXT-LINE
    MOVE SPACES TO RT-LABEL
    MOVE WS-PAYER-ADDRESS TO RT-VALUE
    WRITE RECIPIENT-LINE FROM RECIPIENT-TEXT-LINE
    MOVE SPACES TO RT-VALUE
    STRING FUNCTION TRIM(WS-PAYER-CITY) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PAYER-STATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PAYER-ZIP DELIMITED BY SIZE
           INTO RT-VALUE
    WRITE RECIPIENT-LINE FROM RECIPIENT-TEXT-LINE
    MOVE "PAYER'S TIN:" TO RT-LABEL
    MOVE SPACES TO RT-VALUE
    STRING WS-PAYER-TIN(1:2) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-PAYER-TIN(3:7) DELIMITED BY SIZE
           INTO RT-VALUE
    WRITE RECIPIENT-LINE FROM RECIPIENT-TEXT-LINE
    MOVE SPACES TO RECIPIENT-LINE
    WRITE RECIPIENT-LINE
    MOVE "RECIPIENT:" TO RT-LABEL
    MOVE PY-NAME(WS-PAYEE-SUB) TO RT-VALUE
    WRITE RECIPIENT-LINE FROM RECIPIENT-TEXT-LINE
    MOVE PY-ADDRESS(WS-PAYEE-SUB) TO CUST-ADDRESS
    MOVE SPACES TO RT-LABEL
    MOVE CUST-ADDR-STREET TO RT-VALUE
    WRITE RECIPIENT-LINE FROM RECIPIENT-TEXT-LINE
    MOVE SPACES TO RT-VALUE
    STRING FUNCTION TRIM(CUST-ADDR-CITY) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CUST-ADDR-STATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CUST-ADDR-ZIP DELIMITED BY SIZE
           INTO RT-VALUE
    WRITE RECIPIENT-LINE FROM RECIPIENT-TEXT-LINE
    PERFORM MASK-PAYEE-TIN
    MOVE "RECIPIENT'S TIN:" TO RT-LABEL
    MOVE WS-MASKED-TIN TO RT-VALUE
    WRITE RECIPIENT-LINE FROM RECIPIENT-TEXT-LINE
    MOVE "ACCOUNT NUMBER:" TO RT-LABEL
    MOVE PY-CUST-ID(WS-PAYEE-SUB) TO RT-VALUE
    WRITE RECIPIENT-LINE FROM RECIPIENT-TEXT-LINE
    MOVE SPACES TO RECIPIENT-LINE
    WRITE RECIPIENT-LINE
    MOVE "BOX 1  INTEREST INCOME" TO RM-LABEL
    MOVE PY-REPORTABLE(WS-PAYEE-SUB) TO RM-AMOUNT
    WRITE RECIPIENT-LINE FROM RECIPIENT-MONEY-LINE
    MOVE "BOX 4  FEDERAL INCOME TAX WITHHELD" TO RM-LABEL
    MOVE ZERO TO RM-AMOUNT
    WRITE RECIPIENT-LINE FROM RECIPIENT-MONEY-LINE
    MOVE SPACES TO RECIPIENT-LINE
    WRITE RECIPIENT-LINE
    WRITE RECIPIENT-LINE FROM RECIPIENT-NOTICE-LINE
    *> one form per page for the mail room's inserter
    MOVE SPACES TO RECIPIENT-LINE
    WRITE RECIPIENT-LINE
    MOVE ALL "-" TO RECIPIENT-LINE
    WRITE RECIPIENT-LINE.

MASK-PAYEE-TIN.
    MOVE SPACES TO WS-MASKED-TIN
    EVALUATE TRUE
        WHEN PY-TAX-ID(WS-PAYEE-SUB) = SPACES
            MOVE "NOT ON FILE" TO WS-MASKED-TIN
        WHEN PY-TIN-TYPE(WS-PAYEE-SUB) = '1'
            STRING "**-***" DELIMITED BY SIZE
                   PY-TAX-ID(WS-PAYEE-SUB)(6:4) DELIMITED BY SIZE
                   INTO WS-MASKED-TIN
        WHEN OTHER
            STRING "***-**-" DELIMITED BY SIZE
                   PY-TAX-ID(WS-PAYEE-SUB)(6:4) DELIMITED BY SIZE
                   INTO WS-MASKED-TIN
    END-EVALUATE.

WRITE-CONTROL-HEADER.
    MOVE WS-REPORT-DATE TO CH-REPORT-DATE
    MOVE WS-TAX-YEAR TO CH-TAX-YEAR
    IF WS-CORRECTION-RUN
        MOVE "CORRECTION" TO CH-RUN-MODE
    ELSE
        MOVE "ORIGINAL" TO CH-RUN-MODE
    END-IF
    WRITE CONTROL-LINE FROM CONTROL-HEADER-1
    MOVE SPACES TO CONTROL-LINE
    WRITE CONTROL-LINE
    WRITE CONTROL-LINE FROM CONTROL-COLUMN-LINE.

WRITE-FILED-LINE.
    PERFORM BUILD-DETAIL-LINE
    IF WS-CORRECTION-RUN
        MOVE "CORRECTED - FILED WAS" TO CD-ACTION
        MOVE PY-FILED-INTEREST(WS-PAYEE-SUB) TO RM-AMOUNT
        MOVE RM-AMOUNT TO CD-ACTION(23:14)
    ELSE
        MOVE "FILED" TO CD-ACTION
    END-IF
    WRITE CONTROL-LINE FROM CONTROL-DETAIL-LINE.

WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-EXCEPTION-COUNT
    PERFORM BUILD-DETAIL-LINE
    MOVE WS-EXCEPTION-TEXT TO CD-ACTION
    WRITE CONTROL-LINE FROM CONTROL-DETAIL-LINE.

BUILD-DETAIL-LINE.
    MOVE SPACES TO CONTROL-DETAIL-LINE
    MOVE PY-CUST-ID(WS-PAYEE-SUB) TO CD-CUST-ID
    MOVE PY-NAME(WS-PAYEE-SUB) TO CD-CUST-NAME
    PERFORM MASK-PAYEE-TIN
    MOVE WS-MASKED-TIN TO CD-MASKED-TIN
    EVALUATE PY-TIN-TYPE(WS-PAYEE-SUB)
        WHEN '1'
            MOVE "EIN" TO CD-TIN-TYPE
        WHEN '2'
            MOVE "SSN" TO CD-TIN-TYPE
    END-EVALUATE
    MOVE PY-INTEREST(WS-PAYEE-SUB) TO CD-INTEREST
    MOVE PY-REPORTABLE(WS-PAYEE-SUB) TO CD-REPORTED.

WRITE-CONTROL-TOTALS.
    MOVE SPACES TO CONTROL-LINE
    WRITE CONTROL-LINE
    MOVE SPACES TO CONTROL-TOTAL-LINE
    MOVE "CUSTOMERS WITH INTEREST IN YEAR:" TO CT-LABEL
    MOVE WS-PAYEE-COUNT TO CT-COUNT
    WRITE CONTROL-LINE FROM CONTROL-TOTAL-LINE
    MOVE SPACES TO CONTROL-TOTAL-LINE
    MOVE "RETURNS FILED / BOX 1 TOTAL:" TO CT-LABEL
    MOVE WS-FILE-COUNT TO CT-COUNT
    MOVE WS-TOTAL-INTEREST TO CT-AMOUNT
    WRITE CONTROL-LINE FROM CONTROL-TOTAL-LINE
    MOVE SPACES TO CONTROL-TOTAL-LINE
    MOVE "BOX 4 WITHHELD TOTAL:" TO CT-LABEL
    MOVE ZERO TO CT-COUNT
    MOVE WS-TOTAL-WITHHELD TO CT-AMOUNT
    WRITE CONTROL-LINE FROM CONTROL-TOTAL-LINE
    MOVE SPACES TO CONTROL-TOTAL-LINE
    MOVE "FILED WITHOUT TAXPAYER ID:" TO CT-LABEL
    MOVE WS-BLANK-TIN-COUNT TO CT-COUNT
    WRITE CONTROL-LINE FROM CONTROL-TOTAL-LINE
    MOVE SPACES TO CONTROL-TOTAL-LINE
    MOVE "EXCEPTIONS FOR REVIEW:" TO CT-LABEL
    MOVE WS-EXCEPTION-COUNT TO CT-COUNT
    WRITE CONTROL-LINE FROM CONTROL-TOTAL-LINE
    IF WS-FILE-COUNT = ZERO
        MOVE "NO RETURNS TO FILE - NO IRS FILE WRITTEN" TO CONTROL-LINE
        WRITE CONTROL-LINE
    END-IF.

ARCHIVE-ONE-REPORT.
    *> Archived and cataloged the way the annual statements are,
    *> under names the report routes pick up: recipient copies to
    *> the mail room, the control report to accounting.
    DISPLAY "UTILS-ARCHIVE-DIR-PATH" UPON ENVIRONMENT-NAME
    ACCEPT ARCHIVEDIRPATH FROM ENVIRONMENT-VALUE
    IF ARCHIVEDIRPATH = SPACES
        MOVE "/archive" TO ARCHIVEDIRPATH
    END-IF
    MOVE SPACES TO ARCHIVE-FILE-NAME
    STRING FUNCTION TRIM(ARCHIVEDIRPATH) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ARCHIVE-REPORT) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-TAX-YEAR DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-TODAY DELIMITED BY SIZE
           INTO ARCHIVE-FILE-NAME
    CALL "CBL_COPY_FILE" USING WS-ARCHIVE-SOURCE ARCHIVE-FILE-NAME
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = ZERO
        MOVE "TAX1099" TO WS-ERR-PROGRAM-ID
        MOVE "ARCHIVE" TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Archive copy failed: " DELIMITED BY SIZE
               WS-ARCHIVE-REPORT DELIMITED BY SPACE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        DISPLAY "UTILS-CATALOG-PATH" UPON ENVIRONMENT-NAME
        ACCEPT CATALOGPATH FROM ENVIRONMENT-VALUE
        IF CATALOGPATH = SPACES
            MOVE "utils-report-catalog.dat" TO CATALOGPATH
        END-IF
        MOVE SPACES TO CATALOG-ENTRY
        MOVE WS-TODAY TO CATALOG-RUN-DATE
        MOVE WS-ARCHIVE-REPORT TO CATALOG-REPORT-NAME
        MOVE ARCHIVE-FILE-NAME TO CATALOG-ARCHIVE-PATH
        MOVE ARCHIVE-FILE-NAME TO WS-CHN-FILE-PATH
        PERFORM CHECKSUM-ARCHIVE-FILE
        IF NOT WS-CHN-FILE-READ
            MOVE "TAX1099" TO WS-ERR-PROGRAM-ID
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
        END-IF
        WRITE CATALOG-REC FROM CATALOG-ENTRY
        CLOSE CATALOG-FILE
        DISPLAY "Archived: " FUNCTION TRIM(ARCHIVE-FILE-NAME)
    END-IF.

    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
