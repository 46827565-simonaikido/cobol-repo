    SELECT EXCP-MARKER-FILE ASSIGN TO EXCPMARKERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXCP-MARKER-STATUS.
    COPY PARMFILE.
    COPY JPCFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  ROLL-LOG-FILE.
01  ROLL-LOG-REC           PIC X(250).
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  EXCP-MARKER-FILE.
01  EXCP-MARKER-LINE       PIC X(29).
    COPY PARMFD.
    COPY JPCFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  ROLLLOGPATH        PIC X(200) VALUE SPACES.
01  ARCHIVEDIRPATH     PIC X(150) VALUE SPACES.
01  WS-ROLL-MONTH      PIC X(6)  VALUE SPACES.
01  WS-TODAY           PIC 9(8).
01  WS-TODAY-R REDEFINES WS-TODAY.
    05  WS-TODAY-YYYY  PIC 9(4).
    05  WS-TODAY-MM    PIC 9(2).
    05  WS-TODAY-DD    PIC 9(2).
*> The append-only operational logs this shop never dared touch,
*> because EXCPRPT tracks position in them by absolute line number.
*> Rolling them and resetting those markers in the same run is the
01  WS-EXCP-RECON-PART PIC X(9) VALUE "000000000".
01  WS-CHECK-PATH      PIC X(200) VALUE SPACES.
01  WS-CHECK-SW        PIC X VALUE 'N'.
*> Journal months before the roll month are closed - TRXPOST reopens
*> one if a back-dated run lands in it - and closed months older than
*> JOURNAL-KEEP-MONTHS lose their partition and index. The continuous
*> journal keeps every row, so nothing is lost to the ledger.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  WS-KEEP-MONTHS     PIC 9(4) VALUE 84.
01  WS-MONTHS-TOTAL    PIC 9(7) VALUE ZERO.
01  WS-CUT-YEAR        PIC 9(4) VALUE ZERO.
01  WS-CUT-MONTH       PIC 9(2) VALUE ZERO.
01  WS-PURGE-BEFORE    PIC 9(6) VALUE ZERO.
01  WS-PURGE-BEFORE-X REDEFINES WS-PURGE-BEFORE PIC X(6).
01  WS-CLOSED-COUNT    PIC 9(4) VALUE ZERO.
01  WS-PURGED-COUNT    PIC 9(4) VALUE ZERO.
    COPY CATREC.
    COPY PARMTAB.
    COPY JPCTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
        DISPLAY "LOGROLL complete, logs rolled: " WS-ROLLED-COUNT
                " for month " WS-ROLL-MONTH
    END-IF
    PERFORM ROLL-JOURNAL-PARTITIONS
    STOP RUN.

ROLL-JOURNAL-PARTITIONS.
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    PERFORM LOAD-JOURNAL-CATALOG
    IF NOT WS-JOURNAL-PARTITIONED
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-PARAMETERS
    MOVE "JOURNAL-KEEP-MONTHS" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    IF PARM-SEARCH-VALUE NOT = SPACES
            AND FUNCTION TEST-NUMVAL(PARM-SEARCH-VALUE) = ZERO
        MOVE FUNCTION NUMVAL(PARM-SEARCH-VALUE) TO WS-KEEP-MONTHS
    END-IF
    COMPUTE WS-MONTHS-TOTAL =
        WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1 - WS-KEEP-MONTHS
    COMPUTE WS-CUT-YEAR = WS-MONTHS-TOTAL / 12
    COMPUTE WS-CUT-MONTH = WS-MONTHS-TOTAL - WS-CUT-YEAR * 12 + 1
    COMPUTE WS-PURGE-BEFORE = WS-CUT-YEAR * 100 + WS-CUT-MONTH
    PERFORM VARYING WS-JPC-SUB FROM 1 BY 1
            UNTIL WS-JPC-SUB > WS-JPC-COUNT
        IF WS-JPC-OPEN(WS-JPC-SUB)
                AND WS-JPC-PERIOD(WS-JPC-SUB) < WS-ROLL-MONTH
            SET WS-JPC-CLOSED(WS-JPC-SUB) TO TRUE
            ADD 1 TO WS-CLOSED-COUNT
        END-IF
        IF WS-JPC-CLOSED(WS-JPC-SUB)
                AND WS-JPC-PERIOD(WS-JPC-SUB) < WS-PURGE-BEFORE-X
            CALL "CBL_DELETE_FILE" USING WS-JPC-PART-PATH(WS-JPC-SUB)
                RETURNING WS-JPC-DELETE-RC
            CALL "CBL_DELETE_FILE" USING WS-JPC-INDEX-PATH(WS-JPC-SUB)
                RETURNING WS-JPC-DELETE-RC
            SET WS-JPC-PURGED(WS-JPC-SUB) TO TRUE
            ADD 1 TO WS-PURGED-COUNT
        END-IF
    END-PERFORM
    PERFORM SAVE-JOURNAL-CATALOG
    DISPLAY "LOGROLL journal months closed: " WS-CLOSED-COUNT
            " purged before " WS-PURGE-BEFORE-X ": " WS-PURGED-COUNT.

RESOLVE-LOG-PATHS.
    *> Each log's own env name overrides its default, the same names
    *> the writing programs honour.
    MOVE WS-TODAY TO CATALOG-RUN-DATE
    MOVE WS-LOG-BASENAME(WS-ROLL-SUB) TO CATALOG-REPORT-NAME
    MOVE WS-ARCHIVE-NAME(WS-ROLL-SUB) TO CATALOG-ARCHIVE-PATH
    MOVE WS-ARCHIVE-NAME(WS-ROLL-SUB) TO WS-CHN-FILE-PATH
    PERFORM CHECKSUM-ARCHIVE-FILE
    IF WS-CHN-FILE-READ
        MOVE WS-CHN-FILE-SUM TO CATALOG-CHECKSUM
    END-IF
    MOVE CATALOG-ENTRY TO CATALOG-REC
    OPEN EXTEND CATALOG-FILE
    IF CATALOG-STATUS = "35" OR CATALOG-STATUS = "05"
            TO WS-BASENAME-OUT
    END-IF.

    COPY PARMLOAD.
    COPY JPCLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
