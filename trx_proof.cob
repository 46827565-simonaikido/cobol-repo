    SELECT RECON-LOG-FILE ASSIGN TO RECONLOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECON-LOG-STATUS.
    SELECT PROOF-CARRY-FILE ASSIGN TO PROOFCARRYPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROOF-CARRY-STATUS.
    SELECT NEW-PROOF-CARRY-FILE ASSIGN TO NEWPROOFCARRYPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-PROOF-CARRY-STATUS.
    COPY CYCFILE.
    COPY JPCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
01  TRX-JOURNAL-REC        PIC X(113).
FD  RECON-LOG-FILE.
01  RECON-LOG-REC          PIC X(200).
FD  PROOF-CARRY-FILE.
01  PROOF-CARRY-REC        PIC X(40).
FD  NEW-PROOF-CARRY-FILE.
01  NEW-PROOF-CARRY-REC    PIC X(40).
    COPY CYCFD.
    COPY JPCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  RECONLOGPATH       PIC X(200) VALUE SPACES.
01  RECON-LOG-STATUS   PIC XX.
01  PROOFCARRYPATH     PIC X(200) VALUE SPACES.
01  PROOF-CARRY-STATUS PIC XX.
01  NEWPROOFCARRYPATH  PIC X(200) VALUE SPACES.
01  NEW-PROOF-CARRY-STATUS PIC XX.
01  WS-RUN-ID          PIC X(16) VALUE SPACES.
01  WS-WALKED-SW       PIC X VALUE 'N'.
    88  WS-JOURNAL-WALKED      VALUE 'Y'.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-JOURNAL      VALUE 'Y'.
01  SQL-STATEMENT      PIC X(300).
01  WS-LIVE-BALANCE    PIC S9(9)V99 VALUE ZERO.
01  WS-LIVE-BAL-DISP   PIC -(9)9.99.
01  WS-CHAIN-BAL-DISP  PIC -(9)9.99.
*> Once the journal is partitioned the chains are not walked from
*> the first posting every night: the proof carries each customer's
*> position forward at the end of the last month the monthly
*> rollover has closed, and the nightly walk starts from the month
*> after it. A first row under the blank customer id holds the
*> month only, so a carry with no customers still says how far it
*> reaches.
01  PROOF-CARRY-ENTRY.
    05  PC-THROUGH-PERIOD  PIC X(6).
    05  FILLER             PIC X VALUE SPACE.
    05  PC-CUST-ID         PIC X(10).
    05  FILLER             PIC X VALUE SPACE.
    05  PC-CLOSING-BALANCE PIC S9(9)V99
        SIGN IS TRAILING SEPARATE CHARACTER.
    05  FILLER             PIC X VALUE SPACE.
    05  PC-ROW-COUNT       PIC 9(7).
    05  FILLER             PIC X VALUE SPACE.
    05  PC-CHAIN-BROKEN-SW PIC X.
01  WS-CARRY-EOF-SW    PIC X VALUE 'N'.
    88  WS-END-OF-CARRY        VALUE 'Y'.
01  WS-CARRY-THROUGH   PIC X(6) VALUE "000000".
01  WS-CARRY-NEW-THROUGH PIC X(6) VALUE SPACES.
01  WS-CARRY-NEXT.
    05  WS-CARRY-NEXT-YYYY PIC 9(4).
    05  WS-CARRY-NEXT-MM   PIC 9(2).
01  WS-CARRY-PEND-SW   PIC X VALUE 'N'.
    88  WS-CARRY-PENDING       VALUE 'Y'.
01  WS-CARRY-STOP-SW   PIC X VALUE 'N'.
    88  WS-CARRY-STOPPED       VALUE 'Y'.
01  WS-CARRY-ROWS      PIC 9(9) VALUE ZERO.
01  WS-CARRY-RC        PIC 9(9) COMP-5.
01  RECON-LOG-ENTRY.
    05  RECON-TIMESTAMP    PIC X(26).
    05  FILLER             PIC X VALUE SPACE.
    05  FILLER             PIC X VALUE SPACE.
    05  RECON-MESSAGE      PIC X(120).
    COPY CYCTAB.
    COPY JPCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    PERFORM LOAD-JOURNAL-CATALOG
    IF WS-JOURNAL-PARTITIONED
        PERFORM LOAD-PROOF-CARRY
        MOVE "999999" TO WS-JPC-TO-PERIOD
        PERFORM CHECK-JOURNAL-RANGE
    END-IF
    IF WS-JPC-USE-PARTITIONS
        PERFORM WALK-JOURNAL-PARTITIONS
    ELSE
        *> the continuous journal holds every chain from its first
        *> row, so nothing carried forward is wanted
        MOVE ZERO TO WS-PROOF-COUNT
        MOVE 'N' TO WS-OVERFLOW-SW
        PERFORM WALK-CONTINUOUS-JOURNAL
    END-IF
    IF WS-JOURNAL-WALKED
        IF WS-TABLE-OVERFLOWED
            *> a customer whose chain fell off the table would be
            *> "proved" against a truncated chain; refuse to certify
            END-IF
        END-IF
    END-IF
    PERFORM RECORD-STEP-END
    STOP RUN.

WALK-CONTINUOUS-JOURNAL.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS = "35"
        DISPLAY "No journal on file, nothing to prove"
        EXIT PARAGRAPH
    END-IF
    IF TRX-JOURNAL-STATUS NOT = "00"
        MOVE "TRXPROOF" TO WS-ERR-PROGRAM-ID
        MOVE TRX-JOURNAL-STATUS TO WS-ERR-CODE
        MOVE "Unable to open posted-transaction journal"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    SET WS-JOURNAL-WALKED TO TRUE
    PERFORM UNTIL WS-END-OF-JOURNAL
        READ TRX-JOURNAL-FILE
            AT END
                SET WS-END-OF-JOURNAL TO TRUE
            NOT AT END
                ADD 1 TO WS-JOURNAL-ROWS
                MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                PERFORM WALK-JOURNAL-ROW
        END-READ
    END-PERFORM
    CLOSE TRX-JOURNAL-FILE.

WALK-JOURNAL-PARTITIONS.
    *> The months after the carry, in period order, continuing the
    *> carried chains. While the months walked are closed ones the
    *> carry can move up behind them; it is saved just before the
    *> first month still open, so tomorrow's walk starts there.
    SET WS-JOURNAL-WALKED TO TRUE
    MOVE ZERO TO WS-JPC-SCAN-SUB
    PERFORM NEXT-JOURNAL-PARTITION
    PERFORM UNTIL NOT WS-JPC-PARTITION-READY
        IF NOT WS-JPC-CLOSED(WS-JPC-SCAN-SUB)
            IF WS-CARRY-PENDING
                PERFORM SAVE-PROOF-CARRY
            END-IF
            SET WS-CARRY-STOPPED TO TRUE
        END-IF
        PERFORM WALK-ONE-PARTITION
        IF WS-JPC-CLOSED(WS-JPC-SCAN-SUB) AND NOT WS-CARRY-STOPPED
            MOVE WS-JPC-PERIOD(WS-JPC-SCAN-SUB)
                TO WS-CARRY-NEW-THROUGH
            SET WS-CARRY-PENDING TO TRUE
        END-IF
        PERFORM NEXT-JOURNAL-PARTITION
    END-PERFORM
    IF WS-CARRY-PENDING
        PERFORM SAVE-PROOF-CARRY
    END-IF
    MOVE WS-JPC-BASE-PATH TO TRXJOURNALPATH.

WALK-ONE-PARTITION.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS NOT = "00"
        *> a catalogued month that cannot be read leaves a hole in
        *> every chain through it; the carry is not moved past it
        MOVE "TRXPROOF" TO WS-ERR-PROGRAM-ID
        MOVE TRX-JOURNAL-STATUS TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Unable to open journal partition "
               DELIMITED BY SIZE
               WS-JPC-PERIOD(WS-JPC-SCAN-SUB) DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        IF WS-CARRY-PENDING
            PERFORM SAVE-PROOF-CARRY
        END-IF
        SET WS-CARRY-STOPPED TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-JOURNAL
        READ TRX-JOURNAL-FILE
            AT END
                SET WS-END-OF-JOURNAL TO TRUE
            NOT AT END
                ADD 1 TO WS-JOURNAL-ROWS
                MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                PERFORM WALK-JOURNAL-ROW
        END-READ
    END-PERFORM
    CLOSE TRX-JOURNAL-FILE.

LOAD-PROOF-CARRY.
    DISPLAY "TRXPROOF-CARRY-PATH" UPON ENVIRONMENT-NAME
    ACCEPT PROOFCARRYPATH FROM ENVIRONMENT-VALUE
    IF PROOFCARRYPATH = SPACES
        MOVE "trxproof-carry.dat" TO PROOFCARRYPATH
    END-IF
    MOVE "000000" TO WS-CARRY-THROUGH
    MOVE ZERO TO WS-PROOF-COUNT
    OPEN INPUT PROOF-CARRY-FILE
    IF PROOF-CARRY-STATUS = "00"
        PERFORM UNTIL WS-END-OF-CARRY
            READ PROOF-CARRY-FILE
                AT END
                    SET WS-END-OF-CARRY TO TRUE
                NOT AT END
                    MOVE PROOF-CARRY-REC TO PROOF-CARRY-ENTRY
                    PERFORM STORE-CARRY-ROW
            END-READ
        END-PERFORM
        CLOSE PROOF-CARRY-FILE
    END-IF
    MOVE WS-CARRY-THROUGH TO WS-CARRY-NEXT
    IF WS-CARRY-NEXT-MM = 12
        ADD 1 TO WS-CARRY-NEXT-YYYY
        MOVE 1 TO WS-CARRY-NEXT-MM
    ELSE
        ADD 1 TO WS-CARRY-NEXT-MM
    END-IF
    MOVE WS-CARRY-NEXT TO WS-JPC-FROM-PERIOD
    IF WS-CARRY-THROUGH NOT = "000000"
        DISPLAY "Chains carried forward through " WS-CARRY-THROUGH
                " for " WS-PROOF-COUNT " customer(s)"
    END-IF.

STORE-CARRY-ROW.
    IF PC-THROUGH-PERIOD NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE PC-THROUGH-PERIOD TO WS-CARRY-THROUGH
    IF PC-CUST-ID = SPACES
        EXIT PARAGRAPH
    END-IF
    IF WS-PROOF-COUNT < 10000
        ADD 1 TO WS-PROOF-COUNT
        MOVE PC-CUST-ID TO PF-CUST-ID(WS-PROOF-COUNT)
        MOVE PC-CLOSING-BALANCE TO PF-CLOSING-BALANCE(WS-PROOF-COUNT)
        MOVE PC-ROW-COUNT TO PF-ROW-COUNT(WS-PROOF-COUNT)
        MOVE PC-CHAIN-BROKEN-SW TO PF-CHAIN-BROKEN-SW(WS-PROOF-COUNT)
    ELSE
        SET WS-TABLE-OVERFLOWED TO TRUE
    END-IF.

SAVE-PROOF-CARRY.
    *> Same replace-in-place convention as the other control files.
    *> A table that overflowed is not a position worth carrying.
    MOVE 'N' TO WS-CARRY-PEND-SW
    IF WS-TABLE-OVERFLOWED
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO NEWPROOFCARRYPATH
    STRING FUNCTION TRIM(PROOFCARRYPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWPROOFCARRYPATH
    OPEN OUTPUT NEW-PROOF-CARRY-FILE
    IF NEW-PROOF-CARRY-STATUS NOT = "00"
        MOVE "TRXPROOF" TO WS-ERR-PROGRAM-ID
        MOVE NEW-PROOF-CARRY-STATUS TO WS-ERR-CODE
        MOVE "Unable to write the proof carry-forward"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO PROOF-CARRY-ENTRY
    MOVE WS-CARRY-NEW-THROUGH TO PC-THROUGH-PERIOD
    MOVE ZERO TO PC-CLOSING-BALANCE
    MOVE ZERO TO PC-ROW-COUNT
    WRITE NEW-PROOF-CARRY-REC FROM PROOF-CARRY-ENTRY
    MOVE ZERO TO WS-CARRY-ROWS
    PERFORM VARYING WS-PROOF-SUB FROM 1 BY 1
            UNTIL WS-PROOF-SUB > WS-PROOF-COUNT
        MOVE SPACES TO PROOF-CARRY-ENTRY
        MOVE WS-CARRY-NEW-THROUGH TO PC-THROUGH-PERIOD
        MOVE PF-CUST-ID(WS-PROOF-SUB) TO PC-CUST-ID
        MOVE PF-CLOSING-BALANCE(WS-PROOF-SUB) TO PC-CLOSING-BALANCE
        MOVE PF-ROW-COUNT(WS-PROOF-SUB) TO PC-ROW-COUNT
        MOVE PF-CHAIN-BROKEN-SW(WS-PROOF-SUB) TO PC-CHAIN-BROKEN-SW
        WRITE NEW-PROOF-CARRY-REC FROM PROOF-CARRY-ENTRY
        ADD 1 TO WS-CARRY-ROWS
    END-PERFORM
    CLOSE NEW-PROOF-CARRY-FILE
    CALL "CBL_DELETE_FILE" USING PROOFCARRYPATH
        RETURNING WS-CARRY-RC
    CALL "CBL_COPY_FILE" USING NEWPROOFCARRYPATH PROOFCARRYPATH
        RETURNING WS-CARRY-RC
    CALL "CBL_DELETE_FILE" USING NEWPROOFCARRYPATH
        RETURNING WS-CARRY-RC
    DISPLAY "Proof carry-forward moved to " WS-CARRY-NEW-THROUGH
            " - " WS-CARRY-ROWS " customer(s)".

WALK-JOURNAL-ROW.
    MOVE ZERO TO WS-FOUND-SUB
    PERFORM VARYING WS-PROOF-SUB FROM 1 BY 1
    CLOSE RECON-LOG-FILE.

    COPY CYCSTAT.
    COPY JPCLOAD.
    COPY ERRHAND.
