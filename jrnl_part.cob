      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. JRNLPART.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT JOURNAL-PARTITION-FILE ASSIGN TO JOURNALPARTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-PARTITION-STATUS.
    SELECT JOURNAL-INDEX-FILE ASSIGN TO JOURNALINDEXPATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JX-KEY
        FILE STATUS IS JOURNAL-INDEX-STATUS.
    COPY JPCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  JOURNAL-PARTITION-FILE.
01  JOURNAL-PARTITION-REC  PIC X(113).
FD  JOURNAL-INDEX-FILE.
    COPY JRNLIDX.
    COPY JPCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  JOURNALPARTPATH    PIC X(200) VALUE SPACES.
01  JOURNAL-PARTITION-STATUS PIC XX.
01  JOURNALINDEXPATH   PIC X(200) VALUE SPACES.
01  JOURNAL-INDEX-STATUS PIC XX.
01  WS-JOURNAL-EOF-SW  PIC X VALUE 'N'.
    88  WS-END-OF-JOURNAL      VALUE 'Y'.
01  WS-FAILED-SW       PIC X VALUE 'N'.
    88  WS-REBUILD-FAILED      VALUE 'Y'.
*> One flag per catalog row: 'Y' once this run has started the
*> month's files afresh, so a month met again out of order (a
*> hand-edited journal) is appended to rather than started over.
01  WS-STARTED-TABLE.
    05  WS-STARTED-SW      PIC X OCCURS 600 TIMES.
01  WS-CUR-SUB         PIC 9(4) COMP VALUE ZERO.
01  WS-CUR-PERIOD      PIC X(6) VALUE SPACES.
01  WS-CUR-OPEN-SW     PIC X VALUE 'N'.
    88  WS-CUR-FILES-OPEN      VALUE 'Y'.
01  WS-ROWS-READ       PIC 9(9) VALUE ZERO.
01  WS-ROWS-WRITTEN    PIC 9(9) VALUE ZERO.
01  WS-ROWS-PURGED     PIC 9(9) VALUE ZERO.
01  WS-ROWS-UNDATED    PIC 9(9) VALUE ZERO.
01  WS-PERIODS-BUILT   PIC 9(4) VALUE ZERO.
    COPY TRXJRNL.
    COPY JPCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    *> Builds the journal's monthly partitions, their customer
    *> indexes and the partition catalog from the continuous journal.
    *> Run once to switch partitioning on - TRXPOST keeps everything
    *> up to date from the next posting - and again whenever TRXPOST
    *> has withdrawn the catalog after a failed partition write.
    *> Months the monthly rollover has purged past retention stay
    *> purged; every other month is rebuilt whole. Run it outside the
    *> nightly cycle, never alongside TRXPOST.
    DISPLAY "TRX-JOURNAL-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TRXJOURNALPATH FROM ENVIRONMENT-VALUE
    IF TRXJOURNALPATH = SPACES
        MOVE "trx-journal.dat" TO TRXJOURNALPATH
    END-IF
    PERFORM LOAD-JOURNAL-CATALOG
    PERFORM VARYING WS-JPC-SUB FROM 1 BY 1
            UNTIL WS-JPC-SUB > WS-JPC-COUNT
        IF NOT WS-JPC-PURGED(WS-JPC-SUB)
            MOVE ZERO TO WS-JPC-ROWS(WS-JPC-SUB)
            MOVE SPACES TO WS-JPC-FIRST-DATE(WS-JPC-SUB)
            MOVE SPACES TO WS-JPC-LAST-DATE(WS-JPC-SUB)
        END-IF
    END-PERFORM
    MOVE ALL 'N' TO WS-STARTED-TABLE
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS NOT = "00"
        MOVE "JRNLPART" TO WS-ERR-PROGRAM-ID
        MOVE TRX-JOURNAL-STATUS TO WS-ERR-CODE
        MOVE "Unable to open the transaction journal"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        STOP RUN
    END-IF
    PERFORM UNTIL WS-END-OF-JOURNAL OR WS-REBUILD-FAILED
        READ TRX-JOURNAL-FILE
            AT END
                SET WS-END-OF-JOURNAL TO TRUE
            NOT AT END
                ADD 1 TO WS-ROWS-READ
                MOVE TRX-JOURNAL-REC TO TRX-JOURNAL-ENTRY
                PERFORM PARTITION-JOURNAL-ROW
        END-READ
    END-PERFORM
    CLOSE TRX-JOURNAL-FILE
    PERFORM CLOSE-CURRENT-PERIOD
    IF WS-REBUILD-FAILED
        *> a half-built set must not be catalogued; the readers stay
        *> on the continuous journal until a clean rebuild
        CALL "CBL_DELETE_FILE" USING JOURNALCATPATH
            RETURNING WS-JPC-DELETE-RC
        DISPLAY "JRNLPART failed - no partition catalog in place"
        STOP RUN
    END-IF
    PERFORM SAVE-JOURNAL-CATALOG
    DISPLAY "JRNLPART complete - journal rows: " WS-ROWS-READ
            " partitioned: " WS-ROWS-WRITTEN
            " months: " WS-PERIODS-BUILT
    DISPLAY "  rows in purged months: " WS-ROWS-PURGED
            " rows with no post date: " WS-ROWS-UNDATED
    STOP RUN.

PARTITION-JOURNAL-ROW.
    IF TJ-POST-DATE(1:6) NOT NUMERIC
        ADD 1 TO WS-ROWS-UNDATED
        EXIT PARAGRAPH
    END-IF
    IF TJ-POST-DATE(1:6) NOT = WS-CUR-PERIOD
        PERFORM CLOSE-CURRENT-PERIOD
        PERFORM OPEN-ROW-PERIOD
        IF WS-REBUILD-FAILED
            EXIT PARAGRAPH
        END-IF
    END-IF
    IF NOT WS-CUR-FILES-OPEN
        ADD 1 TO WS-ROWS-PURGED
        EXIT PARAGRAPH
    END-IF
    WRITE JOURNAL-PARTITION-REC FROM TRX-JOURNAL-ENTRY
    IF JOURNAL-PARTITION-STATUS NOT = "00"
        MOVE JOURNAL-PARTITION-STATUS TO WS-ERR-CODE
        MOVE "Failed to write journal partition row" TO WS-ERR-MESSAGE
        PERFORM NOTE-REBUILD-FAILURE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-JPC-ROWS(WS-CUR-SUB)
    MOVE TJ-CUST-ID TO JX-CUST-ID
    MOVE WS-JPC-ROWS(WS-CUR-SUB) TO JX-ROW-SEQ
    MOVE TRX-JOURNAL-ENTRY TO JX-JOURNAL-ROW
    WRITE JOURNAL-INDEX-RECORD
    IF JOURNAL-INDEX-STATUS NOT = "00"
        MOVE JOURNAL-INDEX-STATUS TO WS-ERR-CODE
        MOVE "Failed to write journal partition index entry"
            TO WS-ERR-MESSAGE
        PERFORM NOTE-REBUILD-FAILURE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-ROWS-WRITTEN
    IF WS-JPC-FIRST-DATE(WS-CUR-SUB) = SPACES
        MOVE TJ-POST-DATE TO WS-JPC-FIRST-DATE(WS-CUR-SUB)
    END-IF
    MOVE TJ-POST-DATE TO WS-JPC-LAST-DATE(WS-CUR-SUB).

OPEN-ROW-PERIOD.
    MOVE TJ-POST-DATE(1:6) TO WS-CUR-PERIOD
    MOVE WS-CUR-PERIOD TO WS-JPC-SEARCH-PERIOD
    PERFORM FIND-JOURNAL-PERIOD
    IF WS-JPC-FOUND-SUB = ZERO
        PERFORM ADD-JOURNAL-PERIOD
        IF WS-JPC-FOUND-SUB = ZERO
            MOVE "CATFULL" TO WS-ERR-CODE
            MOVE "Journal partition catalog over 600 months"
                TO WS-ERR-MESSAGE
            PERFORM NOTE-REBUILD-FAILURE
            EXIT PARAGRAPH
        END-IF
        *> the new row went in at its place in period order, so any
        *> started flags at or after it move down one with their rows
        PERFORM VARYING WS-JPC-SUB FROM WS-JPC-COUNT BY -1
                UNTIL WS-JPC-SUB NOT > WS-JPC-FOUND-SUB
            MOVE WS-STARTED-SW(WS-JPC-SUB - 1)
                TO WS-STARTED-SW(WS-JPC-SUB)
        END-PERFORM
        MOVE 'N' TO WS-STARTED-SW(WS-JPC-FOUND-SUB)
    END-IF
    MOVE WS-JPC-FOUND-SUB TO WS-CUR-SUB
    IF WS-JPC-PURGED(WS-CUR-SUB)
        EXIT PARAGRAPH
    END-IF
    MOVE WS-JPC-PART-PATH(WS-CUR-SUB) TO JOURNALPARTPATH
    MOVE WS-JPC-INDEX-PATH(WS-CUR-SUB) TO JOURNALINDEXPATH
    IF WS-STARTED-SW(WS-CUR-SUB) = 'Y'
        OPEN EXTEND JOURNAL-PARTITION-FILE
        OPEN I-O JOURNAL-INDEX-FILE
    ELSE
        MOVE 'Y' TO WS-STARTED-SW(WS-CUR-SUB)
        ADD 1 TO WS-PERIODS-BUILT
        OPEN OUTPUT JOURNAL-PARTITION-FILE
        OPEN OUTPUT JOURNAL-INDEX-FILE
    END-IF
    IF JOURNAL-PARTITION-STATUS NOT = "00"
        MOVE JOURNAL-PARTITION-STATUS TO WS-ERR-CODE
        MOVE "Unable to open journal partition" TO WS-ERR-MESSAGE
        PERFORM NOTE-REBUILD-FAILURE
        EXIT PARAGRAPH
    END-IF
    IF JOURNAL-INDEX-STATUS NOT = "00"
        CLOSE JOURNAL-PARTITION-FILE
        MOVE JOURNAL-INDEX-STATUS TO WS-ERR-CODE
        MOVE "Unable to open journal partition index"
            TO WS-ERR-MESSAGE
        PERFORM NOTE-REBUILD-FAILURE
        EXIT PARAGRAPH
    END-IF
    SET WS-CUR-FILES-OPEN TO TRUE.

CLOSE-CURRENT-PERIOD.
    IF WS-CUR-FILES-OPEN
        CLOSE JOURNAL-PARTITION-FILE
        CLOSE JOURNAL-INDEX-FILE
        MOVE 'N' TO WS-CUR-OPEN-SW
    END-IF
    MOVE SPACES TO WS-CUR-PERIOD.

NOTE-REBUILD-FAILURE.
    MOVE "JRNLPART" TO WS-ERR-PROGRAM-ID
    SET WS-ERR-FATAL TO TRUE
    PERFORM LOG-COMMON-ERROR
    SET WS-REBUILD-FAILED TO TRUE.

    COPY JPCLOAD.
    COPY ERRHAND.
