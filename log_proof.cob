      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOGPROOF.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PROOF-LOG-FILE ASSIGN TO PROOFLOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROOF-LOG-STATUS.
    SELECT TRX-JOURNAL-FILE ASSIGN TO TRXJOURNALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRX-JOURNAL-STATUS.
    SELECT JOURNAL-SEAL-FILE ASSIGN TO JOURNALSEALPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JOURNAL-SEAL-STATUS.
    SELECT CATALOG-FILE ASSIGN TO CATALOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CATALOG-STATUS.
    SELECT PROOF-REPORT-FILE ASSIGN TO PROOFREPORTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROOF-REPORT-STATUS.
    COPY CYCFILE.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  PROOF-LOG-FILE.
01  PROOF-LOG-REC          PIC X(300).
FD  TRX-JOURNAL-FILE.
01  TRX-JOURNAL-REC        PIC X(113).
FD  JOURNAL-SEAL-FILE.
01  JOURNAL-SEAL-REC       PIC X(48).
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  PROOF-REPORT-FILE.
01  PROOF-REPORT-LINE      PIC X(132).
    COPY CYCFD.
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  PROOFLOGPATH       PIC X(200) VALUE SPACES.
01  PROOF-LOG-STATUS   PIC XX.
01  TRXJOURNALPATH     PIC X(200) VALUE SPACES.
01  TRX-JOURNAL-STATUS PIC XX.
01  JOURNALSEALPATH    PIC X(200) VALUE SPACES.
01  JOURNAL-SEAL-STATUS PIC XX.
01  CATALOGPATH        PIC X(200) VALUE SPACES.
01  CATALOG-STATUS     PIC XX.
01  PROOFREPORTPATH    PIC X(200) VALUE SPACES.
01  PROOF-REPORT-STATUS PIC XX.
01  AUDITLOGPATH       PIC X(200) VALUE SPACES.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-SEAL-EOF-SW     PIC X VALUE 'N'.
    88  WS-END-OF-SEAL         VALUE 'Y'.
01  WS-SEALED-SW       PIC X VALUE 'N'.
    88  WS-SEALING-BEGUN       VALUE 'Y'.
01  WS-TODAY           PIC 9(8) VALUE ZERO.
01  WS-REPORT-DATE     PIC X(10).
    COPY JRNLSEAL.
    COPY CATREC.
*> One chained log at a time: what it is, and what the walk found.
01  WS-LOG-NAME        PIC X(20) VALUE SPACES.
01  WS-LOG-LINES       PIC 9(10) VALUE ZERO.
01  WS-LEGACY-LINES    PIC 9(10) VALUE ZERO.
01  WS-SEALED-LINES    PIC 9(10) VALUE ZERO.
01  WS-STALE-LINKS     PIC 9(10) VALUE ZERO.
01  WS-LOG-BREAKS      PIC 9(10) VALUE ZERO.
01  WS-PREV-HASH       PIC X(32) VALUE SPACES.
01  WS-PREV2-HASH      PIC X(32) VALUE SPACES.
01  WS-LINE-HASH       PIC X(32) VALUE SPACES.
01  WS-LINE-TEXT       PIC X(300) VALUE SPACES.
01  WS-SEAL-ROWS       PIC 9(10) VALUE ZERO.
01  WS-UNSEALED-ROWS   PIC 9(10) VALUE ZERO.
01  WS-CATALOG-ROWS    PIC 9(9) VALUE ZERO.
01  WS-PROVED-ARCHIVES PIC 9(9) VALUE ZERO.
01  WS-UNSUMMED-ROWS   PIC 9(9) VALUE ZERO.
01  WS-ARCHIVE-BREAKS  PIC 9(9) VALUE ZERO.
01  WS-TOTAL-BREAKS    PIC 9(9) VALUE ZERO.
01  WS-TOTAL-WARNINGS  PIC 9(9) VALUE ZERO.
01  WS-EXCEPTION-TEXT  PIC X(60) VALUE SPACES.
01  PAGE-HEADER-1.
    05  FILLER             PIC X(30) VALUE
        "LOG CHAIN AND ARCHIVE PROOF   ".
    05  FILLER             PIC X(10) VALUE SPACES.
    05  PH-REPORT-DATE     PIC X(10).
01  SECTION-LINE.
    05  FILLER             PIC X(4)  VALUE "*** ".
    05  SL-NAME            PIC X(20).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  SL-PATH            PIC X(100).
01  EXCEPTION-LINE.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  EL-KIND            PIC X(7).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  EL-LINE-NO         PIC Z(9)9.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  EL-TEXT            PIC X(60).
01  ARCHIVE-LINE.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  AL-KIND            PIC X(7).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  AL-RUN-DATE        PIC X(8).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  AL-TEXT            PIC X(20).
    05  FILLER             PIC X(1)  VALUE SPACE.
    05  AL-PATH            PIC X(90).
01  COUNT-LINE.
    05  FILLER             PIC X(2)  VALUE SPACES.
    05  CL-LABEL           PIC X(34).
    05  CL-VALUE           PIC Z(9)9.
    COPY CYCTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "LOGPROOF" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Proves the hash chains and the archive checksums end to end.
    *> Every sealed line of the DBACCESS audit log and the customer
    *> change log is re-hashed from its text and the line before it,
    *> the journal is walked in step with its seal file, and each
    *> catalogued archive that carries a checksum is read back and
    *> summed again. Any line edited, removed or inserted, or any
    *> archive altered or missing, is listed and raised as a fatal
    *> error, so the on-call is paged the night it is found rather
    *> than when an examiner asks for the log.
    PERFORM RESOLVE-PATHS
    PERFORM LOAD-CHAIN-KEY
    PERFORM OPEN-REPORT-FILE
    IF WS-CHN-KEY = SPACES
        MOVE "LOGPROOF" TO WS-ERR-PROGRAM-ID
        MOVE "NOCHNKEY" TO WS-ERR-CODE
        MOVE "LOG-CHAIN-KEY not set, chains are keyed with blanks"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        ADD 1 TO WS-TOTAL-WARNINGS
    END-IF
    MOVE "AUDIT LOG" TO WS-LOG-NAME
    MOVE AUDITLOGPATH TO WS-CHN-LOG-PATH
    MOVE WS-CHN-AUDIT-MARK TO WS-CHN-MARK-POS
    PERFORM PROVE-CHAINED-LOG
    MOVE "CHANGE LOG" TO WS-LOG-NAME
    MOVE CHANGELOGPATH TO WS-CHN-LOG-PATH
    MOVE WS-CHN-CHANGE-MARK TO WS-CHN-MARK-POS
    PERFORM PROVE-CHAINED-LOG
    PERFORM PROVE-JOURNAL-SEAL
    PERFORM PROVE-ARCHIVES
    PERFORM WRITE-REPORT-TOTALS
    CLOSE PROOF-REPORT-FILE
    DISPLAY "LOGPROOF complete - breaks: " WS-TOTAL-BREAKS
            " warnings: " WS-TOTAL-WARNINGS
            " archives proved: " WS-PROVED-ARCHIVES
    IF WS-TOTAL-BREAKS > ZERO
        MOVE "LOGPROOF" TO WS-ERR-PROGRAM-ID
        MOVE "CHAINBRK" TO WS-ERR-CODE
        MOVE "Log chain or archive checksum broken, see log proof"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        IF WS-TOTAL-WARNINGS > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "AUDIT-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT AUDITLOGPATH FROM ENVIRONMENT-VALUE
    IF AUDITLOGPATH = SPACES
        MOVE "audit-log.dat" TO AUDITLOGPATH
    END-IF
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
    MOVE SPACES TO JOURNALSEALPATH
    STRING FUNCTION TRIM(TRXJOURNALPATH) DELIMITED BY SIZE
           ".seal" DELIMITED BY SIZE
           INTO JOURNALSEALPATH
    DISPLAY "UTILS-CATALOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CATALOGPATH FROM ENVIRONMENT-VALUE
    IF CATALOGPATH = SPACES
        MOVE "utils-report-catalog.dat" TO CATALOGPATH
    END-IF
    DISPLAY "LOGPROOF-REPORT-PATH" UPON ENVIRONMENT-NAME
    ACCEPT PROOFREPORTPATH FROM ENVIRONMENT-VALUE
    IF PROOFREPORTPATH = SPACES
        MOVE "log-proof-report.txt" TO PROOFREPORTPATH
    END-IF.

OPEN-REPORT-FILE.
    OPEN OUTPUT PROOF-REPORT-FILE
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    STRING WS-TODAY(5:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(7:2) DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-TODAY(1:4) DELIMITED BY SIZE
           INTO WS-REPORT-DATE
    MOVE WS-REPORT-DATE TO PH-REPORT-DATE
    WRITE PROOF-REPORT-LINE FROM PAGE-HEADER-1
    MOVE SPACES TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE.

PROVE-CHAINED-LOG.
    *> Lines written before the chain was introduced carry no marker
    *> and are counted as legacy; once the first sealed line is met,
    *> every line after it must be sealed. A line that links to the
    *> hash two back rather than one is what two writers appending at
    *> the same moment leave behind (both started from the same
    *> head), so it is listed as a warning, not a break. After a
    *> break the walk carries on from the line's own hash, so one
    *> altered line is reported once rather than as every line after.
    MOVE WS-LOG-NAME TO SL-NAME
    MOVE WS-CHN-LOG-PATH TO SL-PATH
    WRITE PROOF-REPORT-LINE FROM SECTION-LINE
    MOVE ZERO TO WS-LOG-LINES WS-LEGACY-LINES WS-SEALED-LINES
                 WS-STALE-LINKS WS-LOG-BREAKS
    MOVE WS-CHN-ZERO-HASH TO WS-PREV-HASH
    MOVE WS-CHN-ZERO-HASH TO WS-PREV2-HASH
    MOVE 'N' TO WS-SEALED-SW
    MOVE 'N' TO WS-EOF-SW
    MOVE WS-CHN-LOG-PATH TO PROOFLOGPATH
    OPEN INPUT PROOF-LOG-FILE
    IF PROOF-LOG-STATUS NOT = "00"
        MOVE "log not found, nothing to prove" TO WS-EXCEPTION-TEXT
        MOVE ZERO TO EL-LINE-NO
        PERFORM WRITE-WARNING-LINE
        EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ PROOF-LOG-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-LOG-LINES
                PERFORM PROVE-ONE-LOG-LINE
        END-READ
    END-PERFORM
    CLOSE PROOF-LOG-FILE
    PERFORM CHECK-LOG-HEAD
    MOVE WS-LOG-LINES TO CL-VALUE
    MOVE "LINES READ:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE WS-LEGACY-LINES TO CL-VALUE
    MOVE "LEGACY LINES BEFORE SEALING:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE WS-SEALED-LINES TO CL-VALUE
    MOVE "SEALED LINES PROVED:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE WS-STALE-LINKS TO CL-VALUE
    MOVE "LINES LINKED TWO BACK:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE WS-LOG-BREAKS TO CL-VALUE
    MOVE "CHAIN BREAKS:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE.

PROVE-ONE-LOG-LINE.
    MOVE PROOF-LOG-REC TO WS-LINE-TEXT
    IF WS-LINE-TEXT(WS-CHN-MARK-POS:6) NOT = WS-CHN-MARKER
        IF WS-SEALING-BEGUN
            MOVE WS-LOG-LINES TO EL-LINE-NO
            MOVE "unsealed line after sealing began"
                TO WS-EXCEPTION-TEXT
            PERFORM WRITE-BREAK-LINE
            ADD 1 TO WS-LOG-BREAKS
        ELSE
            ADD 1 TO WS-LEGACY-LINES
        END-IF
        EXIT PARAGRAPH
    END-IF
    SET WS-SEALING-BEGUN TO TRUE
    MOVE WS-LINE-TEXT(WS-CHN-MARK-POS + 6:32) TO WS-LINE-HASH
    MOVE SPACES TO WS-CHN-TEXT
    MOVE WS-LINE-TEXT(1:WS-CHN-MARK-POS - 1) TO WS-CHN-TEXT
    MOVE WS-PREV-HASH TO WS-CHN-LAST-HASH
    PERFORM COMPUTE-CHAIN-HASH
    IF WS-CHN-HASH = WS-LINE-HASH
        ADD 1 TO WS-SEALED-LINES
    ELSE
        MOVE WS-PREV2-HASH TO WS-CHN-LAST-HASH
        PERFORM COMPUTE-CHAIN-HASH
        IF WS-CHN-HASH = WS-LINE-HASH
            ADD 1 TO WS-SEALED-LINES
            ADD 1 TO WS-STALE-LINKS
            MOVE WS-LOG-LINES TO EL-LINE-NO
            MOVE "linked two back, concurrent append"
                TO WS-EXCEPTION-TEXT
            PERFORM WRITE-WARNING-LINE
        ELSE
            MOVE WS-LOG-LINES TO EL-LINE-NO
            MOVE "hash does not match line and chain"
                TO WS-EXCEPTION-TEXT
            PERFORM WRITE-BREAK-LINE
            ADD 1 TO WS-LOG-BREAKS
        END-IF
    END-IF
    MOVE WS-PREV-HASH TO WS-PREV2-HASH
    MOVE WS-LINE-HASH TO WS-PREV-HASH.

CHECK-LOG-HEAD.
    *> The head is what the last writer left: a log shorter than it,
    *> or ending on a different hash, has lost lines off its end -
    *> the one cut the links themselves cannot show. A log longer
    *> than its head had a writer whose head save failed, or two
    *> writers at once; a clean log then has its head set right.
    PERFORM READ-LOG-HEAD
    IF NOT WS-CHN-HEAD-FOUND
        IF WS-SEALING-BEGUN
            MOVE ZERO TO EL-LINE-NO
            MOVE "no chain head on file, head rewritten"
                TO WS-EXCEPTION-TEXT
            PERFORM WRITE-WARNING-LINE
            PERFORM RESEAT-LOG-HEAD
        END-IF
        EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN WS-LOG-LINES < CHN-HEAD-COUNT
            MOVE CHN-HEAD-COUNT TO EL-LINE-NO
            MOVE "log shorter than its chain head, lines removed"
                TO WS-EXCEPTION-TEXT
            PERFORM WRITE-BREAK-LINE
            ADD 1 TO WS-LOG-BREAKS
        WHEN WS-LOG-LINES = CHN-HEAD-COUNT
                AND WS-PREV-HASH NOT = CHN-HEAD-HASH
            MOVE CHN-HEAD-COUNT TO EL-LINE-NO
            MOVE "last line does not match its chain head"
                TO WS-EXCEPTION-TEXT
            PERFORM WRITE-BREAK-LINE
            ADD 1 TO WS-LOG-BREAKS
        WHEN WS-LOG-LINES > CHN-HEAD-COUNT
            MOVE CHN-HEAD-COUNT TO EL-LINE-NO
            MOVE "log runs past its chain head"
                TO WS-EXCEPTION-TEXT
            PERFORM WRITE-WARNING-LINE
            IF WS-LOG-BREAKS = ZERO
                PERFORM RESEAT-LOG-HEAD
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

READ-LOG-HEAD.
    MOVE SPACES TO CHAINHEADPATH
    STRING FUNCTION TRIM(WS-CHN-LOG-PATH) DELIMITED BY SIZE
           ".chain" DELIMITED BY SIZE
           INTO CHAINHEADPATH
    MOVE 'N' TO WS-CHN-HEAD-SW
    MOVE SPACES TO CHAIN-HEAD-ENTRY
    OPEN INPUT CHAIN-HEAD-FILE
    IF CHAIN-HEAD-STATUS = "00"
        READ CHAIN-HEAD-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CHAIN-HEAD-REC TO CHAIN-HEAD-ENTRY
                IF CHN-HEAD-COUNT NUMERIC
                        AND CHN-HEAD-HASH NOT = SPACES
                    SET WS-CHN-HEAD-FOUND TO TRUE
                END-IF
        END-READ
        CLOSE CHAIN-HEAD-FILE
    END-IF.

RESEAT-LOG-HEAD.
    MOVE WS-LOG-LINES TO WS-CHN-COUNT
    MOVE WS-PREV-HASH TO WS-CHN-LAST-HASH
    PERFORM SAVE-LOG-CHAIN.

PROVE-JOURNAL-SEAL.
    *> The journal's rows are walked in step with "<journal>.seal":
    *> each seal line must carry the row's own position and the hash
    *> of the row chained from the seal line before it. Rows past the
    *> end of the seal file are what a posting run stopped between
    *> the two writes leaves; its restart seals them. Seal lines past
    *> the end of the journal mean rows have been cut from it.
    MOVE "TRANSACTION JOURNAL" TO SL-NAME
    MOVE TRXJOURNALPATH TO SL-PATH
    WRITE PROOF-REPORT-LINE FROM SECTION-LINE
    MOVE ZERO TO WS-LOG-LINES WS-SEAL-ROWS WS-UNSEALED-ROWS
                 WS-LOG-BREAKS
    MOVE WS-CHN-ZERO-HASH TO WS-PREV-HASH
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-SEAL-EOF-SW
    OPEN INPUT JOURNAL-SEAL-FILE
    IF JOURNAL-SEAL-STATUS NOT = "00"
        SET WS-END-OF-SEAL TO TRUE
    END-IF
    OPEN INPUT TRX-JOURNAL-FILE
    IF TRX-JOURNAL-STATUS NOT = "00"
        SET WS-END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ TRX-JOURNAL-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-LOG-LINES
                PERFORM PROVE-ONE-JOURNAL-ROW
        END-READ
    END-PERFORM
    IF TRX-JOURNAL-STATUS NOT = "35"
        CLOSE TRX-JOURNAL-FILE
    END-IF
    IF NOT WS-END-OF-SEAL
        READ JOURNAL-SEAL-FILE
            AT END
                SET WS-END-OF-SEAL TO TRUE
            NOT AT END
                MOVE JOURNAL-SEAL-REC TO JOURNAL-SEAL-ENTRY
                MOVE JS-ROW-NO TO EL-LINE-NO
                MOVE "seal runs past the journal, rows removed"
                    TO WS-EXCEPTION-TEXT
                PERFORM WRITE-BREAK-LINE
                ADD 1 TO WS-LOG-BREAKS
        END-READ
    END-IF
    IF JOURNAL-SEAL-STATUS NOT = "35"
        CLOSE JOURNAL-SEAL-FILE
    END-IF
    IF WS-UNSEALED-ROWS > ZERO
        COMPUTE EL-LINE-NO = WS-SEAL-ROWS + 1
        MOVE "rows past the end of the seal file"
            TO WS-EXCEPTION-TEXT
        PERFORM WRITE-WARNING-LINE
    END-IF
    IF WS-SEAL-ROWS > ZERO
        *> the head a broken-off seal leaves still has to agree with
        *> the seal file, or seal lines were cut along with the rows
        MOVE JOURNALSEALPATH TO WS-CHN-LOG-PATH
        PERFORM READ-LOG-HEAD
        IF WS-CHN-HEAD-FOUND
                AND WS-SEAL-ROWS < CHN-HEAD-COUNT
            MOVE CHN-HEAD-COUNT TO EL-LINE-NO
            MOVE "seal shorter than its chain head, lines removed"
                TO WS-EXCEPTION-TEXT
            PERFORM WRITE-BREAK-LINE
            ADD 1 TO WS-LOG-BREAKS
        END-IF
    END-IF
    MOVE WS-LOG-LINES TO CL-VALUE
    MOVE "JOURNAL ROWS READ:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE WS-SEAL-ROWS TO CL-VALUE
    MOVE "ROWS PROVED AGAINST THE SEAL:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE WS-UNSEALED-ROWS TO CL-VALUE
    MOVE "ROWS NOT YET SEALED:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE WS-LOG-BREAKS TO CL-VALUE
    MOVE "CHAIN BREAKS:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE.

PROVE-ONE-JOURNAL-ROW.
    IF WS-END-OF-SEAL
        ADD 1 TO WS-UNSEALED-ROWS
        EXIT PARAGRAPH
    END-IF
    READ JOURNAL-SEAL-FILE
        AT END
            SET WS-END-OF-SEAL TO TRUE
            ADD 1 TO WS-UNSEALED-ROWS
            EXIT PARAGRAPH
    END-READ
    MOVE JOURNAL-SEAL-REC TO JOURNAL-SEAL-ENTRY
    ADD 1 TO WS-SEAL-ROWS
    MOVE SPACES TO WS-CHN-TEXT
    MOVE TRX-JOURNAL-REC TO WS-CHN-TEXT
    MOVE WS-PREV-HASH TO WS-CHN-LAST-HASH
    PERFORM COMPUTE-CHAIN-HASH
    IF JS-ROW-NO NOT NUMERIC OR JS-ROW-NO NOT = WS-LOG-LINES
        MOVE WS-LOG-LINES TO EL-LINE-NO
        MOVE "seal line out of step with the journal row"
            TO WS-EXCEPTION-TEXT
        PERFORM WRITE-BREAK-LINE
        ADD 1 TO WS-LOG-BREAKS
    ELSE
        IF WS-CHN-HASH NOT = JS-HASH
            MOVE WS-LOG-LINES TO EL-LINE-NO
            MOVE "hash does not match row and chain"
                TO WS-EXCEPTION-TEXT
            PERFORM WRITE-BREAK-LINE
            ADD 1 TO WS-LOG-BREAKS
        END-IF
    END-IF
    MOVE JS-HASH TO WS-PREV-HASH.

PROVE-ARCHIVES.
    *> Rows catalogued before checksums were recorded, and the
    *> customer purge's archive rows, carry no checksum and are only
    *> counted.
    MOVE "REPORT CATALOG" TO SL-NAME
    MOVE CATALOGPATH TO SL-PATH
    WRITE PROOF-REPORT-LINE FROM SECTION-LINE
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT CATALOG-FILE
    IF CATALOG-STATUS NOT = "00"
        SET WS-END-OF-FILE TO TRUE
    END-IF
    PERFORM UNTIL WS-END-OF-FILE
        READ CATALOG-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-CATALOG-ROWS
                MOVE CATALOG-REC TO CATALOG-ENTRY
                PERFORM PROVE-ONE-ARCHIVE
        END-READ
    END-PERFORM
    IF CATALOG-STATUS NOT = "35"
        CLOSE CATALOG-FILE
    END-IF
    MOVE WS-CATALOG-ROWS TO CL-VALUE
    MOVE "CATALOG ROWS READ:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE WS-PROVED-ARCHIVES TO CL-VALUE
    MOVE "ARCHIVES PROVED:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE WS-UNSUMMED-ROWS TO CL-VALUE
    MOVE "ROWS WITHOUT A CHECKSUM:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE WS-ARCHIVE-BREAKS TO CL-VALUE
    MOVE "ARCHIVES ALTERED OR MISSING:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE SPACES TO PROOF-REPORT-LINE
    WRITE PROOF-REPORT-LINE.

PROVE-ONE-ARCHIVE.
    IF CATALOG-CHECKSUM = SPACES
        ADD 1 TO WS-UNSUMMED-ROWS
        EXIT PARAGRAPH
    END-IF
    MOVE CATALOG-ARCHIVE-PATH TO WS-CHN-FILE-PATH
    PERFORM CHECKSUM-ARCHIVE-FILE
    EVALUATE TRUE
        WHEN NOT WS-CHN-FILE-READ
            MOVE "ARCHIVE MISSING" TO AL-TEXT
        WHEN WS-CHN-FILE-SUM NOT = CATALOG-CHECKSUM
            MOVE "ARCHIVE ALTERED" TO AL-TEXT
        WHEN OTHER
            ADD 1 TO WS-PROVED-ARCHIVES
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE "BREAK" TO AL-KIND
    MOVE CATALOG-ENTRY(1:8) TO AL-RUN-DATE
    MOVE CATALOG-ARCHIVE-PATH TO AL-PATH
    WRITE PROOF-REPORT-LINE FROM ARCHIVE-LINE
    ADD 1 TO WS-ARCHIVE-BREAKS
    ADD 1 TO WS-TOTAL-BREAKS
    MOVE "LOGPROOF" TO WS-ERR-PROGRAM-ID
    MOVE "ARCHALT" TO WS-ERR-CODE
    MOVE SPACES TO WS-ERR-MESSAGE
    STRING FUNCTION TRIM(AL-TEXT) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(CATALOG-ARCHIVE-PATH) DELIMITED BY SIZE
           INTO WS-ERR-MESSAGE
    SET WS-ERR-FATAL TO TRUE
    PERFORM LOG-COMMON-ERROR.

WRITE-BREAK-LINE.
    MOVE "BREAK" TO EL-KIND
    MOVE WS-EXCEPTION-TEXT TO EL-TEXT
    WRITE PROOF-REPORT-LINE FROM EXCEPTION-LINE
    ADD 1 TO WS-TOTAL-BREAKS.

WRITE-WARNING-LINE.
    MOVE "WARNING" TO EL-KIND
    MOVE WS-EXCEPTION-TEXT TO EL-TEXT
    WRITE PROOF-REPORT-LINE FROM EXCEPTION-LINE
    ADD 1 TO WS-TOTAL-WARNINGS.

WRITE-REPORT-TOTALS.
    MOVE WS-TOTAL-BREAKS TO CL-VALUE
    MOVE "TOTAL BREAKS:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE
    MOVE WS-TOTAL-WARNINGS TO CL-VALUE
    MOVE "TOTAL WARNINGS:" TO CL-LABEL
    WRITE PROOF-REPORT-LINE FROM COUNT-LINE.

    COPY CYCSTAT.
    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
