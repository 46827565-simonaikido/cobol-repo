      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SANCSCRN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCREENED-MARKER-FILE ASSIGN TO SCREENEDMARKERPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SCREENED-MARKER-STATUS.
    SELECT RESCREEN-REPORT-FILE ASSIGN TO RESCREENRPTPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESCREEN-REPORT-STATUS.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY SANCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  SCREENED-MARKER-FILE.
01  SCREENED-MARKER-REC    PIC X(20).
FD  RESCREEN-REPORT-FILE.
01  RESCREEN-REPORT-LINE   PIC X(132).
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY SANCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  SCREENEDMARKERPATH PIC X(200) VALUE SPACES.
01  SCREENED-MARKER-STATUS PIC XX.
01  RESCREENRPTPATH    PIC X(200) VALUE SPACES.
01  RESCREEN-REPORT-STATUS PIC XX.
*> The marker is the list version the customer base was last
*> rescreened against, and the business date it was done.
01  SCREENED-MARKER-ENTRY.
    05  SM-LIST-VERSION    PIC X(10).
    05  FILLER             PIC X VALUE SPACE.
    05  SM-SCREENED-DATE   PIC X(8).
01  WS-RUN-MODE        PIC X(8) VALUE SPACES.
    88  WS-MODE-FULL           VALUE "FULL".
01  WS-PROC-DATE       PIC 9(8) VALUE ZERO.
01  SQL-STATEMENT      PIC X(300).
01  SQLCODE         PIC S9(9) COMP VALUE ZERO.
01  WS-SQLCODE-DISP PIC -(9)9.
01  WS-SQL-FAILED-SW   PIC X VALUE 'N'.
    88  WS-SQL-FAILED          VALUE 'Y'.
    COPY CUSTREC.
    COPY SANCLIST.
    COPY SANCHIT.
    COPY SANCTAB.
01  WS-SCREENED-COUNT  PIC 9(9) VALUE ZERO.
01  WS-NEW-HIT-COUNT   PIC 9(9) VALUE ZERO.
01  WS-PENDING-COUNT   PIC 9(9) VALUE ZERO.
01  WS-CONFIRMED-COUNT PIC 9(9) VALUE ZERO.
01  WS-SCORE-DISP      PIC ZZ9.
01  WS-HIT-STATE       PIC X(9) VALUE SPACES.
    COPY PARMTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "SANCSCRN" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Sanctions rescreen. The night a new version of the watch list
    *> is on file, every customer not closed is screened against it
    *> with the same scoring CUSTMAINT applies at keying time. New
    *> potential matches go on the hit register pending compliance
    *> review through SANCREVW, and compliance is alerted with the
    *> count. On any other night the step does nothing unless
    *> SANCSCRN-MODE=FULL asks for a rescreen anyway.
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    MOVE WS-CAL-PROCESSING-DATE TO WS-PROC-DATE
    MOVE WS-PROC-DATE TO WS-SANC-TODAY
    PERFORM LOAD-PARAMETERS
    PERFORM RESOLVE-PATHS
    PERFORM LOAD-WATCH-LIST
    IF NOT WS-SANC-LIST-LOADED
        MOVE "SANCSCRN" TO WS-ERR-PROGRAM-ID
        MOVE "NOSANCLIST" TO WS-ERR-CODE
        MOVE "Sanctions list not on file, customer base not rescreened"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 4 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM READ-SCREENED-MARKER
    IF SM-LIST-VERSION = WS-SANC-LIST-VERSION AND NOT WS-MODE-FULL
        DISPLAY "SANCSCRN - list version " WS-SANC-LIST-VERSION
                " already screened " SM-SCREENED-DATE
                ", nothing to do"
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM LOAD-SANCTIONS-HITS
    IF WS-SANC-TABLE-FULL
        PERFORM ABORT-TABLE-FULL
    END-IF
    OPEN OUTPUT RESCREEN-REPORT-FILE
    MOVE SPACES TO RESCREEN-REPORT-LINE
    STRING "SANCTIONS RESCREEN - LIST VERSION " DELIMITED BY SIZE
           WS-SANC-LIST-VERSION DELIMITED BY SIZE
           " - BUSINESS DATE " DELIMITED BY SIZE
           WS-PROC-DATE DELIMITED BY SIZE
           INTO RESCREEN-REPORT-LINE
    WRITE RESCREEN-REPORT-LINE
    PERFORM RESCREEN-CUSTOMER-BASE
    IF WS-SANC-TABLE-FULL
        CLOSE RESCREEN-REPORT-FILE
        PERFORM ABORT-TABLE-FULL
    END-IF
    PERFORM WRITE-SANCTIONS-HITS-ADDED
    MOVE SPACES TO RESCREEN-REPORT-LINE
    WRITE RESCREEN-REPORT-LINE
    MOVE SPACES TO RESCREEN-REPORT-LINE
    STRING "SCREENED: " DELIMITED BY SIZE
           WS-SCREENED-COUNT DELIMITED BY SIZE
           " NEW HITS: " DELIMITED BY SIZE
           WS-NEW-HIT-COUNT DELIMITED BY SIZE
           " STILL PENDING: " DELIMITED BY SIZE
           WS-PENDING-COUNT DELIMITED BY SIZE
           " CONFIRMED: " DELIMITED BY SIZE
           WS-CONFIRMED-COUNT DELIMITED BY SIZE
           INTO RESCREEN-REPORT-LINE
    WRITE RESCREEN-REPORT-LINE
    CLOSE RESCREEN-REPORT-FILE
    IF WS-NEW-HIT-COUNT > ZERO
        MOVE "SANCSCRN" TO WS-ERR-PROGRAM-ID
        MOVE "SANCHIT" TO WS-ERR-CODE
        MOVE SPACES TO WS-ERR-MESSAGE
        STRING "Sanctions rescreen against list " DELIMITED BY SIZE
               WS-SANC-LIST-VERSION DELIMITED BY SIZE
               " raised " DELIMITED BY SIZE
               WS-NEW-HIT-COUNT DELIMITED BY SIZE
               " new matches for review" DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 4 TO RETURN-CODE
    END-IF
    *> a failed fetch leaves part of the base unscreened, so the
    *> version is not marked done and tomorrow night tries again
    IF WS-SQL-FAILED
        MOVE 12 TO RETURN-CODE
    ELSE
        PERFORM WRITE-SCREENED-MARKER
    END-IF
    DISPLAY "SANCSCRN complete - list version " WS-SANC-LIST-VERSION
            " screened: " WS-SCREENED-COUNT
            " new hits: " WS-NEW-HIT-COUNT
            " pending: " WS-PENDING-COUNT
            " confirmed: " WS-CONFIRMED-COUNT
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "SANCSCRN-MODE" UPON ENVIRONMENT-NAME
    ACCEPT WS-RUN-MODE FROM ENVIRONMENT-VALUE
    MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
    DISPLAY "SANCTIONS-MARKER-PATH" UPON ENVIRONMENT-NAME
    ACCEPT SCREENEDMARKERPATH FROM ENVIRONMENT-VALUE
    IF SCREENEDMARKERPATH = SPACES
        MOVE "sanctions-screened.dat" TO SCREENEDMARKERPATH
    END-IF
    DISPLAY "SANCTIONS-RESCREEN-PATH" UPON ENVIRONMENT-NAME
    ACCEPT RESCREENRPTPATH FROM ENVIRONMENT-VALUE
    IF RESCREENRPTPATH = SPACES
        MOVE "sanctions-rescreen.rpt" TO RESCREENRPTPATH
    END-IF.

ABORT-TABLE-FULL.
    *> a customer or match dropped for want of room would go
    *> unscreened without anyone knowing; nothing is registered and
    *> the version stays unmarked until the tables are sized
    MOVE "SANCSCRN" TO WS-ERR-PROGRAM-ID
    MOVE "SANCFULL" TO WS-ERR-CODE
    MOVE "Sanctions list or hit register exceeds table, no rescreen"
        TO WS-ERR-MESSAGE
    SET WS-ERR-FATAL TO TRUE
    PERFORM LOG-COMMON-ERROR
    MOVE 12 TO RETURN-CODE
    PERFORM RECORD-STEP-END
    STOP RUN.

READ-SCREENED-MARKER.
    MOVE SPACES TO SCREENED-MARKER-ENTRY
    OPEN INPUT SCREENED-MARKER-FILE
    IF SCREENED-MARKER-STATUS = "00"
        READ SCREENED-MARKER-FILE INTO SCREENED-MARKER-ENTRY
            AT END
                MOVE SPACES TO SCREENED-MARKER-ENTRY
        END-READ
        CLOSE SCREENED-MARKER-FILE
    END-IF.

WRITE-SCREENED-MARKER.
    MOVE SPACES TO SCREENED-MARKER-ENTRY
    MOVE WS-SANC-LIST-VERSION TO SM-LIST-VERSION
    MOVE WS-PROC-DATE TO SM-SCREENED-DATE
    OPEN OUTPUT SCREENED-MARKER-FILE
    WRITE SCREENED-MARKER-REC FROM SCREENED-MARKER-ENTRY
    CLOSE SCREENED-MARKER-FILE.

RESCREEN-CUSTOMER-BASE.
    *> Closed customers have no money to freeze and are left out;
    *> dormant ones are screened like any other.
    MOVE SPACES TO SQL-STATEMENT
    STRING "SELECT ID, NAME, ADDRESS "
           "FROM CUSTOMERS WHERE STATUS <> 'C' ORDER BY ID"
           DELIMITED BY SIZE
           INTO SQL-STATEMENT
    EXEC SQL
        DECLARE C39 CURSOR FOR
        EXECUTE IMMEDIATE :SQL-STATEMENT
    END-EXEC
    EXEC SQL
        OPEN C39
    END-EXEC
    PERFORM UNTIL SQLCODE NOT = ZERO
        EXEC SQL
            FETCH C39 INTO :CUST-ID, :CUST-NAME, :CUST-ADDRESS
        END-EXEC
        IF SQLCODE = ZERO
            PERFORM RESCREEN-ONE-CUSTOMER
        END-IF
    END-PERFORM
    IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
        SET WS-SQL-FAILED TO TRUE
        MOVE "SANCSCRN" TO WS-ERR-PROGRAM-ID
        MOVE SQLCODE TO WS-SQLCODE-DISP
        MOVE WS-SQLCODE-DISP TO WS-ERR-CODE
        MOVE "SQL customer fetch failed during sanctions rescreen"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    END-IF
    EXEC SQL
        CLOSE C39
    END-EXEC.

RESCREEN-ONE-CUSTOMER.
    ADD 1 TO WS-SCREENED-COUNT
    MOVE CUST-ID TO WS-SANC-CUST-ID
    MOVE CUST-NAME TO WS-SANC-CUST-NAME
    MOVE CUST-ADDRESS TO WS-SANC-CUST-ADDRESS
    MOVE 'R' TO WS-SANC-SOURCE
    PERFORM SCREEN-CUSTOMER
    IF NOT WS-SANC-NO-MATCH
        ADD WS-SANC-NEW-HITS TO WS-NEW-HIT-COUNT
        EVALUATE TRUE
            WHEN WS-SANC-CONFIRMED
                ADD 1 TO WS-CONFIRMED-COUNT
                MOVE "CONFIRMED" TO WS-HIT-STATE
            WHEN WS-SANC-NEW-HITS > ZERO
                MOVE "NEW" TO WS-HIT-STATE
            WHEN OTHER
                ADD 1 TO WS-PENDING-COUNT
                MOVE "PENDING" TO WS-HIT-STATE
        END-EVALUATE
        MOVE WS-SANC-MATCH-SCORE TO WS-SCORE-DISP
        MOVE SPACES TO RESCREEN-REPORT-LINE
        STRING WS-HIT-STATE DELIMITED BY SIZE
               " CUST=" DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               " ENTRY=" DELIMITED BY SIZE
               WS-SANC-MATCH-ENTRY DELIMITED BY SIZE
               " SCORE=" DELIMITED BY SIZE
               WS-SCORE-DISP DELIMITED BY SIZE
               " NAME=" DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               INTO RESCREEN-REPORT-LINE
        WRITE RESCREEN-REPORT-LINE
    END-IF.

    COPY PARMLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY SANCCHK.
    COPY ERRHAND.
