      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TELLCUT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BRANCH-CUTOFF-FILE ASSIGN TO BRANCHCUTOFFPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BRANCH-CUTOFF-STATUS.
    SELECT OPERATOR-CRED-FILE ASSIGN TO OPERCREDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-CRED-STATUS.
    SELECT TELLER-CUTOFF-FILE ASSIGN TO TELLERCUTOFFPATH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TU-KEY
        FILE STATUS IS TELLER-CUTOFF-STATUS.
    COPY PARMFILE.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  BRANCH-CUTOFF-FILE.
01  BRANCH-CUTOFF-REC.
    05  BC-BRANCH          PIC X(3).
    05  FILLER             PIC X(1).
    05  BC-CUTOFF-TIME     PIC X(4).
FD  OPERATOR-CRED-FILE.
01  OPERATOR-CRED-REC      PIC X(39).
FD  TELLER-CUTOFF-FILE.
    COPY TELLCUT.
    COPY PARMFD.
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  BRANCHCUTOFFPATH   PIC X(200) VALUE SPACES.
01  BRANCH-CUTOFF-STATUS PIC XX.
01  OPERCREDPATH       PIC X(200) VALUE SPACES.
01  OPERATOR-CRED-STATUS PIC XX.
01  TELLERCUTOFFPATH   PIC X(200) VALUE SPACES.
01  TELLER-CUTOFF-STATUS PIC XX.
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-FILE         VALUE 'Y'.
01  WS-DEFAULT-CUTOFF  PIC 9(4) VALUE 1700.
01  WS-CUTOFF-WORK     PIC X(4).
01  WS-CUTOFF-NUM REDEFINES WS-CUTOFF-WORK PIC 9(4).
01  WS-CUTOFF-OK-SW    PIC X VALUE 'N'.
    88  WS-CUTOFF-OK           VALUE 'Y'.
*> Date rows run from the business date forward far enough to cover
*> any stretch the nightly run might not get to.
01  WS-DATE-WINDOW     PIC 9(3) VALUE 45.
01  WS-DAY-SUB         PIC 9(3) COMP VALUE ZERO.
01  WS-DAY-DATE        PIC 9(8) VALUE ZERO.
01  WS-DAY-INT         PIC 9(8) VALUE ZERO.
01  WS-NOMINAL-DATE    PIC 9(8) VALUE ZERO.
01  WS-NOMINAL-INT     PIC 9(8) VALUE ZERO.
01  WS-ROLL-COUNT      PIC 9(3) VALUE ZERO.
01  WS-HOLIDAY-SW      PIC X VALUE 'N'.
    88  WS-DATE-IS-HOLIDAY     VALUE 'Y'.
01  WS-BRANCH-ROWS     PIC 9(9) VALUE ZERO.
01  WS-OPERATOR-ROWS   PIC 9(9) VALUE ZERO.
01  WS-DATE-ROWS       PIC 9(9) VALUE ZERO.
01  WS-REJECTED-ROWS   PIC 9(9) VALUE ZERO.
    COPY OPERCRED.
    COPY PARMTAB.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    MOVE "TELLCUT" TO WS-CYC-STEP-NAME
    PERFORM RECORD-STEP-START
    *> Teller posting cut-off control. TELLCAP cannot read the flat
    *> calendar, parameter and credential files from the online
    *> region, so each night this step boils down what it needs into
    *> one keyed file: the cut-off time for every branch, the branch
    *> every operator works at, and for each coming date whether it
    *> is a business day and which business day follows it. Rebuilt
    *> from nothing every run, holidays included, so a change to any
    *> of the sources is in force for the next day's keying.
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    PERFORM LOAD-PARAMETERS
    PERFORM RESOLVE-PATHS
    OPEN OUTPUT TELLER-CUTOFF-FILE
    IF TELLER-CUTOFF-STATUS NOT = "00"
        MOVE "TELLCUT" TO WS-ERR-PROGRAM-ID
        MOVE TELLER-CUTOFF-STATUS TO WS-ERR-CODE
        MOVE "Unable to open teller cut-off control file"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    CLOSE TELLER-CUTOFF-FILE
    OPEN I-O TELLER-CUTOFF-FILE
    IF TELLER-CUTOFF-STATUS = "35"
        OPEN OUTPUT TELLER-CUTOFF-FILE
        CLOSE TELLER-CUTOFF-FILE
        OPEN I-O TELLER-CUTOFF-FILE
    END-IF
    IF TELLER-CUTOFF-STATUS NOT = "00"
        *> the file was emptied above, so the step fails loudly for
        *> it to be rebuilt before the branches open; TELLCAP applies
        *> no cut-off at all while the file has no rows
        MOVE "TELLCUT" TO WS-ERR-PROGRAM-ID
        MOVE TELLER-CUTOFF-STATUS TO WS-ERR-CODE
        MOVE "Unable to reopen teller cut-off control file for update"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 12 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF
    PERFORM BUILD-BRANCH-ROWS
    PERFORM BUILD-OPERATOR-ROWS
    PERFORM BUILD-DATE-ROWS
    CLOSE TELLER-CUTOFF-FILE
    DISPLAY "TELLCUT complete - default cut-off: " WS-DEFAULT-CUTOFF
            " branch rows: " WS-BRANCH-ROWS
            " operator rows: " WS-OPERATOR-ROWS
            " date rows: " WS-DATE-ROWS
            " rejected: " WS-REJECTED-ROWS
    IF WS-REJECTED-ROWS > ZERO
        *> the branch falls back to the bank-wide cut-off, which is
        *> safe to key against until the line is corrected
        MOVE "TELLCUT" TO WS-ERR-PROGRAM-ID
        MOVE "BADCUTOFF" TO WS-ERR-CODE
        MOVE "Branch cut-off lines rejected, default cut-off applies"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM RECORD-STEP-END
    STOP RUN.

RESOLVE-PATHS.
    DISPLAY "BRANCH-CUTOFF-PATH" UPON ENVIRONMENT-NAME
    ACCEPT BRANCHCUTOFFPATH FROM ENVIRONMENT-VALUE
    IF BRANCHCUTOFFPATH = SPACES
        MOVE "branch-cutoffs.dat" TO BRANCHCUTOFFPATH
    END-IF
    DISPLAY "OPERATOR-CREDENTIALS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OPERCREDPATH FROM ENVIRONMENT-VALUE
    IF OPERCREDPATH = SPACES
        MOVE "operator-credentials.dat" TO OPERCREDPATH
    END-IF
    DISPLAY "TELLER-CUTOFF-PATH" UPON ENVIRONMENT-NAME
    ACCEPT TELLERCUTOFFPATH FROM ENVIRONMENT-VALUE
    IF TELLERCUTOFFPATH = SPACES
        MOVE "teller-cutoff.dat" TO TELLERCUTOFFPATH
    END-IF
    MOVE "TELLCAP-CUTOFF" TO PARM-SEARCH-KEY
    PERFORM GET-PARM-VALUE
    MOVE PARM-SEARCH-VALUE(1:4) TO WS-CUTOFF-WORK
    PERFORM CHECK-CUTOFF-TIME
    IF WS-CUTOFF-OK
        MOVE WS-CUTOFF-NUM TO WS-DEFAULT-CUTOFF
    ELSE
        IF PARM-SEARCH-VALUE NOT = SPACES
            MOVE "TELLCUT" TO WS-ERR-PROGRAM-ID
            MOVE "BADPARM" TO WS-ERR-CODE
            MOVE "TELLCAP-CUTOFF is not an HHMM time, 1700 used"
                TO WS-ERR-MESSAGE
            SET WS-ERR-WARNING TO TRUE
            PERFORM LOG-COMMON-ERROR
        END-IF
    END-IF.

CHECK-CUTOFF-TIME.
    MOVE 'N' TO WS-CUTOFF-OK-SW
    IF WS-CUTOFF-WORK NUMERIC
        IF WS-CUTOFF-WORK(1:2) <= "23" AND WS-CUTOFF-WORK(3:2) <= "59"
            SET WS-CUTOFF-OK TO TRUE
        END-IF
    END-IF.

BUILD-BRANCH-ROWS.
    *> Branch '***' carries the bank-wide default; a branch with a
    *> line of its own on the branch cut-off file gets that instead.
    MOVE SPACES TO TELLER-CUTOFF-RECORD
    SET TU-BRANCH-ROW TO TRUE
    MOVE "***" TO TU-KEY-VALUE
    MOVE WS-DEFAULT-CUTOFF TO TU-CUTOFF-TIME
    PERFORM PUT-CUTOFF-ROW
    ADD 1 TO WS-BRANCH-ROWS
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT BRANCH-CUTOFF-FILE
    IF BRANCH-CUTOFF-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ BRANCH-CUTOFF-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    PERFORM BUILD-ONE-BRANCH-ROW
            END-READ
        END-PERFORM
        CLOSE BRANCH-CUTOFF-FILE
    END-IF.

BUILD-ONE-BRANCH-ROW.
    IF BRANCH-CUTOFF-REC = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE BC-CUTOFF-TIME TO WS-CUTOFF-WORK
    PERFORM CHECK-CUTOFF-TIME
    IF BC-BRANCH = SPACES OR BC-BRANCH = "***" OR NOT WS-CUTOFF-OK
        DISPLAY "Branch cut-off line rejected: " BRANCH-CUTOFF-REC
        ADD 1 TO WS-REJECTED-ROWS
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO TELLER-CUTOFF-RECORD
    SET TU-BRANCH-ROW TO TRUE
    MOVE BC-BRANCH TO TU-KEY-VALUE
    MOVE WS-CUTOFF-NUM TO TU-CUTOFF-TIME
    PERFORM PUT-CUTOFF-ROW
    ADD 1 TO WS-BRANCH-ROWS.

BUILD-OPERATOR-ROWS.
    *> An operator with no branch assignment gets no row; TELLCAP
    *> then keys against the default cut-off.
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT OPERATOR-CRED-FILE
    IF OPERATOR-CRED-STATUS = "00"
        PERFORM UNTIL WS-END-OF-FILE
            READ OPERATOR-CRED-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE OPERATOR-CRED-REC TO OPERATOR-CRED-RECORD
                    IF OPER-ID NOT = SPACES
                            AND OPER-BRANCH NOT = SPACES
                        MOVE SPACES TO TELLER-CUTOFF-RECORD
                        SET TU-OPERATOR-ROW TO TRUE
                        MOVE OPER-ID TO TU-KEY-VALUE
                        MOVE ZERO TO TU-CUTOFF-TIME
                        MOVE OPER-BRANCH TO TU-BRANCH
                        PERFORM PUT-CUTOFF-ROW
                        ADD 1 TO WS-OPERATOR-ROWS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-CRED-FILE
    END-IF.

BUILD-DATE-ROWS.
    COMPUTE WS-DAY-INT =
        FUNCTION INTEGER-OF-DATE(WS-CAL-PROCESSING-DATE)
    PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
            UNTIL WS-DAY-SUB > WS-DATE-WINDOW
        COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
        MOVE SPACES TO TELLER-CUTOFF-RECORD
        SET TU-DATE-ROW TO TRUE
        MOVE WS-DAY-DATE TO TU-KEY-VALUE
        MOVE ZERO TO TU-CUTOFF-TIME
        MOVE WS-DAY-DATE TO WS-NOMINAL-DATE
        PERFORM CHECK-NOMINAL-HOLIDAY
        IF WS-DATE-IS-HOLIDAY
            MOVE 'N' TO TU-BUSINESS-SW
        ELSE
            SET TU-BUSINESS-DAY TO TRUE
        END-IF
        COMPUTE WS-NOMINAL-INT = WS-DAY-INT + 1
        COMPUTE WS-NOMINAL-DATE =
            FUNCTION DATE-OF-INTEGER(WS-NOMINAL-INT)
        PERFORM ROLL-OFF-HOLIDAYS
        MOVE WS-NOMINAL-DATE TO TU-NEXT-BUS-DATE
        PERFORM PUT-CUTOFF-ROW
        ADD 1 TO WS-DATE-ROWS
        ADD 1 TO WS-DAY-INT
    END-PERFORM.

PUT-CUTOFF-ROW.
    *> a branch or operator listed twice keeps its last line
    WRITE TELLER-CUTOFF-RECORD
        INVALID KEY
            REWRITE TELLER-CUTOFF-RECORD
    END-WRITE.

ROLL-OFF-HOLIDAYS.
    *> the roll is bounded so a mangled calendar cannot spin forever
    MOVE ZERO TO WS-ROLL-COUNT
    PERFORM CHECK-NOMINAL-HOLIDAY
    PERFORM UNTIL NOT WS-DATE-IS-HOLIDAY OR WS-ROLL-COUNT > 14
        COMPUTE WS-NOMINAL-INT =
            FUNCTION INTEGER-OF-DATE(WS-NOMINAL-DATE) + 1
        COMPUTE WS-NOMINAL-DATE =
            FUNCTION DATE-OF-INTEGER(WS-NOMINAL-INT)
        ADD 1 TO WS-ROLL-COUNT
        PERFORM CHECK-NOMINAL-HOLIDAY
    END-PERFORM.

CHECK-NOMINAL-HOLIDAY.
    MOVE 'N' TO WS-HOLIDAY-SW
    PERFORM VARYING CAL-HOL-IDX FROM 1 BY 1
            UNTIL CAL-HOL-IDX > WS-CAL-HOLIDAY-COUNT
        IF WS-CAL-HOLIDAY(CAL-HOL-IDX) = WS-NOMINAL-DATE
            SET WS-DATE-IS-HOLIDAY TO TRUE
            SET CAL-HOL-IDX TO WS-CAL-HOLIDAY-COUNT
        END-IF
    END-PERFORM.

    COPY PARMLOAD.
    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
