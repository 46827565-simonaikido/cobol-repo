    SELECT NSF-FEE-TRANS-FILE ASSIGN TO NSFFEEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NSF-FEE-TRANS-STATUS.
    SELECT CHARGE-OFF-TRANS-FILE ASSIGN TO CHARGEOFFPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHARGE-OFF-TRANS-STATUS.
    SELECT CARRY-FORWARD-FILE ASSIGN TO CARRYFWDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CARRY-FORWARD-STATUS.
    SELECT NEW-CARRY-FORWARD-FILE ASSIGN TO NEWCARRYFWDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-CARRY-FORWARD-STATUS.
    COPY CALFILE.
    COPY CYCFILE.
    COPY ERRFILE.
DATA DIVISION.
FD  BRANCH-LIST-FILE.
01  BRANCH-LIST-REC        PIC X(200).
FD  BRANCH-TRANS-FILE.
01  BRANCH-TRANS-REC       PIC X(132).
FD  MERGED-TRANS-FILE.
    COPY TRXREC.
FD  NSF-FEE-TRANS-FILE.
01  NSF-FEE-TRANS-REC      PIC X(132).
FD  CHARGE-OFF-TRANS-FILE.
01  CHARGE-OFF-TRANS-REC   PIC X(132).
FD  CARRY-FORWARD-FILE.
01  CARRY-FORWARD-REC      PIC X(132).
FD  NEW-CARRY-FORWARD-FILE.
01  NEW-CARRY-FORWARD-REC  PIC X(132).
    COPY CALFD.
    COPY CYCFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  WS-NSF-EOF-SW      PIC X VALUE 'N'.
    88  WS-END-OF-NSF-FILE     VALUE 'Y'.
01  WS-NSF-MERGED      PIC 9(9) VALUE ZERO.
01  CHARGEOFFPATH      PIC X(200) VALUE SPACES.
01  CHARGE-OFF-TRANS-STATUS PIC XX.
01  WS-CO-EOF-SW       PIC X VALUE 'N'.
    88  WS-END-OF-CO-FILE      VALUE 'Y'.
01  WS-CO-MERGED       PIC 9(9) VALUE ZERO.
01  CARRYFWDPATH       PIC X(200) VALUE SPACES.
01  CARRY-FORWARD-STATUS PIC XX.
01  NEWCARRYFWDPATH    PIC X(200) VALUE SPACES.
01  NEW-CARRY-FORWARD-STATUS PIC XX.
01  WS-CF-EOF-SW       PIC X VALUE 'N'.
    88  WS-END-OF-CF-FILE      VALUE 'Y'.
01  WS-CF-MERGED       PIC 9(9) VALUE ZERO.
01  WS-CF-HELD         PIC 9(9) VALUE ZERO.
    COPY CALTAB.
    COPY CYCTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
    *> while the rest of the branches still post, so a half-transferred
    *> file can never again be backed out slip by slip after the fact.
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE
    DISPLAY "TRX-BRANCH-LIST-PATH" UPON ENVIRONMENT-NAME
    ACCEPT BRANCHLISTPATH FROM ENVIRONMENT-VALUE
    IF BRANCHLISTPATH = SPACES
        MOVE "daily-trans.dat" TO MERGEDTRANSPATH
    END-IF
    PERFORM PROCESS-NSF-FEE-FILE
    PERFORM PROCESS-CHARGE-OFF-FILE
    PERFORM PROCESS-CARRY-FORWARD-FILE
    OPEN INPUT BRANCH-LIST-FILE
    IF BRANCH-LIST-STATUS = "35"
        *> no branch files arrived tonight; TRXPOST's own quiet-day
                AT END
                    SET WS-END-OF-NSF-FILE TO TRUE
                NOT AT END
                    MOVE NSF-FEE-TRANS-REC(1:132)
                        TO DAILY-TRANS-RECORD
                    WRITE DAILY-TRANS-RECORD
                    ADD 1 TO WS-NSF-MERGED
                WS-NSF-MERGED
    END-IF.

PROCESS-CHARGE-OFF-FILE.
    *> Write-off slips COAPPR released since the last cycle come in
    *> the same way as the NSF fees: serialled, no control records,
    *> appended straight in and the file retired so a rerun cannot
    *> post a write-off twice.
    DISPLAY "TRX-CHARGE-OFF-TRANS-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHARGEOFFPATH FROM ENVIRONMENT-VALUE
    IF CHARGEOFFPATH = SPACES
        MOVE "charge-off-trans.dat" TO CHARGEOFFPATH
    END-IF
    OPEN INPUT CHARGE-OFF-TRANS-FILE
    IF CHARGE-OFF-TRANS-STATUS NOT = "00"
        *> nothing released since the last cycle
        CONTINUE
    ELSE
        OPEN EXTEND MERGED-TRANS-FILE
        IF MERGED-TRANS-STATUS = "35" OR MERGED-TRANS-STATUS = "05"
            OPEN OUTPUT MERGED-TRANS-FILE
        END-IF
        PERFORM UNTIL WS-END-OF-CO-FILE
            READ CHARGE-OFF-TRANS-FILE
                AT END
                    SET WS-END-OF-CO-FILE TO TRUE
                NOT AT END
                    MOVE CHARGE-OFF-TRANS-REC(1:132)
                        TO DAILY-TRANS-RECORD
                    WRITE DAILY-TRANS-RECORD
                    ADD 1 TO WS-CO-MERGED
            END-READ
        END-PERFORM
        CLOSE CHARGE-OFF-TRANS-FILE
        CLOSE MERGED-TRANS-FILE
        MOVE CHARGEOFFPATH TO BRANCHTRANSPATH
        PERFORM RETIRE-BRANCH-FILE
        DISPLAY "Charge-off slips merged into posting file: "
                WS-CO-MERGED
    END-IF.

PROCESS-CARRY-FORWARD-FILE.
    *> Teller slips keyed after the branch cut-off, or on a holiday,
    *> were held back from the night they were keyed on and dated
    *> the next business day. Each is released into the posting file
    *> on the first run for a business date after the day it was
    *> keyed - the keying date is in its TC serial - and the rest
    *> stay on the carry-forward file for a later night. The file is
    *> rewritten without what was released, so a rerun cannot append
    *> a slip twice.
    DISPLAY "TRX-CARRY-FORWARD-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CARRYFWDPATH FROM ENVIRONMENT-VALUE
    IF CARRYFWDPATH = SPACES
        MOVE "carry-forward-trans.dat" TO CARRYFWDPATH
    END-IF
    OPEN INPUT CARRY-FORWARD-FILE
    IF CARRY-FORWARD-STATUS NOT = "00"
        *> nothing was keyed after a cut-off
        DISPLAY "After-cut-off slips carried forward: " WS-CF-MERGED
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO NEWCARRYFWDPATH
    STRING FUNCTION TRIM(CARRYFWDPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWCARRYFWDPATH
    OPEN OUTPUT NEW-CARRY-FORWARD-FILE
    IF NEW-CARRY-FORWARD-STATUS NOT = "00"
        *> without somewhere to keep the slips not yet due, none
        *> are released; they wait intact for the next run
        CLOSE CARRY-FORWARD-FILE
        MOVE "TRXINTAK" TO WS-ERR-PROGRAM-ID
        MOVE NEW-CARRY-FORWARD-STATUS TO WS-ERR-CODE
        MOVE "Unable to rewrite carry-forward file, no slips released"
            TO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    OPEN EXTEND MERGED-TRANS-FILE
    IF MERGED-TRANS-STATUS = "35" OR MERGED-TRANS-STATUS = "05"
        OPEN OUTPUT MERGED-TRANS-FILE
    END-IF
    PERFORM UNTIL WS-END-OF-CF-FILE
        READ CARRY-FORWARD-FILE
            AT END
                SET WS-END-OF-CF-FILE TO TRUE
            NOT AT END
                MOVE CARRY-FORWARD-REC(1:132) TO DAILY-TRANS-RECORD
                IF DT-SLIP-SERIAL(1:2) = 'TC'
                        AND DT-SLIP-SERIAL(3:6)
                            NOT < WS-CAL-PROCESSING-DATE(3:6)
                    MOVE CARRY-FORWARD-REC TO NEW-CARRY-FORWARD-REC
                    WRITE NEW-CARRY-FORWARD-REC
                    ADD 1 TO WS-CF-HELD
                ELSE
                    WRITE DAILY-TRANS-RECORD
                    ADD 1 TO WS-CF-MERGED
                END-IF
        END-READ
    END-PERFORM
    CLOSE CARRY-FORWARD-FILE
    CLOSE NEW-CARRY-FORWARD-FILE
    CLOSE MERGED-TRANS-FILE
    CALL "CBL_DELETE_FILE" USING CARRYFWDPATH
        RETURNING WS-DELETE-RC
    CALL "CBL_COPY_FILE" USING NEWCARRYFWDPATH CARRYFWDPATH
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = ZERO
        MOVE "TRXINTAK" TO WS-ERR-PROGRAM-ID
        MOVE "REPLACE" TO WS-ERR-CODE
        MOVE "Could not replace carry-forward file - rebuild from .new"
            TO WS-ERR-MESSAGE
        SET WS-ERR-FATAL TO TRUE
        PERFORM LOG-COMMON-ERROR
    ELSE
        CALL "CBL_DELETE_FILE" USING NEWCARRYFWDPATH
            RETURNING WS-DELETE-RC
    END-IF
    DISPLAY "After-cut-off slips carried forward: " WS-CF-MERGED
            " still held for a later business day: " WS-CF-HELD.

INTAKE-ONE-BRANCH-FILE.
    SET WS-VALIDATE-PASS TO TRUE
    PERFORM READ-BRANCH-FILE-PASS
                MOVE BC-AMOUNT-HASH TO WS-CTL-AMOUNT-HASH
            END-IF
        WHEN OTHER
            MOVE BRANCH-TRANS-REC(1:132) TO DAILY-TRANS-RECORD
            IF WS-VALIDATE-PASS
                ADD 1 TO WS-SEEN-SLIP-COUNT
                IF DT-AMOUNT NUMERIC
            FUNCTION TRIM(RETIREDNAME)
            " (" FUNCTION TRIM(WS-FAIL-REASON) ")".

    COPY CALCHK.
    COPY CYCSTAT.
    COPY ERRHAND.
