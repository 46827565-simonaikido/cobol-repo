      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AMLCASE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-CRED-FILE ASSIGN TO OPERCREDPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-CRED-STATUS.
    SELECT AML-CASE-FILE ASSIGN TO AMLCASEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AML-CASE-STATUS.
    SELECT NEW-AML-CASE-FILE ASSIGN TO NEWAMLCASEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NEW-AML-CASE-STATUS.
    SELECT AML-EVIDENCE-FILE ASSIGN TO AMLEVIDENCEPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AML-EVIDENCE-STATUS.
    SELECT CHANGE-LOG-FILE ASSIGN TO CHANGELOGPATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHANGE-LOG-STATUS.
    COPY PARMFILE.
    COPY CHNFILE.
    COPY ERRFILE.
DATA DIVISION.
FILE SECTION.
FD  OPERATOR-CRED-FILE.
01  OPERATOR-CRED-FILE-REC.
    05  OCF-OPER-ID         PIC X(8).
    05  OCF-PASSWORD-HASH   PIC X(16).
    05  OCF-ROLE            PIC X(1).
    05  OCF-STATUS          PIC X(1).
    05  OCF-PWD-CHANGED     PIC X(8).
    05  OCF-FAIL-COUNT      PIC 9(2).
FD  AML-CASE-FILE.
01  AML-CASE-REC           PIC X(167).
FD  NEW-AML-CASE-FILE.
01  NEW-AML-CASE-REC       PIC X(167).
FD  AML-EVIDENCE-FILE.
    COPY AMLEVID.
FD  CHANGE-LOG-FILE.
01  CHANGE-LOG-REC         PIC X(300).
    COPY PARMFD.
    COPY CHNFD.
    COPY ERRFD.
WORKING-STORAGE SECTION.
01  OPERCREDPATH       PIC X(200) VALUE SPACES.
01  OPERATOR-CRED-STATUS PIC XX.
01  AMLCASEPATH        PIC X(200) VALUE SPACES.
01  AML-CASE-STATUS    PIC XX.
01  NEWAMLCASEPATH     PIC X(200) VALUE SPACES.
01  NEW-AML-CASE-STATUS PIC XX.
01  AMLEVIDENCEPATH    PIC X(200) VALUE SPACES.
01  AML-EVIDENCE-STATUS PIC XX.
01  CHANGELOGPATH      PIC X(200) VALUE SPACES.
01  CHANGE-LOG-STATUS  PIC XX.
01  USER-INPUT         PIC X(100).
01  WS-EOF-SW          PIC X VALUE 'N'.
    88  WS-END-OF-CRED-FILE   VALUE 'Y'.
01  WS-CASE-EOF-SW     PIC X VALUE 'N'.
    88  WS-END-OF-CASES        VALUE 'Y'.
01  WS-EVIDENCE-EOF-SW PIC X VALUE 'N'.
    88  WS-END-OF-EVIDENCE     VALUE 'Y'.
01  WS-OPERATOR-TABLE.
    05  WS-OPERATOR-COUNT PIC 9(4) VALUE ZERO.
    05  WS-OPERATOR-ENTRY OCCURS 200 TIMES INDEXED BY OPER-IDX.
        COPY OPERCRED
            REPLACING ==01  OPERATOR-CRED-RECORD== BY ==10  FILLER==
                      ==05  OPER-ID==             BY ==15  OPER-ID==
                      ==05  OPER-PASSWORD-HASH==  BY ==15  OPER-PASSWORD-HASH==
                      ==05  OPER-ROLE==           BY ==15  OPER-ROLE==
                      ==05  OPER-STATUS==         BY ==15  OPER-STATUS==
                      ==05  OPER-PWD-CHANGED==    BY ==15  OPER-PWD-CHANGED==
                      ==05  OPER-FAIL-COUNT==     BY ==15  OPER-FAIL-COUNT==
                      ==05  OPER-BRANCH==         BY ==15  OPER-BRANCH==.
01  WS-LOGIN-OK-SW     PIC X VALUE 'N'.
    88  WS-LOGIN-OK            VALUE 'Y'.
01  WS-OPERATOR-ROLE   PIC X(1) VALUE SPACES.
01  WS-INVESTIGATOR-ID PIC X(8) VALUE SPACES.
01  WS-TIMESTAMP       PIC X(26).
01  WS-TODAY           PIC X(8) VALUE SPACES.
01  WS-DECISION        PIC X(1).
    88  WS-DECISION-CLOSE      VALUE 'C' 'c'.
01  WS-DISPOSITION-IN  PIC X(1).
01  WS-DISPOSITION-TEXT PIC X(20) VALUE SPACES.
01  WS-CLOSED-COUNT    PIC 9(9) VALUE ZERO.
01  WS-HELD-COUNT      PIC 9(9) VALUE ZERO.
01  WS-SHOWN-COUNT     PIC 9(4) VALUE ZERO.
01  WS-DELETE-RC       PIC 9(9) COMP-5.
01  WS-COUNT-DISP      PIC Z(3)9.
01  WS-SOURCE-TEXT     PIC X(10).
    COPY AMLCASE.
    COPY PWDTAB.
    COPY PARMTAB.
    COPY CHNTAB.
    COPY ERRTAB.
PROCEDURE DIVISION.
MAIN.
    *> Investigator review of the red-flag cases AMLMON opens. Each
    *> open case is shown with every row attached to it as evidence;
    *> closing one needs a disposition - no action, suspicious
    *> activity report filed, or relationship ended - and the case
    *> stays on file closed, so AMLMON does not reopen it for the
    *> same night and the history of every decision is kept.
    PERFORM SIGN-ON-INVESTIGATOR
    IF NOT WS-LOGIN-OK
        DISPLAY "Sign-on rejected"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-OPERATOR-ROLE NOT = 'S' AND WS-OPERATOR-ROLE NOT = 'A'
        DISPLAY "AML case review requires supervisor or admin role"
        MOVE "AMLCASE" TO WS-ERR-PROGRAM-ID
        MOVE "AUTH" TO WS-ERR-CODE
        STRING "AML case review attempt by non-supervisor operator "
               DELIMITED BY SIZE
               WS-INVESTIGATOR-ID DELIMITED BY SIZE
               INTO WS-ERR-MESSAGE
        SET WS-ERR-WARNING TO TRUE
        PERFORM LOG-COMMON-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT WS-TIMESTAMP FROM DATE YYYYMMDD
    MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
    PERFORM REVIEW-CASE-FILE
    DISPLAY "AMLCASE complete - closed: " WS-CLOSED-COUNT
            " held: " WS-HELD-COUNT
    STOP RUN.

SIGN-ON-INVESTIGATOR.
    PERFORM LOAD-OPERATOR-TABLE
    DISPLAY "Enter operator id: " WITH NO ADVANCING
    ACCEPT USER-INPUT
    DISPLAY "Enter password: " WITH NO ADVANCING
    ACCEPT WS-PASSWORD WITH NO ECHO
    MOVE 'N' TO WS-LOGIN-OK-SW
    PERFORM COMPUTE-PASSWORD-HASH
    PERFORM VARYING OPER-IDX FROM 1 BY 1
            UNTIL OPER-IDX > WS-OPERATOR-COUNT
        IF OPER-ID(OPER-IDX) = USER-INPUT
            IF OPER-PASSWORD-HASH(OPER-IDX) = WS-COMPUTED-HASH
                    AND OPER-STATUS(OPER-IDX) = 'A'
                SET WS-LOGIN-OK TO TRUE
                MOVE OPER-ROLE(OPER-IDX) TO WS-OPERATOR-ROLE
                MOVE OPER-ID(OPER-IDX) TO WS-INVESTIGATOR-ID
            END-IF
            SET OPER-IDX TO WS-OPERATOR-COUNT
        END-IF
    END-PERFORM.

LOAD-OPERATOR-TABLE.
    DISPLAY "OPERATOR-CREDENTIALS-FILE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT OPERCREDPATH FROM ENVIRONMENT-VALUE
    IF OPERCREDPATH = SPACES
        MOVE "operator-credentials.dat" TO OPERCREDPATH
    END-IF
    OPEN INPUT OPERATOR-CRED-FILE
    IF OPERATOR-CRED-STATUS = "00"
        PERFORM UNTIL WS-END-OF-CRED-FILE
            READ OPERATOR-CRED-FILE
                AT END
                    SET WS-END-OF-CRED-FILE TO TRUE
                NOT AT END
                    IF WS-OPERATOR-COUNT < 200
                        ADD 1 TO WS-OPERATOR-COUNT
                        SET OPER-IDX TO WS-OPERATOR-COUNT
                        MOVE OCF-OPER-ID TO OPER-ID(OPER-IDX)
                        MOVE OCF-PASSWORD-HASH
                            TO OPER-PASSWORD-HASH(OPER-IDX)
                        MOVE OCF-ROLE TO OPER-ROLE(OPER-IDX)
                        MOVE OCF-STATUS TO OPER-STATUS(OPER-IDX)
                        MOVE OCF-PWD-CHANGED
                            TO OPER-PWD-CHANGED(OPER-IDX)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-CRED-FILE
    END-IF.

REVIEW-CASE-FILE.
    DISPLAY "AML-CASE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT AMLCASEPATH FROM ENVIRONMENT-VALUE
    IF AMLCASEPATH = SPACES
        MOVE "aml-cases.dat" TO AMLCASEPATH
    END-IF
    STRING FUNCTION TRIM(AMLCASEPATH) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO NEWAMLCASEPATH
    DISPLAY "AML-EVIDENCE-PATH" UPON ENVIRONMENT-NAME
    ACCEPT AMLEVIDENCEPATH FROM ENVIRONMENT-VALUE
    IF AMLEVIDENCEPATH = SPACES
        MOVE "aml-evidence.dat" TO AMLEVIDENCEPATH
    END-IF
    OPEN INPUT AML-CASE-FILE
    IF AML-CASE-STATUS NOT = "00"
        DISPLAY "No AML cases on file"
    ELSE
        OPEN OUTPUT NEW-AML-CASE-FILE
        PERFORM UNTIL WS-END-OF-CASES
            READ AML-CASE-FILE
                AT END
                    SET WS-END-OF-CASES TO TRUE
                NOT AT END
                    MOVE AML-CASE-REC TO AML-CASE-RECORD
                    IF AC-OPEN
                        PERFORM REVIEW-ONE-CASE
                    END-IF
                    WRITE NEW-AML-CASE-REC FROM AML-CASE-RECORD
            END-READ
        END-PERFORM
        CLOSE AML-CASE-FILE
        CLOSE NEW-AML-CASE-FILE
        CALL "CBL_DELETE_FILE" USING AMLCASEPATH
            RETURNING WS-DELETE-RC
        CALL "CBL_COPY_FILE" USING NEWAMLCASEPATH AMLCASEPATH
            RETURNING WS-DELETE-RC
        CALL "CBL_DELETE_FILE" USING NEWAMLCASEPATH
            RETURNING WS-DELETE-RC
    END-IF.

REVIEW-ONE-CASE.
    MOVE AC-EVIDENCE-COUNT TO WS-COUNT-DISP
    DISPLAY " "
    DISPLAY "Case " AC-CASE-ID "  rule " AC-RULE-ID
            "  customer " AC-CUST-ID
    DISPLAY "  Opened " AC-OPENED-DATE "  last hit " AC-LAST-HIT-DATE
            "  evidence rows " WS-COUNT-DISP
    DISPLAY "  " AC-SUMMARY
    PERFORM SHOW-CASE-EVIDENCE
    DISPLAY "Close or Hold (C/H)? " WITH NO ADVANCING
    ACCEPT WS-DECISION
    IF WS-DECISION-CLOSE
        PERFORM CLOSE-CASE
    ELSE
        ADD 1 TO WS-HELD-COUNT
    END-IF.

SHOW-CASE-EVIDENCE.
    *> The evidence file holds every case's rows in the order AMLMON
    *> attached them, so a case's rows read back night by night.
    MOVE ZERO TO WS-SHOWN-COUNT
    MOVE 'N' TO WS-EVIDENCE-EOF-SW
    OPEN INPUT AML-EVIDENCE-FILE
    IF AML-EVIDENCE-STATUS = "00"
        PERFORM UNTIL WS-END-OF-EVIDENCE
            READ AML-EVIDENCE-FILE
                AT END
                    SET WS-END-OF-EVIDENCE TO TRUE
                NOT AT END
                    IF EV-CASE-ID = AC-CASE-ID
                        ADD 1 TO WS-SHOWN-COUNT
                        EVALUATE TRUE
                            WHEN EV-FROM-JOURNAL
                                MOVE "JOURNAL" TO WS-SOURCE-TEXT
                            WHEN EV-FROM-CHANGE-LOG
                                MOVE "CHANGE LOG" TO WS-SOURCE-TEXT
                            WHEN EV-FROM-REJECTS
                                MOVE "REJECTS" TO WS-SOURCE-TEXT
                            WHEN OTHER
                                MOVE SPACES TO WS-SOURCE-TEXT
                        END-EVALUATE
                        DISPLAY "  " EV-HIT-DATE " " WS-SOURCE-TEXT " "
                                FUNCTION TRIM(EV-IMAGE TRAILING)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AML-EVIDENCE-FILE
    END-IF
    IF WS-SHOWN-COUNT = ZERO
        DISPLAY "  No evidence rows found for this case"
    END-IF.

CLOSE-CASE.
    *> An unrecognised disposition leaves the case open rather than
    *> guess what the investigator meant.
    DISPLAY "Disposition - N no action, S SAR filed, R relationship ended: "
            WITH NO ADVANCING
    ACCEPT WS-DISPOSITION-IN
    MOVE FUNCTION UPPER-CASE(WS-DISPOSITION-IN) TO AC-DISPOSITION
    IF NOT AC-DISPOSITION-VALID
        DISPLAY "  Disposition not recognised - case held"
        MOVE SPACES TO AC-DISPOSITION
        ADD 1 TO WS-HELD-COUNT
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Closing note: " WITH NO ADVANCING
    ACCEPT USER-INPUT
    MOVE USER-INPUT TO AC-CLOSE-NOTE
    SET AC-CLOSED TO TRUE
    MOVE WS-TODAY TO AC-CLOSED-DATE
    MOVE WS-INVESTIGATOR-ID TO AC-CLOSED-BY
    EVALUATE TRUE
        WHEN AC-NO-ACTION
            MOVE "NO-ACTION" TO WS-DISPOSITION-TEXT
        WHEN AC-SAR-FILED
            MOVE "SAR-FILED" TO WS-DISPOSITION-TEXT
        WHEN AC-RELATIONSHIP-ENDED
            MOVE "RELATIONSHIP-ENDED" TO WS-DISPOSITION-TEXT
    END-EVALUATE
    ADD 1 TO WS-CLOSED-COUNT
    PERFORM WRITE-CASE-LOG-ENTRY.

WRITE-CASE-LOG-ENTRY.
    *> Same change log the maintenance programs write, so the
    *> customer's history shows the case and who closed it; the
    *> action is 'K' (case closed).
    DISPLAY "CHANGE-LOG-PATH" UPON ENVIRONMENT-NAME
    ACCEPT CHANGELOGPATH FROM ENVIRONMENT-VALUE
    IF CHANGELOGPATH = SPACES
        MOVE "custmaint-change-log.dat" TO CHANGELOGPATH
    END-IF
    MOVE SPACES TO CHANGE-LOG-REC
    STRING WS-TODAY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-INVESTIGATOR-ID DELIMITED BY SIZE
           " ACTION=K" DELIMITED BY SIZE
           " ID=" DELIMITED BY SIZE
           AC-CUST-ID DELIMITED BY SIZE
           " CASE=" DELIMITED BY SIZE
           AC-CASE-ID DELIMITED BY SIZE
           " RULE=" DELIMITED BY SIZE
           AC-RULE-ID DELIMITED BY SIZE
           " OPENED=" DELIMITED BY SIZE
           AC-OPENED-DATE DELIMITED BY SIZE
           " DISPOSITION=" DELIMITED BY SIZE
           WS-DISPOSITION-TEXT DELIMITED BY SPACE
           " NOTE=" DELIMITED BY SIZE
           AC-CLOSE-NOTE DELIMITED BY SIZE
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

    COPY PARMLOAD.
    COPY CHNLOAD.
    COPY ERRHAND.
    COPY PWDHASH.
