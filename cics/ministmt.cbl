       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINISTMT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SNAP-RESP       PIC S9(8) COMP VALUE ZERO.
       01  WS-ACT-RESP        PIC S9(8) COMP VALUE ZERO.
       01  WS-POST-SUB        PIC 9(4) COMP VALUE ZERO.
       01  WS-REQ-ACCT-NO     PIC X(4) VALUE SPACES.
      *> One screen row of the mini-statement; columns line up under
      *> the two heading constants on map row 3.
       01  WS-DETAIL-LINE.
           05  WS-DL-DATE     PIC X(10).
           05  FILLER         PIC X(1).
           05  WS-DL-CODE     PIC X(1).
           05  FILLER         PIC X(2).
           05  WS-DL-ACCT     PIC X(4).
           05  FILLER         PIC X(1).
           05  WS-DL-AMOUNT   PIC -(9)9.99.
           05  FILLER         PIC X(1).
           05  WS-DL-BALANCE  PIC -(9)9.99.
           05  FILLER         PIC X(1).
           05  WS-DL-SERIAL   PIC X(14).
           05  FILLER         PIC X(18).
      *> The same "as of" flag CUSTINQ shows when it answers from the
      *> nightly snapshot: this screen never shows live data, so the
      *> date the rows were built is always on the message line.
       01  WS-AS-OF-MSG.
           05  FILLER         PIC X(19) VALUE
               "Nightly data as of ".
           05  WS-AS-OF-MM    PIC X(2).
           05  FILLER         PIC X(1) VALUE '/'.
           05  WS-AS-OF-DD    PIC X(2).
           05  FILLER         PIC X(1) VALUE '/'.
           05  WS-AS-OF-YYYY  PIC X(4).
           05  FILLER         PIC X(28) VALUE
               ", today's postings not shown".
           05  WS-AS-OF-SCOPE PIC X(17).
           COPY CUSTREC.
      *> Recent-activity rows RECACT rebuilds nightly from the journal
      *> (defined to CICS as file RECACT).
           COPY RECACT.
           COPY MINISTMM.
       LINKAGE SECTION.
       01  DFHCOMMAREA        PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC CICS
               HANDLE CONDITION
                   MAPFAIL(NO-INPUT-YET)
                   ERROR(SEND-INITIAL-MAP)
           END-EXEC.

           EXEC CICS
               HANDLE AID
                   PF3(END-STATEMENT)
           END-EXEC.

           EXEC CICS
               RECEIVE MAP('MINISTM1') MAPSET('MINISTM')
                   INTO(MINISTM1I)
           END-EXEC.

           PERFORM SHOW-RECENT-POSTINGS THRU SHOW-POSTINGS-EXIT.

       RETURN-NEXT.
           EXEC CICS
               RETURN TRANSID('MSTM')
           END-EXEC.

           GOBACK.

      *> SHOW-RECENT-POSTINGS - the customer's newest postings, newest
      *> first, for one account or (account left blank) for all of
      *> them. The balance column is the account's own balance on an
      *> account view and the customer total on the all-accounts view,
      *> as the customer's statement prints it.
       SHOW-RECENT-POSTINGS.
           IF ACCTL = ZERO
               MOVE SPACES TO WS-REQ-ACCT-NO
           ELSE
               MOVE ACCTI TO WS-REQ-ACCT-NO
           END-IF.
           IF CUSTIDL = ZERO OR CUSTIDI = SPACES
               MOVE SPACES TO MINISTM1O
               MOVE "Enter a customer id" TO MSGO
               PERFORM SEND-RESULT-MAP
               GO TO SHOW-POSTINGS-EXIT
           END-IF.
           MOVE CUSTIDI TO CUST-ID.
           MOVE SPACES TO MINISTM1O.
           MOVE CUST-ID TO CUSTIDO.
           MOVE WS-REQ-ACCT-NO TO ACCTO.
           EXEC CICS
               READ FILE('CUSTSNAP') INTO(CUSTOMER-RECORD)
                   RIDFLD(CUST-ID)
                   RESP(WS-SNAP-RESP)
           END-EXEC.
           IF WS-SNAP-RESP NOT = DFHRESP(NORMAL)
               STRING "No customer found for id " DELIMITED BY SIZE
                      CUST-ID DELIMITED BY SIZE
                      INTO MSGO
               PERFORM SEND-RESULT-MAP
               GO TO SHOW-POSTINGS-EXIT
           END-IF.
           MOVE CUST-NAME TO NAMEO.
           MOVE CUST-ID TO RA-CUST-ID.
           MOVE WS-REQ-ACCT-NO TO RA-ACCT-NO.
           EXEC CICS
               READ FILE('RECACT') INTO(RECENT-ACTIVITY-RECORD)
                   RIDFLD(RA-KEY)
                   RESP(WS-ACT-RESP)
           END-EXEC.
           IF WS-ACT-RESP NOT = DFHRESP(NORMAL)
               IF WS-REQ-ACCT-NO = SPACES
                   MOVE "No postings on file for this customer"
                       TO MSGO
               ELSE
                   MOVE "No postings on file for this account"
                       TO MSGO
               END-IF
               PERFORM SEND-RESULT-MAP
               GO TO SHOW-POSTINGS-EXIT
           END-IF.
           PERFORM FORMAT-POSTING-LINE
               VARYING WS-POST-SUB FROM 1 BY 1
               UNTIL WS-POST-SUB > RA-POSTING-COUNT
                  OR WS-POST-SUB > 20.
           MOVE RA-AS-OF-DATE(1:4) TO WS-AS-OF-YYYY.
           MOVE RA-AS-OF-DATE(5:2) TO WS-AS-OF-MM.
           MOVE RA-AS-OF-DATE(7:2) TO WS-AS-OF-DD.
           IF WS-REQ-ACCT-NO = SPACES
               MOVE " - customer total" TO WS-AS-OF-SCOPE
           ELSE
               MOVE SPACES TO WS-AS-OF-SCOPE
           END-IF.
           MOVE WS-AS-OF-MSG TO MSGO.
           PERFORM SEND-RESULT-MAP.
       SHOW-POSTINGS-EXIT.
           EXIT.

       FORMAT-POSTING-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING RA-POST-DATE(WS-POST-SUB)(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RA-POST-DATE(WS-POST-SUB)(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RA-POST-DATE(WS-POST-SUB)(1:4) DELIMITED BY SIZE
                  INTO WS-DL-DATE.
           MOVE RA-TRAN-CODE(WS-POST-SUB) TO WS-DL-CODE.
           MOVE RA-POST-ACCT(WS-POST-SUB) TO WS-DL-ACCT.
           MOVE RA-AMOUNT(WS-POST-SUB) TO WS-DL-AMOUNT.
           MOVE RA-BALANCE(WS-POST-SUB) TO WS-DL-BALANCE.
           MOVE RA-SERIAL(WS-POST-SUB) TO WS-DL-SERIAL.
           MOVE WS-DETAIL-LINE TO DLINEO(WS-POST-SUB).

       SEND-RESULT-MAP.
           EXEC CICS
               SEND MAP('MINISTM1') MAPSET('MINISTM')
                   FROM(MINISTM1O) ERASE
           END-EXEC.

       NO-INPUT-YET.
           MOVE SPACES TO MINISTM1O.
           MOVE "Enter a customer id, and an account or blank for all"
               TO MSGO.
           PERFORM SEND-RESULT-MAP.
           EXEC CICS
               RETURN TRANSID('MSTM')
           END-EXEC.
           GOBACK.

       SEND-INITIAL-MAP.
           MOVE SPACES TO MINISTM1O.
           MOVE "System error, please retry" TO MSGO.
           PERFORM SEND-RESULT-MAP.
           EXEC CICS
               RETURN
           END-EXEC.
           GOBACK.

       END-STATEMENT.
           EXEC CICS
               RETURN
           END-EXEC.
           GOBACK.
