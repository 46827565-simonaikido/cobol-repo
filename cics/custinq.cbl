       01  WS-SQLCODE-DISP PIC -(9)9.
       01  WS-BAL-DISP        PIC -(9)9.99.
       01  WS-SNAP-RESP       PIC S9(8) COMP VALUE ZERO.
       01  WS-HOLD-RESP       PIC S9(8) COMP VALUE ZERO.
       01  WS-AVAIL-BALANCE   PIC S9(9)V99 VALUE ZERO.
       01  WS-HOLD-COUNT-DISP PIC ZZZ9.
       01  WS-OWN-RESP        PIC S9(8) COMP VALUE ZERO.
       01  WS-OWN-SUB         PIC 9(4) COMP VALUE ZERO.
       01  WS-OWN-PTR         PIC 9(4) COMP VALUE ZERO.
       01  WS-OWN-MORE-DISP   PIC Z9.
       01  WS-NEXT-MODE       PIC X(1) VALUE SPACE.
      *> MAINT-TRANS layout must stay byte-for-byte what CUSTMAINT's
      *> MAINT-TRANS-FILE reads, so a screen-keyed update flows down
      *> nightly run's branch-scope check runs against the operator
      *> who keyed the update, not the batch operator releasing it
           05  MT-KEYED-BY        PIC X(8).
      *> taxpayer fields are not keyed on this screen; left blank,
      *> the nightly run keeps the customer's values
           05  MT-TAX-ID          PIC X(9).
           05  MT-TIN-TYPE        PIC X(1).
           05  MT-WITHHOLD-STATUS PIC X(1).
           COPY CUSTREC.
           COPY HOLDSUM.
           COPY OWNSUM.
           COPY CUSTINQM.
           COPY ERRTAB.
       LINKAGE SECTION.
                   MOVE CUST-OPEN-DATE TO OPENO
                   MOVE CUST-STATUS TO STATO
                   MOVE SPACES TO MSGO
                   PERFORM SHOW-HOLD-SUMMARY
                   PERFORM SHOW-COOWNED-ACCOUNTS
               WHEN 100
                   MOVE SPACES TO NAMEO ADDRO BALO OPENO STATO
                   MOVE SPACES TO HELDO AVAILO COOWNO
                   STRING "No customer found for id " DELIMITED BY SIZE
                          CUST-ID DELIMITED BY SIZE
                          INTO MSGO
               WHEN OTHER
                   MOVE SPACES TO NAMEO ADDRO BALO OPENO STATO
                   MOVE SPACES TO HELDO AVAILO COOWNO
                   MOVE "CUSTINQ" TO WS-ERR-PROGRAM-ID
                   MOVE SQLCODE TO WS-SQLCODE-DISP
                   MOVE WS-SQLCODE-DISP TO WS-ERR-CODE
               MOVE CUST-STATUS TO STATO
               MOVE "DB unavailable - showing nightly snapshot data"
                   TO MSGO
               PERFORM SHOW-HOLD-SUMMARY
               PERFORM SHOW-COOWNED-ACCOUNTS
           ELSE
               MOVE "Lookup failed, contact support" TO MSGO
           END-IF.

      *> SHOW-HOLD-SUMMARY - held amount and available balance beside
      *> the ledger balance, from the keyed per-customer summary HOLDMNT
      *> rebuilds on every run (defined to CICS as file HOLDSUM). No
      *> row means nothing is held; the available balance is then the
      *> ledger balance.
       SHOW-HOLD-SUMMARY.
           EXEC CICS
               READ FILE('HOLDSUM') INTO(HOLD-SUMMARY-RECORD)
                   RIDFLD(CUST-ID)
                   RESP(WS-HOLD-RESP)
           END-EXEC
           IF WS-HOLD-RESP NOT = DFHRESP(NORMAL)
               MOVE ZERO TO HS-HOLD-COUNT
               MOVE ZERO TO HS-HELD-AMOUNT
           END-IF
           MOVE HS-HELD-AMOUNT TO WS-BAL-DISP
           MOVE WS-BAL-DISP TO HELDO
           COMPUTE WS-AVAIL-BALANCE = CUST-BALANCE - HS-HELD-AMOUNT
           MOVE WS-AVAIL-BALANCE TO WS-BAL-DISP
           MOVE WS-BAL-DISP TO AVAILO
           IF HS-HOLD-COUNT > ZERO AND MSGO = SPACES
               MOVE HS-HOLD-COUNT TO WS-HOLD-COUNT-DISP
               STRING WS-HOLD-COUNT-DISP DELIMITED BY SIZE
                      " funds hold(s) in force - debits are judged"
                          DELIMITED BY SIZE
                      " on available balance" DELIMITED BY SIZE
                      INTO MSGO
           END-IF.

      *> SHOW-COOWNED-ACCOUNTS - other customers' accounts this
      *> customer is linked to, from the keyed per-customer summary
      *> ACCTMNT rebuilds on every run (defined to CICS as file
      *> OWNSUM): up to three shown as owner/account and role
      *> (J joint, S signer, T trustee, B beneficiary), with a count of
      *> the rest. No row means the customer is on nobody else's
      *> account.
       SHOW-COOWNED-ACCOUNTS.
           MOVE SPACES TO COOWNO
           EXEC CICS
               READ FILE('OWNSUM') INTO(OWNER-SUMMARY-RECORD)
                   RIDFLD(CUST-ID)
                   RESP(WS-OWN-RESP)
           END-EXEC
           IF WS-OWN-RESP NOT = DFHRESP(NORMAL)
               MOVE "NONE" TO COOWNO
           ELSE
               MOVE 1 TO WS-OWN-PTR
               PERFORM VARYING WS-OWN-SUB FROM 1 BY 1
                       UNTIL WS-OWN-SUB > OS-LINK-COUNT
                          OR WS-OWN-SUB > 3
                   STRING OS-OWNER-ID(WS-OWN-SUB) DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          OS-ACCT-NO(WS-OWN-SUB) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          OS-ROLE(WS-OWN-SUB) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          INTO COOWNO
                          WITH POINTER WS-OWN-PTR
               END-PERFORM
               IF OS-LINK-COUNT > 3
                   COMPUTE WS-OWN-MORE-DISP = OS-LINK-COUNT - 3
                   STRING "+" DELIMITED BY SIZE
                          WS-OWN-MORE-DISP DELIMITED BY SIZE
                          " MORE" DELIMITED BY SIZE
                          INTO COOWNO
                          WITH POINTER WS-OWN-PTR
               END-IF
           END-IF.

       SEND-RESULT-MAP.
           EXEC CICS
               SEND MAP('CUSTINQ1') MAPSET('CUSTINQ')
