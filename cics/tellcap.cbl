           05  WS-EDIT-DATE-MM    PIC 9(2).
           05  WS-EDIT-DATE-DD    PIC 9(2).
       01  WS-TASK-SEQ        PIC 9(6) VALUE ZERO.
       01  WS-TIME-NOW        PIC 9(8) VALUE ZERO.
       01  WS-CUT-RESP        PIC S9(8) COMP VALUE ZERO.
       01  WS-KEY-HHMM        PIC 9(4) VALUE ZERO.
       01  WS-TELLER-BRANCH   PIC X(3) VALUE SPACES.
       01  WS-NEXT-BUS-DATE   PIC X(8) VALUE SPACES.
       01  WS-NEXT-DAY-SW     PIC X(1) VALUE 'N'.
           88  WS-POSTS-NEXT-DAY      VALUE 'Y'.
       01  WS-HOLIDAY-SW      PIC X(1) VALUE 'N'.
           88  WS-KEYED-ON-HOLIDAY    VALUE 'Y'.
       01  WS-NEXT-DAY-MSG.
           05  WS-NEXT-DAY-REASON PIC X(14).
           05  FILLER         PIC X(40) VALUE
               " slip accepted, posts next business day ".
           05  WS-NEXT-DAY-MM PIC X(2).
           05  FILLER         PIC X(1) VALUE '/'.
           05  WS-NEXT-DAY-DD PIC X(2).
           05  FILLER         PIC X(1) VALUE '/'.
           05  WS-NEXT-DAY-YYYY PIC X(4).
      *> DAILY-TRANS-RECORD layout must stay byte-for-byte what
      *> TRXPOST's TRX-TRANS-FILE reads, so a screen-keyed slip flows
      *> down the same audited posting path as a keyed batch record.
      *> for maintenance updates.
           COPY TRXREC.
           COPY CUSTREC.
      *> Drawer entries - opening cash, vault buys and sells, the
      *> closing count - go to their own TDRW queue for DRWPROOF.
           COPY TELLDRW.
      *> Cut-off control rows TELLCUT rebuilds nightly: each branch's
      *> cut-off time, each operator's branch, and each date's next
      *> business day.
           COPY TELLCUT.
           COPY TELLCAPM.
       LINKAGE SECTION.
       01  DFHCOMMAREA        PIC X(1).
      *> the rejection while the customer is still at the counter
      *> instead of the slip bouncing on the morning reject listing.
       EDIT-AND-QUEUE-SLIP.
           MOVE TCODEI TO DR-EVENT-CODE.
           IF DR-VALID-EVENT
               PERFORM EDIT-AND-QUEUE-DRAWER THRU EDIT-DRAWER-EXIT
               GO TO EDIT-QUEUE-EXIT
           END-IF.
           IF CUSTIDL = ZERO OR CUSTIDI = SPACES
               MOVE "Enter a customer id" TO MSGO
               PERFORM SEND-RESULT-MAP
           END-IF.
           MOVE CUST-NAME TO NAMEO.
           IF TCODEI NOT = 'D' AND TCODEI NOT = 'C'
               MOVE "Code must be D or C, or drawer O, B, S or X"
                   TO MSGO
               PERFORM SEND-RESULT-MAP
               GO TO EDIT-QUEUE-EXIT
                   GO TO EDIT-QUEUE-EXIT
               END-IF
           END-IF.
           PERFORM CHECK-POSTING-CUTOFF THRU CHECK-CUTOFF-EXIT.
           MOVE SPACES TO DAILY-TRANS-RECORD.
           MOVE CUST-ID TO DT-CUST-ID.
           MOVE TCODEI TO DT-TRAN-CODE.
           MOVE WS-AMOUNT-WORK TO DT-AMOUNT.
           MOVE WS-EDIT-DATE TO DT-EFF-DATE.
      *    a slip past the cut-off cannot be dated earlier than the
      *    business day it will post on; one keyed for a later date
      *    keeps it
           IF WS-POSTS-NEXT-DAY
               IF DT-EFF-DATE < WS-NEXT-BUS-DATE
                   MOVE WS-NEXT-BUS-DATE TO DT-EFF-DATE
               END-IF
           END-IF.
      *    screen-keyed slips are serialized here - TC tag, keying
      *    date, CICS task number - so TRXPOST's cross-day duplicate
      *    register covers them like any branch slip
                  WS-TODAY(3:6) DELIMITED BY SIZE
                  WS-TASK-SEQ DELIMITED BY SIZE
                  INTO DT-SLIP-SERIAL.
      *    the signed-on teller rides with the slip into the journal,
      *    which is where the teller proof finds each drawer's cash
           EXEC CICS
               ASSIGN USERID(DT-TELLER-ID)
           END-EXEC.
      *    after-cut-off slips go to their own TSLN queue, extracted
      *    to the carry-forward file TRXINTAK holds them on until the
      *    run for the business day they were stamped with
           IF WS-POSTS-NEXT-DAY
               EXEC CICS
                   WRITEQ TD QUEUE('TSLN')
                       FROM(DAILY-TRANS-RECORD)
                       LENGTH(LENGTH OF DAILY-TRANS-RECORD)
               END-EXEC
               MOVE SPACES TO TCODEO AMTO EFFDTO
               IF WS-KEYED-ON-HOLIDAY
                   MOVE "Bank holiday -" TO WS-NEXT-DAY-REASON
               ELSE
                   MOVE "Past cut-off -" TO WS-NEXT-DAY-REASON
               END-IF
               MOVE WS-NEXT-BUS-DATE(5:2) TO WS-NEXT-DAY-MM
               MOVE WS-NEXT-BUS-DATE(7:2) TO WS-NEXT-DAY-DD
               MOVE WS-NEXT-BUS-DATE(1:4) TO WS-NEXT-DAY-YYYY
               MOVE WS-NEXT-DAY-MSG TO MSGO
               PERFORM SEND-RESULT-MAP
               GO TO EDIT-QUEUE-EXIT
           END-IF.
           EXEC CICS
               WRITEQ TD QUEUE('TSLP')
                   FROM(DAILY-TRANS-RECORD)
       EDIT-QUEUE-EXIT.
           EXIT.

      *> CHECK-POSTING-CUTOFF - a slip keyed on a bank holiday, or at
      *> or after the teller's branch cut-off time, misses tonight's
      *> run and posts with the next business day's. The branch comes
      *> from the signed-on operator; a branch with no cut-off of its
      *> own uses the bank-wide one. If the control file has no row
      *> for today the slip goes tonight as it always has - the
      *> counter is never stopped for want of a control row.
       CHECK-POSTING-CUTOFF.
           MOVE 'N' TO WS-NEXT-DAY-SW.
           MOVE 'N' TO WS-HOLIDAY-SW.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:4) TO WS-KEY-HHMM.
           MOVE SPACES TO TELLER-CUTOFF-RECORD.
           SET TU-DATE-ROW TO TRUE.
           MOVE WS-TODAY TO TU-KEY-VALUE.
           PERFORM READ-CUTOFF-ROW.
           IF WS-CUT-RESP NOT = DFHRESP(NORMAL)
               GO TO CHECK-CUTOFF-EXIT
           END-IF.
           MOVE TU-NEXT-BUS-DATE TO WS-NEXT-BUS-DATE.
           IF NOT TU-BUSINESS-DAY
               SET WS-KEYED-ON-HOLIDAY TO TRUE
               SET WS-POSTS-NEXT-DAY TO TRUE
               GO TO CHECK-CUTOFF-EXIT
           END-IF.
           MOVE SPACES TO TELLER-CUTOFF-RECORD.
           SET TU-OPERATOR-ROW TO TRUE.
           EXEC CICS
               ASSIGN USERID(TU-KEY-VALUE)
           END-EXEC.
           PERFORM READ-CUTOFF-ROW.
           IF WS-CUT-RESP = DFHRESP(NORMAL)
               MOVE TU-BRANCH TO WS-TELLER-BRANCH
           ELSE
               MOVE "***" TO WS-TELLER-BRANCH
           END-IF.
           MOVE SPACES TO TELLER-CUTOFF-RECORD.
           SET TU-BRANCH-ROW TO TRUE.
           MOVE WS-TELLER-BRANCH TO TU-KEY-VALUE.
           PERFORM READ-CUTOFF-ROW.
           IF WS-CUT-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO TELLER-CUTOFF-RECORD
               SET TU-BRANCH-ROW TO TRUE
               MOVE "***" TO TU-KEY-VALUE
               PERFORM READ-CUTOFF-ROW
               IF WS-CUT-RESP NOT = DFHRESP(NORMAL)
                   GO TO CHECK-CUTOFF-EXIT
               END-IF
           END-IF.
           IF WS-KEY-HHMM NOT < TU-CUTOFF-TIME
               SET WS-POSTS-NEXT-DAY TO TRUE
           END-IF.
       CHECK-CUTOFF-EXIT.
           EXIT.

       READ-CUTOFF-ROW.
           EXEC CICS
               READ FILE('TELLCUT') INTO(TELLER-CUTOFF-RECORD)
                   RIDFLD(TU-KEY)
                   RESP(WS-CUT-RESP)
           END-EXEC.

      *> EDIT-AND-QUEUE-DRAWER - a drawer entry names no customer:
      *> the amount is the opening cash, a vault buy or sell, or the
      *> counted total at close, queued under the signed-on teller for
      *> the nightly teller proof. An opening or a count may be zero;
      *> a vault movement of nothing is a keying slip.
       EDIT-AND-QUEUE-DRAWER.
           MOVE CUSTIDI TO CUST-ID.
           MOVE SPACES TO NAMEO.
           IF AMTI = SPACES
                   OR FUNCTION TEST-NUMVAL(AMTI) NOT = ZERO
               MOVE "Amount must be numeric" TO MSGO
               PERFORM SEND-RESULT-MAP
               GO TO EDIT-DRAWER-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(AMTI) TO WS-AMOUNT-WORK.
           IF WS-AMOUNT-WORK = ZERO
                   AND (DR-VAULT-BUY OR DR-VAULT-SELL)
               MOVE "Amount must be greater than zero" TO MSGO
               PERFORM SEND-RESULT-MAP
               GO TO EDIT-DRAWER-EXIT
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TODAY TO DR-EVENT-DATE.
           MOVE WS-TIME-NOW(1:6) TO DR-EVENT-TIME.
           MOVE WS-AMOUNT-WORK TO DR-AMOUNT.
           EXEC CICS
               ASSIGN USERID(DR-TELLER-ID)
           END-EXEC.
           MOVE EIBTASKN TO WS-TASK-SEQ.
           MOVE SPACES TO DR-SERIAL.
           STRING "TD" DELIMITED BY SIZE
                  WS-TODAY(3:6) DELIMITED BY SIZE
                  WS-TASK-SEQ DELIMITED BY SIZE
                  INTO DR-SERIAL.
           EXEC CICS
               WRITEQ TD QUEUE('TDRW')
                   FROM(TELLER-DRAWER-RECORD)
                   LENGTH(LENGTH OF TELLER-DRAWER-RECORD)
           END-EXEC.
           EVALUATE TRUE
               WHEN DR-OPEN-DRAWER
                   MOVE "Drawer opening cash recorded" TO MSGO
               WHEN DR-VAULT-BUY
                   MOVE "Vault buy recorded - cash into the drawer"
                       TO MSGO
               WHEN DR-VAULT-SELL
                   MOVE "Vault sell recorded - cash out to the vault"
                       TO MSGO
               WHEN DR-CLOSE-COUNT
                   MOVE "Closing count recorded for tonight's proof"
                       TO MSGO
           END-EVALUATE.
           MOVE SPACES TO TCODEO AMTO EFFDTO.
           PERFORM SEND-RESULT-MAP.
       EDIT-DRAWER-EXIT.
           EXIT.

      *> LOOKUP-SNAPSHOT-CUSTOMER - the keying-time check reads the
      *> local keyed snapshot CUSTSNAP unloads nightly rather than the
      *> CUSTOMERS database, so teller entry stays up through a
