      *> TELLDRW - teller cash-drawer event.
      *> Written by TELLCAP to the TDRW queue, one record per drawer
      *> entry a teller keys; the queue is extracted to the teller
      *> drawer file ahead of the nightly run, the same way TSLP is,
      *> and read by DRWPROOF. Customer slips are not repeated here -
      *> the proof takes those from the journal under TJ-OPERATOR-ID.
       01  TELLER-DRAWER-RECORD.
           05  DR-TELLER-ID        PIC X(8).
           05  DR-EVENT-DATE       PIC X(8).
           05  DR-EVENT-TIME       PIC X(6).
      *> 'O' opening cash the drawer started the day with; 'B' cash
      *> bought from the vault into the drawer; 'S' cash sold from the
      *> drawer back to the vault; 'X' the counted total at close.
      *> A teller who re-keys an opening or a count replaces the
      *> earlier one - the proof takes the last of each.
           05  DR-EVENT-CODE       PIC X(1).
               88  DR-OPEN-DRAWER         VALUE 'O'.
               88  DR-VAULT-BUY           VALUE 'B'.
               88  DR-VAULT-SELL          VALUE 'S'.
               88  DR-CLOSE-COUNT         VALUE 'X'.
               88  DR-VALID-EVENT         VALUE 'O' 'B' 'S' 'X'.
           05  DR-AMOUNT           PIC 9(9)V99.
           05  DR-SERIAL           PIC X(14).
