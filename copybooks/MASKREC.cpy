      *> MASKREC - test-region load rows written by DATAMASK.
      *> The CUSTOMERS and ACCOUNTS rows leave production only in
      *> masked form: ids mapped, names, streets and taxpayer ids
      *> replaced, balances perturbed - see DATAMASK's own notes and
      *> the rules in the mask-rules control file. Display layouts,
      *> one row per line, so the test region loads them with its
      *> ordinary table loader. Standing orders, delivery preferences
      *> and the journal window keep their production layouts
      *> (copybooks/SORDREC.cpy, TRXJRNL.cpy).
       01  MASKED-CUSTOMER-ENTRY.
           05  MC-CUST-ID          PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  MC-CUST-NAME        PIC X(40).
           05  FILLER              PIC X VALUE SPACE.
           05  MC-CUST-ADDRESS     PIC X(60).
           05  FILLER              PIC X VALUE SPACE.
           05  MC-CUST-BALANCE     PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER              PIC X VALUE SPACE.
           05  MC-CUST-OPEN-DATE   PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  MC-CUST-STATUS      PIC X(1).
           05  FILLER              PIC X VALUE SPACE.
           05  MC-CUST-BRANCH      PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  MC-CUST-TAX-ID      PIC X(9).
           05  FILLER              PIC X VALUE SPACE.
           05  MC-CUST-TIN-TYPE    PIC X(1).
           05  FILLER              PIC X VALUE SPACE.
           05  MC-CUST-WITHHOLD    PIC X(1).
       01  MASKED-ACCOUNT-ENTRY.
           05  MA-CUST-ID          PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  MA-ACCT-NO          PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  MA-ACCT-TYPE        PIC X(1).
           05  FILLER              PIC X VALUE SPACE.
           05  MA-ACCT-BALANCE     PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER              PIC X VALUE SPACE.
           05  MA-ACCT-OPEN-DATE   PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  MA-ACCT-STATUS      PIC X(1).
