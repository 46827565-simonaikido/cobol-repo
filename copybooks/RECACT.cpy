      *> RECACT - recent-activity row for the online mini-statement.
      *> Rebuilt nightly by RECACT from the posted-transactions journal
      *> into a keyed file (key RA-KEY) that is also defined to CICS as
      *> file RECACT, where MINISTMT reads it. One row per customer with
      *> RA-ACCT-NO spaces covering all the customer's accounts, plus
      *> one row per named account. Postings are newest first.
      *> RA-AS-OF-DATE is the business date of the run that built the
      *> row; anything posted since is not on it, and the screen says
      *> so the same way the snapshot fallback does.
       01  RECENT-ACTIVITY-RECORD.
           05  RA-KEY.
               10  RA-CUST-ID      PIC X(10).
               10  RA-ACCT-NO      PIC X(4).
           05  RA-AS-OF-DATE       PIC X(8).
      *> Sum of the account's postings so far, carried while the row is
      *> built: accounts open at zero and only posted slips move them,
      *> so this is the account's balance after its newest posting.
      *> Not used on the all-accounts row.
           05  RA-ACCT-TOTAL       PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
           05  RA-POSTING-COUNT    PIC 9(2).
           05  RA-POSTING          OCCURS 20 TIMES.
               10  RA-POST-DATE    PIC X(8).
               10  RA-TRAN-CODE    PIC X(1).
               10  RA-POST-ACCT    PIC X(4).
               10  RA-AMOUNT       PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
      *> Balance after the posting: the customer total on the
      *> all-accounts row (the journal's after-image, as statements
      *> print it), the account's own balance on an account row.
               10  RA-BALANCE      PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
               10  RA-SERIAL       PIC X(14).
