      *> ACHREC - clearing-house (NACHA format) 94-byte record.
      *> One layout serves the inbound entry file ACHINTAK takes in
      *> and the return file it sends back; the record type in
      *> column 1 says which view applies:
      *>   '1' file header      '5' batch header    '6' entry detail
      *>   '7' addenda          '8' batch control   '9' file control
      *> A file is padded out to a whole block of ten records with
      *> lines of all nines, which readers skip. Amounts are whole
      *> cents with no sign; the entry hash is the sum of the 8-digit
      *> receiving routing numbers of a batch's (or the file's)
      *> entries, keeping only the low ten digits. A return goes back
      *> as an entry carrying the return transaction code and a '99'
      *> addenda with the return reason code and the trace number of
      *> the entry being returned.
       01  ACH-RECORD.
           05  AR-RECORD-TYPE      PIC X(1).
               88  AR-FILE-HEADER         VALUE '1'.
               88  AR-BATCH-HEADER        VALUE '5'.
               88  AR-ENTRY-DETAIL        VALUE '6'.
               88  AR-ADDENDA             VALUE '7'.
               88  AR-BATCH-CONTROL       VALUE '8'.
               88  AR-FILE-CONTROL        VALUE '9'.
           05  AR-BODY             PIC X(93).
           05  AR-FILE-HEADER-VIEW REDEFINES AR-BODY.
               10  FH-PRIORITY         PIC X(2).
               10  FH-DESTINATION      PIC X(10).
               10  FH-ORIGIN           PIC X(10).
               10  FH-CREATE-DATE      PIC X(6).
               10  FH-CREATE-TIME      PIC X(4).
               10  FH-FILE-ID          PIC X(1).
               10  FH-RECORD-SIZE      PIC X(3).
               10  FH-BLOCKING         PIC X(2).
               10  FH-FORMAT-CODE      PIC X(1).
               10  FH-DEST-NAME        PIC X(23).
               10  FH-ORIGIN-NAME      PIC X(23).
               10  FH-REFERENCE        PIC X(8).
           05  AR-BATCH-HEADER-VIEW REDEFINES AR-BODY.
               10  BH-SERVICE-CLASS    PIC X(3).
               10  BH-COMPANY-NAME     PIC X(16).
               10  BH-DISCRETIONARY    PIC X(20).
               10  BH-COMPANY-ID       PIC X(10).
               10  BH-SEC-CODE         PIC X(3).
                   88  BH-CORPORATE-SEC       VALUE 'CCD' 'CTX'.
               10  BH-ENTRY-DESC       PIC X(10).
               10  BH-DESC-DATE        PIC X(6).
               10  BH-EFFECTIVE-DATE   PIC X(6).
               10  BH-SETTLE-DATE      PIC X(3).
               10  BH-ORIGINATOR-STAT  PIC X(1).
               10  BH-ODFI-ID          PIC X(8).
               10  BH-BATCH-NO         PIC 9(7).
      *> 22/32 credit a checking/savings account, 27/37 debit it;
      *> 23/28/33/38 are the zero-dollar prenotes of each. 21/26/31/36
      *> are the return codes a returned entry goes back under; one
      *> arriving inbound is a return of an entry we sent (a '99'
      *> addenda) or a notification of change to it (a '98').
           05  AR-ENTRY-DETAIL-VIEW REDEFINES AR-BODY.
               10  ED-TRAN-CODE        PIC X(2).
                   88  ED-LIVE-CREDIT         VALUE '22' '32'.
                   88  ED-LIVE-DEBIT          VALUE '27' '37'.
                   88  ED-PRENOTE             VALUE '23' '28' '33' '38'.
                   88  ED-RETURN-ENTRY        VALUE '21' '26' '31' '36'.
                   88  ED-CREDIT-SIDE         VALUE '21' '22' '23' '31'
                                                    '32' '33'.
                   88  ED-DEBIT-SIDE          VALUE '26' '27' '28' '36'
                                                    '37' '38'.
               10  ED-RDFI-ID          PIC X(8).
               10  ED-RDFI-ID-N REDEFINES ED-RDFI-ID PIC 9(8).
               10  ED-CHECK-DIGIT      PIC X(1).
               10  ED-DFI-ACCOUNT      PIC X(17).
               10  ED-AMOUNT           PIC 9(8)V99.
               10  ED-INDIVIDUAL-ID    PIC X(15).
               10  ED-INDIVIDUAL-NAME  PIC X(22).
               10  ED-DISCRETIONARY    PIC X(2).
               10  ED-ADDENDA-IND      PIC X(1).
               10  ED-TRACE-NO         PIC X(15).
           05  AR-RETURN-ADDENDA-VIEW REDEFINES AR-BODY.
               10  RA-ADDENDA-TYPE     PIC X(2).
                   88  RA-RETURN-ADDENDA      VALUE '99'.
                   88  RA-CHANGE-ADDENDA      VALUE '98'.
               10  RA-RETURN-REASON    PIC X(3).
               10  RA-ORIG-TRACE-NO    PIC X(15).
               10  RA-DEATH-DATE       PIC X(6).
               10  RA-ORIG-RDFI-ID     PIC X(8).
               10  RA-ADDENDA-INFO     PIC X(44).
               10  RA-TRACE-NO         PIC X(15).
           05  AR-BATCH-CONTROL-VIEW REDEFINES AR-BODY.
               10  BT-SERVICE-CLASS    PIC X(3).
               10  BT-ENTRY-COUNT      PIC 9(6).
               10  BT-ENTRY-HASH       PIC 9(10).
               10  BT-DEBIT-TOTAL      PIC 9(10)V99.
               10  BT-CREDIT-TOTAL     PIC 9(10)V99.
               10  BT-COMPANY-ID       PIC X(10).
               10  BT-AUTH-CODE        PIC X(19).
               10  FILLER              PIC X(6).
               10  BT-ODFI-ID          PIC X(8).
               10  BT-BATCH-NO         PIC 9(7).
           05  AR-FILE-CONTROL-VIEW REDEFINES AR-BODY.
               10  FT-BATCH-COUNT      PIC 9(6).
               10  FT-BLOCK-COUNT      PIC 9(6).
               10  FT-ENTRY-COUNT      PIC 9(8).
               10  FT-ENTRY-HASH       PIC 9(10).
               10  FT-DEBIT-TOTAL      PIC 9(10)V99.
               10  FT-CREDIT-TOTAL     PIC 9(10)V99.
               10  FILLER              PIC X(39).
