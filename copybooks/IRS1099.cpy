      *> IRS1099 - information-return electronic filing record.
      *> One 750-byte layout with a view per record type, in the IRS
      *> filing specification's positions: T transmitter, A payer,
      *> B payee, C end of payer, F end of transmission. A file is
      *> T, A, the B records, C, F, numbered 1 up in the sequence
      *> field. Money is unsigned, in cents, right-justified and
      *> zero-filled. Only the fields this bank fills are named.
       01  IRS-FILING-RECORD.
           05  IR-RECORD-TYPE      PIC X(1).
           05  FILLER              PIC X(749).
       01  IRS-TRANSMITTER-RECORD REDEFINES IRS-FILING-RECORD.
           05  IT-RECORD-TYPE      PIC X(1).
           05  IT-PAYMENT-YEAR     PIC X(4).
           05  IT-PRIOR-YEAR-IND   PIC X(1).
           05  IT-TRANSMITTER-TIN  PIC X(9).
           05  IT-TCC              PIC X(5).
           05  FILLER              PIC X(7).
           05  IT-TEST-FILE-IND    PIC X(1).
           05  IT-FOREIGN-IND      PIC X(1).
           05  IT-TRANSMITTER-NAME PIC X(40).
           05  IT-TRANSMITTER-NAME2 PIC X(40).
           05  IT-COMPANY-NAME     PIC X(40).
           05  IT-COMPANY-NAME2    PIC X(40).
           05  IT-COMPANY-ADDRESS  PIC X(40).
           05  IT-COMPANY-CITY     PIC X(40).
           05  IT-COMPANY-STATE    PIC X(2).
           05  IT-COMPANY-ZIP      PIC X(9).
           05  FILLER              PIC X(15).
           05  IT-PAYEE-COUNT      PIC 9(8).
           05  IT-CONTACT-NAME     PIC X(40).
           05  IT-CONTACT-PHONE    PIC X(15).
           05  IT-CONTACT-EMAIL    PIC X(50).
           05  FILLER              PIC X(91).
           05  IT-SEQUENCE-NO      PIC 9(8).
           05  FILLER              PIC X(10).
           05  IT-VENDOR-IND       PIC X(1).
           05  FILLER              PIC X(232).
       01  IRS-PAYER-RECORD REDEFINES IRS-FILING-RECORD.
           05  IA-RECORD-TYPE      PIC X(1).
           05  IA-PAYMENT-YEAR     PIC X(4).
           05  IA-COMBINED-FS-IND  PIC X(1).
           05  FILLER              PIC X(5).
           05  IA-PAYER-TIN        PIC X(9).
           05  IA-NAME-CONTROL     PIC X(4).
           05  IA-LAST-FILING-IND  PIC X(1).
           05  IA-RETURN-TYPE      PIC X(2).
           05  IA-AMOUNT-CODES     PIC X(18).
           05  FILLER              PIC X(6).
           05  IA-FOREIGN-IND      PIC X(1).
           05  IA-PAYER-NAME       PIC X(40).
           05  IA-PAYER-NAME2      PIC X(40).
           05  IA-TRANSFER-AGENT   PIC X(1).
           05  IA-PAYER-ADDRESS    PIC X(40).
           05  IA-PAYER-CITY       PIC X(40).
           05  IA-PAYER-STATE      PIC X(2).
           05  IA-PAYER-ZIP        PIC X(9).
           05  IA-PAYER-PHONE      PIC X(15).
           05  FILLER              PIC X(260).
           05  IA-SEQUENCE-NO      PIC 9(8).
           05  FILLER              PIC X(243).
      *> IB-CORRECTED-IND 'G' marks a one-step correction - the same
      *> payee and TIN with corrected money. IB-AMOUNT is indexed by
      *> the form's box: (1) interest income, (4) federal income tax
      *> withheld.
       01  IRS-PAYEE-RECORD REDEFINES IRS-FILING-RECORD.
           05  IB-RECORD-TYPE      PIC X(1).
           05  IB-PAYMENT-YEAR     PIC X(4).
           05  IB-CORRECTED-IND    PIC X(1).
           05  IB-NAME-CONTROL     PIC X(4).
           05  IB-TIN-TYPE         PIC X(1).
           05  IB-PAYEE-TIN        PIC X(9).
           05  IB-ACCOUNT-NO       PIC X(20).
           05  IB-OFFICE-CODE      PIC X(4).
           05  FILLER              PIC X(10).
           05  IB-AMOUNT           PIC 9(10)V99 OCCURS 18 TIMES.
           05  FILLER              PIC X(16).
           05  IB-FOREIGN-IND      PIC X(1).
           05  IB-PAYEE-NAME       PIC X(40).
           05  IB-PAYEE-NAME2      PIC X(40).
           05  IB-PAYEE-ADDRESS    PIC X(40).
           05  FILLER              PIC X(40).
           05  IB-PAYEE-CITY       PIC X(40).
           05  IB-PAYEE-STATE      PIC X(2).
           05  IB-PAYEE-ZIP        PIC X(9).
           05  FILLER              PIC X(1).
           05  IB-SEQUENCE-NO      PIC 9(8).
           05  FILLER              PIC X(36).
           05  IB-SECOND-TIN-NOTICE PIC X(1).
           05  FILLER              PIC X(206).
       01  IRS-END-OF-PAYER-RECORD REDEFINES IRS-FILING-RECORD.
           05  IC-RECORD-TYPE      PIC X(1).
           05  IC-PAYEE-COUNT      PIC 9(8).
           05  FILLER              PIC X(6).
           05  IC-CONTROL-TOTAL    PIC 9(16)V99 OCCURS 18 TIMES.
           05  FILLER              PIC X(160).
           05  IC-SEQUENCE-NO      PIC 9(8).
           05  FILLER              PIC X(243).
       01  IRS-END-OF-TRANS-RECORD REDEFINES IRS-FILING-RECORD.
           05  IF-RECORD-TYPE      PIC X(1).
           05  IF-PAYER-COUNT      PIC 9(8).
           05  IF-ZERO-FILL        PIC 9(21).
           05  FILLER              PIC X(19).
           05  IF-PAYEE-COUNT      PIC 9(8).
           05  FILLER              PIC X(442).
           05  IF-SEQUENCE-NO      PIC 9(8).
           05  FILLER              PIC X(243).
