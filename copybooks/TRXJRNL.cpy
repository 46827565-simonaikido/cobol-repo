           05  FILLER              PIC X VALUE SPACE.
           05  TJ-CUST-ID          PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
      *> A loan payment is journaled as up to three rows under the
      *> one slip serial - 'K' late fees, 'N' loan interest, 'P'
      *> principal - chained through the before/after images like
      *> any other rows; 'L' is the disbursement credit. 'W' is an
      *> overdrawn balance written off through COAPPR. 'A' is a
      *> clearing-house credit taken in by ACHINTAK, 'E' a payment
      *> sent to another bank through the clearing house.
           05  TJ-TRAN-CODE        PIC X(1).
               88  TJ-LOAN-ENTRY          VALUE 'L' 'P' 'N' 'K'.
               88  TJ-CHARGE-OFF          VALUE 'W'.
               88  TJ-ACH-ENTRY           VALUE 'A'.
               88  TJ-EXTERNAL-PAY        VALUE 'E'.
           05  FILLER              PIC X VALUE SPACE.
           05  TJ-AMOUNT           PIC S9(9)V99
               SIGN IS TRAILING SEPARATE CHARACTER.
