      *> TAXFILED - 1099-INT filed register row.
      *> TAX1099 appends one row for every payee it puts on an IRS
      *> filing: 'O' on the original filing for the tax year, 'G' on
      *> each corrected filing after. The register is kept
      *> permanently; the latest row for a tax year and customer is
      *> what the IRS and the customer currently hold, which is what a
      *> correction run compares the recomputed interest against.
       01  TAX-FILED-RECORD.
           05  TF-TAX-YEAR         PIC X(4).
           05  TF-CUST-ID          PIC X(10).
           05  TF-FILING-TYPE      PIC X(1).
               88  TF-ORIGINAL            VALUE 'O'.
               88  TF-CORRECTED           VALUE 'G'.
           05  TF-FILED-DATE       PIC X(8).
           05  TF-TAX-ID           PIC X(9).
           05  TF-TIN-TYPE         PIC X(1).
           05  TF-INTEREST         PIC 9(11)V99.
           05  TF-WITHHELD         PIC 9(11)V99.
           05  TF-CUST-NAME        PIC X(40).
