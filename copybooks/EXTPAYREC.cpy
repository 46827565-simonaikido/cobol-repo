      *> EXTPAYREC - external payment sent through the clearing house.
      *> EXTORIG appends one row for every 'E' slip it puts on an
      *> origination file, keyed by the slip serial and by the trace
      *> number the entry went out under. A return from the payee's
      *> bank names that trace number; ACHINTAK finds the row, cuts
      *> the re-credit to the customer and marks the row returned,
      *> so the same return can never re-credit twice.
       01  EXT-PAYMENT-RECORD.
           05  EP-SLIP-SERIAL      PIC X(14).
           05  EP-CUST-ID          PIC X(10).
           05  EP-ACCT-NO          PIC X(4).
           05  EP-AMOUNT           PIC 9(9)V99.
           05  EP-SENT-DATE        PIC X(8).
           05  EP-ROUTING          PIC X(9).
           05  EP-DFI-ACCOUNT      PIC X(17).
           05  EP-PAYEE-NAME       PIC X(22).
           05  EP-TRACE-NO         PIC X(15).
           05  EP-STATUS           PIC X(1).
               88  EP-SENT                VALUE 'S'.
               88  EP-RETURNED            VALUE 'R'.
           05  EP-RETURN-REASON    PIC X(3).
           05  EP-RETURN-DATE      PIC X(8).
           05  EP-RECREDIT-SERIAL  PIC X(14).
