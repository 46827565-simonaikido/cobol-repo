      *> JRNLIDX - journal partition customer-index record.
      *> One per journal row, written by TRXPOST beside the row it
      *> appends to the month's partition. The key is the customer id
      *> followed by the row's position in the partition, so a START
      *> on the id and a run of READ NEXT returns that customer's rows
      *> for the month in posting order without touching anyone
      *> else's.
       01  JOURNAL-INDEX-RECORD.
           05  JX-KEY.
               10  JX-CUST-ID      PIC X(10).
               10  JX-ROW-SEQ      PIC 9(9).
           05  JX-JOURNAL-ROW      PIC X(113).
