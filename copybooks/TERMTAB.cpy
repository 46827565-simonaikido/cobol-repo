      *> TERMTAB - fields for the calendar-month term arithmetic in
      *> copybooks/TERMCALC.cpy. COPY into WORKING-STORAGE by any
      *> program that dates the end of a term some whole number of
      *> months after its start.
       01  WS-TERM-BASE-DATE       PIC 9(8)   VALUE ZERO.
       01  WS-TERM-BASE-PARTS REDEFINES WS-TERM-BASE-DATE.
           05  WS-TERM-BASE-YEAR   PIC 9(4).
           05  WS-TERM-BASE-MONTH  PIC 9(2).
           05  WS-TERM-BASE-DAY    PIC 9(2).
       01  WS-TERM-ADD-MONTHS      PIC 9(3)   VALUE ZERO.
       01  WS-TERM-RESULT-DATE     PIC 9(8)   VALUE ZERO.
       01  WS-TERM-MONTH-COUNT     PIC 9(7)   VALUE ZERO.
       01  WS-TERM-YEAR            PIC 9(4)   VALUE ZERO.
       01  WS-TERM-MONTH           PIC 9(2)   VALUE ZERO.
       01  WS-TERM-DAY             PIC 9(2)   VALUE ZERO.
       01  WS-TERM-MONTH-FIRST     PIC 9(8)   VALUE ZERO.
       01  WS-TERM-NEXT-FIRST      PIC 9(8)   VALUE ZERO.
       01  WS-TERM-MONTH-DAYS      PIC 9(2)   VALUE ZERO.
