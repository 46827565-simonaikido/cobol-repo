      *> TERMCALC - add a whole number of calendar months to a date.
      *> COPY into PROCEDURE DIVISION once per program; MOVE the start
      *> date to WS-TERM-BASE-DATE and the months to WS-TERM-ADD-MONTHS
      *> and PERFORM ADD-TERM-MONTHS; the end date comes back in
      *> WS-TERM-RESULT-DATE. A start day past the end of the target
      *> month (a 31st, or 29 February) lands on that month's last
      *> day, the same rule SOGEN applies to a monthly anchor day.
      *> See copybooks/TERMTAB.cpy.
       ADD-TERM-MONTHS.
           COMPUTE WS-TERM-MONTH-COUNT =
               WS-TERM-BASE-YEAR * 12
               + WS-TERM-BASE-MONTH - 1
               + WS-TERM-ADD-MONTHS
           COMPUTE WS-TERM-YEAR = WS-TERM-MONTH-COUNT / 12
           COMPUTE WS-TERM-MONTH =
               FUNCTION MOD(WS-TERM-MONTH-COUNT, 12) + 1
           MOVE WS-TERM-BASE-DAY TO WS-TERM-DAY
           COMPUTE WS-TERM-MONTH-FIRST =
               WS-TERM-YEAR * 10000 + WS-TERM-MONTH * 100 + 1
           IF WS-TERM-MONTH = 12
               COMPUTE WS-TERM-NEXT-FIRST = WS-TERM-MONTH-FIRST + 8900
           ELSE
               COMPUTE WS-TERM-NEXT-FIRST = WS-TERM-MONTH-FIRST + 100
           END-IF
           COMPUTE WS-TERM-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TERM-NEXT-FIRST) -
               FUNCTION INTEGER-OF-DATE(WS-TERM-MONTH-FIRST)
           IF WS-TERM-DAY > WS-TERM-MONTH-DAYS
               MOVE WS-TERM-MONTH-DAYS TO WS-TERM-DAY
           END-IF
           COMPUTE WS-TERM-RESULT-DATE =
               WS-TERM-MONTH-FIRST + WS-TERM-DAY - 1.
