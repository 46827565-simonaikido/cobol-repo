      *> TELLCUT - teller posting cut-off control row.
      *> Rebuilt nightly by TELLCUT into a keyed file (key TU-KEY) that
      *> is also defined to CICS as TELLCUT, so TELLCAP can tell at
      *> keying time whether a slip makes tonight's posting run or
      *> waits for the next business day's. Three kinds of row share
      *> the key:
      *>   'B' + branch    the branch's cut-off time; branch '***' is
      *>                   the bank-wide default
      *>   'O' + operator  the branch the operator works at
      *>   'D' + YYYYMMDD  whether the date is a business day, and the
      *>                   business day after it
      *> Fields a row type does not use are spaces or zero.
       01  TELLER-CUTOFF-RECORD.
           05  TU-KEY.
               10  TU-KEY-TYPE     PIC X(1).
                   88  TU-BRANCH-ROW      VALUE 'B'.
                   88  TU-OPERATOR-ROW    VALUE 'O'.
                   88  TU-DATE-ROW        VALUE 'D'.
               10  TU-KEY-VALUE    PIC X(8).
      *> HHMM on the 24-hour clock; a slip keyed at or after it posts
      *> the next business day.
           05  TU-CUTOFF-TIME      PIC 9(4).
           05  TU-BRANCH           PIC X(3).
           05  TU-BUSINESS-SW      PIC X(1).
               88  TU-BUSINESS-DAY        VALUE 'Y'.
           05  TU-NEXT-BUS-DATE    PIC X(8).
