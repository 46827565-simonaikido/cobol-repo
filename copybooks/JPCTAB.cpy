      *> JPCTAB - in-memory journal partition catalog. COPY into
      *> WORKING-STORAGE by any program that reads or maintains the
      *> posted-transactions journal by period through
      *> copybooks/JPCLOAD.cpy.
      *>
      *> TRXPOST appends every journal row to the continuous journal
      *> and, once the catalog exists, also to that posting month's
      *> partition - "<journal>.YYYYMM", the same 113-byte rows in the
      *> same order - and to the partition's customer index,
      *> "<journal>.YYYYMM.idx", keyed on customer id and row number
      *> (copybooks/JRNLIDX.cpy). The catalog holds one row per month:
      *>   columns   1-  6  period, YYYYMM
      *>   column    8      'O' open, 'C' closed by the monthly
      *>                    rollover, 'P' purged past retention
      *>   columns  10- 18  rows in the partition
      *>   columns  20- 27  first post date in the partition
      *>   columns  29- 36  last post date in the partition
      *>   columns  38-187  partition path
      *>   columns 189-338  customer index path
      *> Rows are kept in period order. No catalog means the journal
      *> has not been partitioned yet and readers scan the continuous
      *> journal as before.
       01  JOURNALCATPATH          PIC X(200) VALUE SPACES.
       01  JOURNAL-CATALOG-STATUS  PIC XX.
       01  NEWJOURNALCATPATH       PIC X(200) VALUE SPACES.
       01  NEW-JOURNAL-CATALOG-STATUS PIC XX.
       01  JOURNAL-CATALOG-ENTRY.
           05  JCE-PERIOD          PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  JCE-STATE           PIC X(1).
           05  FILLER              PIC X VALUE SPACE.
           05  JCE-ROW-COUNT       PIC 9(9).
           05  FILLER              PIC X VALUE SPACE.
           05  JCE-FIRST-POST-DATE PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  JCE-LAST-POST-DATE  PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  JCE-PARTITION-PATH  PIC X(150).
           05  FILLER              PIC X VALUE SPACE.
           05  JCE-INDEX-PATH      PIC X(150).
           05  FILLER              PIC X(2) VALUE SPACES.
       01  WS-JPC-EOF-SW           PIC X      VALUE 'N'.
           88  WS-JPC-EOF                 VALUE 'Y'.
       01  WS-JPC-PRESENT-SW       PIC X      VALUE 'N'.
           88  WS-JOURNAL-PARTITIONED     VALUE 'Y'.
       01  WS-JPC-TABLE.
           05  WS-JPC-COUNT        PIC 9(4)   VALUE ZERO.
           05  WS-JPC-ROW          OCCURS 600 TIMES.
               10  WS-JPC-PERIOD       PIC X(6).
               10  WS-JPC-STATE        PIC X(1).
                   88  WS-JPC-OPEN            VALUE 'O'.
                   88  WS-JPC-CLOSED          VALUE 'C'.
                   88  WS-JPC-PURGED          VALUE 'P'.
               10  WS-JPC-ROWS         PIC 9(9).
               10  WS-JPC-FIRST-DATE   PIC X(8).
               10  WS-JPC-LAST-DATE    PIC X(8).
               10  WS-JPC-PART-PATH    PIC X(150).
               10  WS-JPC-INDEX-PATH   PIC X(150).
       01  WS-JPC-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-JPC-FOUND-SUB        PIC 9(4) COMP VALUE ZERO.
       01  WS-JPC-SCAN-SUB         PIC 9(4) COMP VALUE ZERO.
       01  WS-JPC-SEARCH-PERIOD    PIC X(6)   VALUE SPACES.
       01  WS-JPC-FROM-PERIOD      PIC X(6)   VALUE SPACES.
       01  WS-JPC-TO-PERIOD        PIC X(6)   VALUE SPACES.
       01  WS-JPC-READY-SW         PIC X      VALUE 'N'.
           88  WS-JPC-PARTITION-READY     VALUE 'Y'.
       01  WS-JPC-USE-SW           PIC X      VALUE 'N'.
           88  WS-JPC-USE-PARTITIONS      VALUE 'Y'.
       01  WS-JPC-BASE-PATH        PIC X(200) VALUE SPACES.
       01  WS-JPC-CUR-INDEX-PATH   PIC X(200) VALUE SPACES.
       01  WS-JPC-DELETE-RC        PIC 9(9) COMP-5.
