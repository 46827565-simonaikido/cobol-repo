      *> SANCTAB - in-memory fields for the shared sanctions screening
      *> in copybooks/SANCCHK.cpy. COPY into WORKING-STORAGE together
      *> with SANCLIST.cpy and SANCHIT.cpy, and PARMTAB.cpy - the
      *> match threshold is the SANCTIONS-MATCH-SCORE parameter, so
      *> PERFORM LOAD-PARAMETERS before LOAD-WATCH-LIST.
      *>
      *> PERFORM LOAD-WATCH-LIST and LOAD-SANCTIONS-HITS once at job
      *> start. For each customer to screen set WS-SANC-CUST-ID,
      *> WS-SANC-CUST-NAME, WS-SANC-CUST-ADDRESS and WS-SANC-SOURCE
      *> ('C', 'U' or 'R' as in SANCHIT) and PERFORM SCREEN-CUSTOMER.
      *> WS-SANC-RESULT comes back:
      *>   'N' no match, or only matches compliance has cleared
      *>   'P' a potential match pending review - WS-SANC-NEW-HITS
      *>       says how many were registered by this screening
      *>   'C' the customer is a confirmed match
      *> with the highest-scoring party in WS-SANC-MATCH-ENTRY and
      *> WS-SANC-MATCH-SCORE. New register rows are kept in memory;
      *> PERFORM WRITE-SANCTIONS-HITS-ADDED to append them to the
      *> register at the end of the run.
      *>
      *> Scoring, on names upper-cased and stripped of punctuation:
      *>   100  the same name
      *>    90  every word of the listed name in the customer's name,
      *>        in any order (a middle name or reversed order)
      *>    80  the same first ten characters, as DUPSCAN pairs them
      *>    70  all but one word of a listed name of three or more
      *> plus 10, to at most 100, where the list gives an address and
      *> it is the customer's address. Single-letter initials are not
      *> counted as words.
       01  SANCLISTPATH            PIC X(200) VALUE SPACES.
       01  SANC-LIST-STATUS        PIC XX.
       01  SANCHITPATH             PIC X(200) VALUE SPACES.
       01  SANC-HIT-STATUS         PIC XX.
       01  WS-SANC-LIST-VERSION    PIC X(10)  VALUE SPACES.
       01  WS-SANC-THRESHOLD       PIC 9(3)   VALUE 80.
       01  WS-SANC-TODAY           PIC X(8)   VALUE SPACES.
       01  WS-SANC-LIST-EOF-SW     PIC X      VALUE 'N'.
           88  WS-SANC-END-OF-LIST         VALUE 'Y'.
       01  WS-SANC-HIT-EOF-SW      PIC X      VALUE 'N'.
           88  WS-SANC-END-OF-HITS         VALUE 'Y'.
       01  WS-SANC-LOADED-SW       PIC X      VALUE 'N'.
           88  WS-SANC-LIST-LOADED         VALUE 'Y'.
       01  WS-SANC-FULL-SW         PIC X      VALUE 'N'.
           88  WS-SANC-TABLE-FULL          VALUE 'Y'.
       01  WS-SANC-LIST-TABLE.
           05  WS-SANC-ENTRY-COUNT PIC 9(5)   VALUE ZERO.
           05  WS-SANC-ENTRY OCCURS 10000 TIMES.
               10  WS-SANC-ENTRY-ID    PIC X(10).
               10  WS-SANC-ENTRY-NAME  PIC X(40).
               10  WS-SANC-ENTRY-ADDR  PIC X(60).
       01  WS-SANC-HIT-TABLE.
           05  WS-SANC-HIT-COUNT   PIC 9(5)   VALUE ZERO.
           05  WS-SANC-HIT-IMAGE   PIC X(179) OCCURS 20000 TIMES.
       01  WS-SANC-FIRST-NEW       PIC 9(5)   VALUE 1.
       01  WS-SANC-CUST-ID         PIC X(10)  VALUE SPACES.
       01  WS-SANC-CUST-NAME       PIC X(40)  VALUE SPACES.
       01  WS-SANC-CUST-ADDRESS    PIC X(60)  VALUE SPACES.
       01  WS-SANC-SOURCE          PIC X(1)   VALUE SPACES.
       01  WS-SANC-RESULT          PIC X(1)   VALUE 'N'.
           88  WS-SANC-NO-MATCH            VALUE 'N'.
           88  WS-SANC-POTENTIAL           VALUE 'P'.
           88  WS-SANC-CONFIRMED           VALUE 'C'.
       01  WS-SANC-NEW-HITS        PIC 9(5)   VALUE ZERO.
       01  WS-SANC-MATCH-ENTRY     PIC X(10)  VALUE SPACES.
       01  WS-SANC-MATCH-SCORE     PIC 9(3)   VALUE ZERO.
       01  WS-SANC-SCORE           PIC 9(3)   VALUE ZERO.
       01  WS-SANC-SUB             PIC 9(5) COMP VALUE ZERO.
       01  WS-SANC-HIT-SUB         PIC 9(5) COMP VALUE ZERO.
       01  WS-SANC-CHAR-SUB        PIC 9(3) COMP VALUE ZERO.
       01  WS-SANC-OUT-POS         PIC 9(3) COMP VALUE ZERO.
       01  WS-SANC-NORM-IN         PIC X(60)  VALUE SPACES.
       01  WS-SANC-NORM-OUT        PIC X(60)  VALUE SPACES.
       01  WS-SANC-PREV-CHAR       PIC X(1)   VALUE SPACE.
       01  WS-SANC-NORM-NAME       PIC X(40)  VALUE SPACES.
       01  WS-SANC-NORM-ADDR       PIC X(60)  VALUE SPACES.
       01  WS-SANC-PADDED-NAME     PIC X(42)  VALUE SPACES.
       01  WS-SANC-WORD            PIC X(40)  VALUE SPACES.
       01  WS-SANC-WORD-LEN        PIC 9(3) COMP VALUE ZERO.
       01  WS-SANC-PADDED-WORD     PIC X(42)  VALUE SPACES.
       01  WS-SANC-WORD-PTR        PIC 9(3) COMP VALUE ZERO.
       01  WS-SANC-WORD-COUNT      PIC 9(3) COMP VALUE ZERO.
       01  WS-SANC-WORDS-FOUND     PIC 9(3) COMP VALUE ZERO.
       01  WS-SANC-TALLY           PIC 9(3) COMP VALUE ZERO.
       01  WS-SANC-DECIDED-SW      PIC X(1)   VALUE SPACE.
           88  WS-SANC-WAS-CONFIRMED       VALUE 'C'.
           88  WS-SANC-WAS-PENDING         VALUE 'P'.
           88  WS-SANC-WAS-CLEARED         VALUE 'F'.
