      *> SANCHIT - sanctions hit register row. One row per customer
      *> and listed party the screening scored at or over
      *> SANCTIONS-MATCH-SCORE, written pending ('P') and decided by a
      *> compliance officer through SANCREVW: cleared as a false
      *> positive ('F') or confirmed ('C'). Rows are never deleted -
      *> the register is the record of every match and its outcome.
      *> Names are held as screened, upper-cased and with punctuation
      *> stripped. A clearance covers that customer name against that
      *> list name only; a rename, or a changed list entry, is
      *> screened afresh. A confirmation covers the customer whatever
      *> the name.
      *> SH-SOURCE says what raised the hit: 'C' a keyed create, 'U' a
      *> keyed rename or change of address, 'R' the rescreen of the
      *> customer base when a new list version was loaded.
       01  SANCTIONS-HIT-RECORD.
           05  SH-CUST-ID          PIC X(10).
           05  SH-ENTRY-ID         PIC X(10).
           05  SH-SCORE            PIC 9(3).
           05  SH-SOURCE           PIC X(1).
               88  SH-FROM-CREATE         VALUE 'C'.
               88  SH-FROM-UPDATE         VALUE 'U'.
               88  SH-FROM-RESCREEN       VALUE 'R'.
           05  SH-FOUND-DATE       PIC X(8).
           05  SH-LIST-VERSION     PIC X(10).
           05  SH-SCREENED-NAME    PIC X(40).
           05  SH-LIST-NAME        PIC X(40).
           05  SH-STATUS           PIC X(1).
               88  SH-PENDING             VALUE 'P'.
               88  SH-CLEARED             VALUE 'F'.
               88  SH-CONFIRMED           VALUE 'C'.
           05  SH-DECIDED-BY       PIC X(8).
           05  SH-DECIDED-DATE     PIC X(8).
           05  SH-DECISION-NOTE    PIC X(40).
