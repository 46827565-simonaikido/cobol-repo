      *> AMLEVID - one evidence row attached to an AMLCASE case.
      *> EV-IMAGE is the source row exactly as it stands in its own file
      *> - a journal row, a customer change-log line or a posting-reject
      *> line - so an investigator reads what the system recorded, not
      *> a summary of it. EV-HIT-DATE is the business date of the hit
      *> that attached it.
       01  AML-EVIDENCE-RECORD.
           05  EV-CASE-ID          PIC X(14).
           05  EV-HIT-DATE         PIC X(8).
           05  EV-SOURCE           PIC X(1).
               88  EV-FROM-JOURNAL        VALUE 'J'.
               88  EV-FROM-CHANGE-LOG     VALUE 'L'.
               88  EV-FROM-REJECTS        VALUE 'R'.
           05  EV-IMAGE            PIC X(250).
