      *> AMLCASE - fraud / AML investigation case.
      *> AMLMON opens one row per red-flag rule hit on a customer; the
      *> evidence rows behind it are on the evidence file under the same
      *> AC-CASE-ID (see AMLEVID). While a case is open, a later hit on
      *> the same rule and customer adds its evidence to that case
      *> rather than opening another. An investigator closes a case
      *> through AMLCASE with a disposition; closed rows are never
      *> deleted, so the file is the audit record of every case worked.
      *> AC-LAST-HIT-DATE is the business date of the latest hit, which
      *> is how a rerun of the same night adds nothing twice.
       01  AML-CASE-RECORD.
           05  AC-CASE-ID          PIC X(14).
           05  AC-RULE-ID          PIC X(6).
           05  AC-CUST-ID          PIC X(10).
           05  AC-OPENED-DATE      PIC X(8).
           05  AC-LAST-HIT-DATE    PIC X(8).
           05  AC-STATUS           PIC X(1).
               88  AC-OPEN                VALUE 'O'.
               88  AC-CLOSED              VALUE 'C'.
           05  AC-EVIDENCE-COUNT   PIC 9(3).
           05  AC-SUMMARY          PIC X(60).
           05  AC-DISPOSITION      PIC X(1).
               88  AC-NO-ACTION           VALUE 'N'.
               88  AC-SAR-FILED           VALUE 'S'.
               88  AC-RELATIONSHIP-ENDED  VALUE 'R'.
               88  AC-DISPOSITION-VALID   VALUE 'N' 'S' 'R'.
           05  AC-CLOSED-DATE      PIC X(8).
           05  AC-CLOSED-BY        PIC X(8).
           05  AC-CLOSE-NOTE       PIC X(40).
