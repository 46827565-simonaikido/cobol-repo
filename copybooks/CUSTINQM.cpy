           05  FILLER REDEFINES STATF.
               10  STATA       PIC X.
           05  STATI           PIC X(1).
           05  HELDL           PIC S9(4) COMP.
           05  HELDF           PIC X.
           05  FILLER REDEFINES HELDF.
               10  HELDA       PIC X.
           05  HELDI           PIC X(13).
           05  AVAILL          PIC S9(4) COMP.
           05  AVAILF          PIC X.
           05  FILLER REDEFINES AVAILF.
               10  AVAILA      PIC X.
           05  AVAILI          PIC X(13).
           05  COOWNL          PIC S9(4) COMP.
           05  COOWNF          PIC X.
           05  FILLER REDEFINES COOWNF.
               10  COOWNA      PIC X.
           05  COOWNI          PIC X(64).
           05  MSGL            PIC S9(4) COMP.
           05  MSGF            PIC X.
           05  FILLER REDEFINES MSGF.
           05  FILLER          PIC X(3).
           05  STATO           PIC X(1).
           05  FILLER          PIC X(3).
           05  HELDO           PIC X(13).
           05  FILLER          PIC X(3).
           05  AVAILO          PIC X(13).
           05  FILLER          PIC X(3).
           05  COOWNO          PIC X(64).
           05  FILLER          PIC X(3).
           05  MSGO            PIC X(79).
      *> CUSTINQ2 - update companion map to CUSTINQ1 (mapset
      *> cics/CUSTINQ.bms). After a successful lookup PF5 brings the
