      *> MINISTMM - hand-maintained symbolic map for BMS mapset
      *> cics/MINISTM.bms, map MINISTM1 (kept in sync with the BMS
      *> source by hand, like CUSTINQM, since this shop has no BMS
      *> translator available). DLINE is defined OCCURS=20 in the map,
      *> so it comes through here as a table, one entry per screen row.
      *> COPY into WORKING-STORAGE by any program that RECEIVE MAP /
      *> SEND MAPs MINISTM1.
       01  MINISTM1I.
           05  FILLER          PIC X(12).
           05  CUSTIDL         PIC S9(4) COMP.
           05  CUSTIDF         PIC X.
           05  FILLER REDEFINES CUSTIDF.
               10  CUSTIDA     PIC X.
           05  CUSTIDI         PIC X(10).
           05  ACCTL           PIC S9(4) COMP.
           05  ACCTF           PIC X.
           05  FILLER REDEFINES ACCTF.
               10  ACCTA       PIC X.
           05  ACCTI           PIC X(4).
           05  NAMEL           PIC S9(4) COMP.
           05  NAMEF           PIC X.
           05  FILLER REDEFINES NAMEF.
               10  NAMEA       PIC X.
           05  NAMEI           PIC X(40).
           05  DLINED          OCCURS 20 TIMES.
               10  DLINEL      PIC S9(4) COMP.
               10  DLINEF      PIC X.
               10  FILLER REDEFINES DLINEF.
                   15  DLINEA  PIC X.
               10  DLINEI      PIC X(79).
           05  MSGL            PIC S9(4) COMP.
           05  MSGF            PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA        PIC X.
           05  MSGI            PIC X(79).
       01  MINISTM1O REDEFINES MINISTM1I.
           05  FILLER          PIC X(15).
           05  CUSTIDO         PIC X(10).
           05  FILLER          PIC X(3).
           05  ACCTO           PIC X(4).
           05  FILLER          PIC X(3).
           05  NAMEO           PIC X(40).
           05  DLINEOD         OCCURS 20 TIMES.
               10  FILLER      PIC X(3).
               10  DLINEO      PIC X(79).
           05  FILLER          PIC X(3).
           05  MSGO            PIC X(79).
