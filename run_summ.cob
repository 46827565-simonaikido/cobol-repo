FD  SIEM-MARKER-FILE.
01  SIEM-MARKER-LINE       PIC X(20).
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  ERRLOG-IN-FILE.
01  ERRLOG-IN-REC          PIC X(159).
FD  SUMM-MARKER-FILE.
