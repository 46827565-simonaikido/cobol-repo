FD  ROUTE-FILE.
01  ROUTE-REC              PIC X(150).
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  DIST-MARKER-FILE.
01  DIST-MARKER-LINE       PIC X(20).
FD  DELIVERY-LOG-FILE.
