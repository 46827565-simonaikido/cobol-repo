DATA DIVISION.
FILE SECTION.
FD  CATALOG-FILE.
01  CATALOG-REC            PIC X(343).
FD  SNAPSHOT-GEN-FILE.
    COPY CUSTREC REPLACING ==CUSTOMER-RECORD== BY ==SNAPSHOT-RECORD==.
    COPY ERRFD.
