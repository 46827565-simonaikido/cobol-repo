      *> CUSTTAX - taxpayer columns of the CUSTOMERS row.
      *> TAX_ID, TIN_TYPE and WITHHOLD_STATUS are maintained through
      *> CUSTMAINT's edit path and read by the year-end TAX1099 run.
      *> They are kept out of CUSTREC so the snapshot files built on
      *> that layout do not carry taxpayer ids; COPY this alongside
      *> CUSTREC where the columns are fetched.
       01  CUSTOMER-TAX-RECORD.
           05  CUST-TAX-ID         PIC X(9).
           05  CUST-TIN-TYPE       PIC X(1).
               88  CUST-TIN-EIN           VALUE '1'.
               88  CUST-TIN-SSN           VALUE '2'.
      *> 'B' - the IRS has notified backup withholding (missing or
      *>       incorrect TIN); reported whatever the amount.
      *> 'E' - exempt recipient (a corporation, a government body);
      *>       no 1099-INT is filed.
      *> 'N' or blank - an ordinary payee.
           05  CUST-WITHHOLD-STATUS PIC X(1).
               88  CUST-WITHHOLD-NORMAL   VALUE 'N' SPACE.
               88  CUST-BACKUP-WITHHOLD   VALUE 'B'.
               88  CUST-EXEMPT-RECIPIENT  VALUE 'E'.
