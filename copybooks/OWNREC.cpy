      *> OWNREC - account ownership relationship row.
      *> One row per additional customer linked to another customer's
      *> account: a joint owner, an authorized signer, a trustee or a
      *> payable-on-death beneficiary. OW-CUST-ID / OW-ACCT-NO name the
      *> account (blank OW-ACCT-NO is the owner's implicit primary
      *> account), OW-PARTY-ID the linked customer. The relationship
      *> file is maintained through ACCTMNT only, never by hand -
      *> every link added or ended is on the account change log. A
      *> link is never deleted: ending it sets OW-STATUS to 'E' with
      *> the date and operator, so history can still show it.
      *> OW-SHARE-PCT is a beneficiary's percentage of the account at
      *> the owner's death; zero on every other role, and zero on all
      *> of an account's beneficiaries means equal shares.
       01  ACCOUNT-OWNER-RECORD.
           05  OW-CUST-ID          PIC X(10).
           05  OW-ACCT-NO          PIC X(4).
           05  OW-PARTY-ID         PIC X(10).
           05  OW-ROLE             PIC X(1).
               88  OW-JOINT-OWNER         VALUE 'J'.
               88  OW-SIGNER              VALUE 'S'.
               88  OW-TRUSTEE             VALUE 'T'.
               88  OW-BENEFICIARY         VALUE 'B'.
               88  OW-ROLE-VALID          VALUE 'J' 'S' 'T' 'B'.
               88  OW-ACTS-ON-ACCOUNT     VALUE 'J' 'S' 'T'.
           05  OW-SHARE-PCT        PIC 9(3).
           05  OW-STATUS           PIC X(1).
               88  OW-ACTIVE              VALUE 'A'.
               88  OW-ENDED               VALUE 'E'.
           05  OW-ADDED-DATE       PIC X(8).
           05  OW-ADDED-BY         PIC X(8).
           05  OW-ENDED-DATE       PIC X(8).
           05  OW-ENDED-BY         PIC X(8).
