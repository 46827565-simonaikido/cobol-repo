      *> codes: they post exactly like a credit and a debit but stay
      *> distinguishable from teller activity in the journal, which is
      *> what the GL mapping and the statement splits key on.
      *> 'L' (loan disbursement) and 'P' (loan payment) name the loan
      *> in DT-TO-ACCT-NO and post against the customer's own deposit
      *> account in DT-ACCT-NO: the proceeds credited, the payment
      *> debited. TRXPOST journals a payment as its fee, interest and
      *> principal parts - codes 'K', 'N' and 'P' - see LOANREC.
      *> 'W' (charge-off) writes off an overdrawn balance released
      *> through COAPPR: it posts as a credit to the primary account,
      *> never more than the balance is overdrawn, and the GL maps it
      *> to the loss account rather than to customer deposits.
      *> 'A' (clearing-house credit) is a payroll or benefit credit
      *> taken in from the inbound ACH file by ACHINTAK: it posts as
      *> a credit and the GL offsets it to the ACH settlement account
      *> rather than to cash.
      *> 'E' (external payment) pays someone at another bank: it posts
      *> as a debit, the payee's routing number, account and name ride
      *> in DT-EXT-ROUTING / DT-EXT-ACCOUNT / DT-EXT-NAME, and EXTORIG
      *> sends what posted to the clearing house that night. The GL
      *> offsets it to the origination clearing suspense account.
           05  DT-TRAN-CODE        PIC X(1).
               88  DT-TRAN-DEBIT          VALUE 'D' 'F' 'P' 'E'.
               88  DT-TRAN-CREDIT         VALUE 'C' 'I' 'L' 'W' 'A'.
               88  DT-TRAN-TRANSFER       VALUE 'T'.
               88  DT-TRAN-INTEREST       VALUE 'I'.
               88  DT-TRAN-FEE            VALUE 'F'.
               88  DT-TRAN-LOAN-DISBURSE  VALUE 'L'.
               88  DT-TRAN-LOAN-PAYMENT   VALUE 'P'.
               88  DT-TRAN-CHARGE-OFF     VALUE 'W'.
               88  DT-TRAN-ACH-CREDIT     VALUE 'A'.
               88  DT-TRAN-EXTERNAL-PAY   VALUE 'E'.
           05  DT-AMOUNT           PIC 9(9)V99.
           05  DT-EFF-DATE         PIC X(8).
           05  DT-SLIP-SERIAL      PIC X(14).
      *> account. See copybooks/ACCTREC.cpy.
           05  DT-ACCT-NO          PIC X(4).
           05  DT-TO-ACCT-NO       PIC X(4).
      *> Payee of an 'E' slip; spaces on every other slip.
           05  DT-EXT-ROUTING      PIC X(9).
           05  DT-EXT-ACCOUNT      PIC X(17).
           05  DT-EXT-NAME         PIC X(22).
      *> DT-TELLER-ID is the signed-on teller who keyed the slip on
      *> TELLCAP; TRXPOST journals it as TJ-OPERATOR-ID so the teller
      *> proof can find each drawer's slips. Spaces on branch-file
      *> slips and on every slip a batch program writes.
           05  DT-TELLER-ID        PIC X(8).
