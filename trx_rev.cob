01  WS-READ-COUNT      PIC 9(9) VALUE ZERO.
01  WS-SELECTED-COUNT  PIC 9(9) VALUE ZERO.
01  WS-SKIPPED-REV-COUNT PIC 9(9) VALUE ZERO.
01  WS-SKIPPED-LOAN-COUNT PIC 9(9) VALUE ZERO.
01  WS-SKIPPED-CO-COUNT PIC 9(9) VALUE ZERO.
01  WS-SKIPPED-ACH-COUNT PIC 9(9) VALUE ZERO.
01  WS-REVERSAL-AMOUNT PIC S9(11)V99 VALUE ZERO.
01  WS-REV-AMT-DISP    PIC -(11)9.99.
    COPY TRXJRNL.
                " entries that are themselves reversals -"
                " reverse those by their own selector if meant"
    END-IF
    IF WS-SKIPPED-LOAN-COUNT > ZERO
        DISPLAY "Skipped " WS-SKIPPED-LOAN-COUNT
                " loan entries - back those out through loan"
                " servicing"
    END-IF
    IF WS-SKIPPED-CO-COUNT > ZERO
        DISPLAY "Skipped " WS-SKIPPED-CO-COUNT
                " charge-off entries - a write-off is undone by"
                " a supervisor, not by reversal"
    END-IF
    IF WS-SKIPPED-ACH-COUNT > ZERO
        DISPLAY "Skipped " WS-SKIPPED-ACH-COUNT
                " ACH entries - clearing-house entries are"
                " corrected through the ACH desk"
    END-IF
    IF WS-SELECTED-COUNT = ZERO
        DISPLAY "Nothing matched the selectors, no slips written"
        MOVE 4 TO RETURN-CODE
            *> an xref (to the slip that bounced) and must stay
            *> reversible like any other posting
            ADD 1 TO WS-SKIPPED-REV-COUNT
        ELSE
        IF TJ-LOAN-ENTRY
            *> a plain 'C' or 'D' would put the deposit back but leave
            *> the loan master owing the wrong amount; loan entries
            *> are left for the loan desk to correct against the
            *> loan master, and listed here so none goes unnoticed
            ADD 1 TO WS-SKIPPED-LOAN-COUNT
            DISPLAY "Loan entry not reversed: " TJ-SLIP-SERIAL
                    " customer: " TJ-CUST-ID " code: " TJ-TRAN-CODE
        ELSE
        IF TJ-CHARGE-OFF
            *> a plain 'D' would put the overdraft back on the
            *> customer but leave the loss account charged; a
            *> written-off balance is reinstated by hand
            ADD 1 TO WS-SKIPPED-CO-COUNT
            DISPLAY "Charge-off entry not reversed: " TJ-SLIP-SERIAL
                    " customer: " TJ-CUST-ID
        ELSE
        IF TJ-ACH-ENTRY OR TJ-EXTERNAL-PAY
            *> a plain 'D' would take the money back against cash,
            *> not the ACH settlement account it came in through; a
            *> clearing-house credit posted in error goes back to the
            *> originator through the ACH desk. An external payment
            *> has already left for the other bank - it comes back
            *> only as a return through ACHINTAK
            ADD 1 TO WS-SKIPPED-ACH-COUNT
            DISPLAY "ACH entry not reversed: " TJ-SLIP-SERIAL
                    " customer: " TJ-CUST-ID
        ELSE
            PERFORM WRITE-OFFSETTING-SLIP
        END-IF
        END-IF
        END-IF
        END-IF
    END-IF.

WRITE-OFFSETTING-SLIP.
