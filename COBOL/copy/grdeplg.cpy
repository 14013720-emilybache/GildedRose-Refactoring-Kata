*> Hold deposit ledger record (gr-deposit-ledger), appended: one
*> entry per deposit movement against a customer hold. TAKEN when the
*> deposit is first brought to book (HoldsMaint, or Dispose if the
*> item is collected before HoldsMaint has run), then exactly one of
*> APPLIED - Dispose sold the held item to the customer and the
*> deposit went towards the price - or FORFEITED - HoldsMaint
*> expired the hold uncollected. Stamped with the program and the
*> operator it ran under (blank for the unattended steps).
    01 deposit-record.
       02 dep-store-id pic x(4).
       02 dep-name pic x(50).
       02 dep-customer-id pic x(8).
       02 dep-action pic x(9).
       02 dep-amount pic 9(5)v99.
       02 dep-run-date pic x(8).
       02 dep-program pic x(12).
       02 dep-operator pic x(8).
