*> the month-end close accumulates book-value movement from and the
*> label extract reads for batch price changes, carrying the
*> quality on hand at the moment of repricing so the valuation
*> movement can be rebuilt from the record alone. rph-operator is
*> the operator id PriceMaint was run under. History written before
*> it was added is 88 bytes and must be converted to the 96-byte
*> layout.
    01 reprice-history-record.
       02 rph-store-id pic x(4).
       02 rph-name pic x(50).
       02 rph-new-price pic 9(5)v99.
       02 rph-reason pic x(8).
       02 rph-run-date pic x(8).
       02 rph-operator pic x(8).
