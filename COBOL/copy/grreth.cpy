*> Returns history record (gr-returns-history), appended run-stamped
*> by Returns for every item it restores to the master. The returns
*> register is a print file; this is the machine-readable trail the
*> shrink analysis accumulates from. It carries the quality the item
*> left the book at, the quality it was re-graded to for the days
*> it spent in the customer's hands, and the carrying price both
*> are valued at.
    01 returns-history-record.
       02 reth-store-id pic x(4).
       02 reth-name pic x(50).
       02 reth-reason pic x(8).
       02 reth-days pic 9(3).
       02 reth-last-quality pic s9(4).
       02 reth-regrade-quality pic s9(4).
       02 reth-price pic 9(5)v99.
       02 reth-run-date pic x(8).
