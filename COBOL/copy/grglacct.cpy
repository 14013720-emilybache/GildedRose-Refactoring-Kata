*> General-ledger account mapping record (gr-gl-accounts). Maps a
*> movement type the daily GL posting builds - SALE, COGS, RECEIPT,
*> REPRICE, MARKDOWN, WRITEOFF, or a disposal code other than SOLD
*> (DAMAGED, DONATED, BINNED, and RECALL from RecallMaint) - and an
*> item category class to the account debited and the account
*> credited for it. A row with a
*> blank class covers every class the table has no row of its own
*> for. A movement with no row is rejected to the suspense report.
    01 gl-account-record.
       02 gla-movement pic x(8).
       02 gla-class pic x(12).
       02 gla-debit-account pic x(10).
       02 gla-credit-account pic x(10).
