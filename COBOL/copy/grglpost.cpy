*> General-ledger posting record (gr-gl-postings), written by GLPost
*> for the processing date. One debit and one credit line per store,
*> movement type, category class and account pair, each carrying
*> the amount in the store's own currency (spaces in glp-currency
*> means the store trades in base currency) and in base currency;
*> the two lines of a pair carry the same amounts, so every store
*> balances in both. The last record is the control trailer: line
*> count, base-currency debit and credit totals, and their net,
*> which is zero on a file fit to load.
    01 gl-posting-record.
       02 glp-record-type pic x.
          88 glp-detail value 'D'.
          88 glp-trailer value 'T'.
       02 glp-run-date pic x(8).
       02 glp-store-id pic x(4).
       02 glp-account pic x(10).
       02 glp-movement pic x(8).
       02 glp-class pic x(12).
       02 glp-side pic x.
       02 glp-currency pic x(3).
       02 glp-local-amount pic 9(9)v99.
       02 glp-base-amount pic 9(9)v99.
    01 gl-trailer-record redefines gl-posting-record.
       02 glt-record-type pic x.
       02 glt-run-date pic x(8).
       02 glt-line-count pic 9(6).
       02 glt-debit-total pic 9(11)v99.
       02 glt-credit-total pic 9(11)v99.
       02 glt-net pic s9(11)v99 sign leading separate.
       02 filler pic x(14).
