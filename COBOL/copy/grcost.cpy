*> Weighted-average cost ledger record (gr-cost-ledger), indexed on
*> store-id plus name like the items master. cost-average is the
*> moving weighted-average unit cost of the store's holding of the
*> item, in the store's own currency: Receipts re-strikes it over the
*> units on hand and the units received, Transfer carries it
*> (revalued) to the receiving store, and Returns and StocktakeApply
*> bring returned or found units back at it. Units leaving the book
*> leave at the average, so a sale, disposal or shrink never moves
*> it; the entry stays after the stock is gone so a later return
*> comes back at the cost it went out at. Stock with no entry is
*> entered at its carrying price. Dispose stamps the average on
*> gr-sales-history as the cost of each sale.
    01 cost-record.
       02 cost-key.
          03 cost-store-id pic x(4).
          03 cost-name pic x(50).
       02 cost-average pic 9(5)v99.
       02 cost-last-program pic x(12).
       02 cost-last-date pic x(8).
