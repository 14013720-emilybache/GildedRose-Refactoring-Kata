*> Store budget record (gr-budgets): one row per store per calendar
*> month, set by finance in base currency - the currency the chain
*> roll-up and the nightly trailer valuations are in. The flow
*> targets (sales proceeds as the tills take them, gross margin on
*> net revenue against weighted-average cost, markdown cost and
*> write-off value) are for the whole month; the budget report
*> pro-rates the current month by day. bud-closing is the target
*> for the store's inventory valuation at month end.
    01 budget-record.
       02 bud-store-id pic x(4).
       02 bud-period pic x(6).
       02 bud-proceeds pic 9(7)v99.
       02 bud-margin pic s9(7)v99.
       02 bud-markdown pic 9(7)v99.
       02 bud-writeoff pic 9(7)v99.
       02 bud-closing pic 9(9)v99.
