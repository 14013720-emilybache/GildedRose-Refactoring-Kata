*> parm-reorder-quality or its sell-in falls below
*> parm-reorder-sell-in days. parm-receipt-age-days is how many days
*> a reorder suggestion may wait on gr-reorder-outstanding before
*> the Receipts run flags it OVERDUE. parm-shrink-flag-pct is how far
*> above the chain's shrink rate, as a percentage of that rate, a
*> store's rate must be before the shrink analysis flags it for a
*> loss-prevention visit. The allocation pair drives the nightly
*> transfer proposals: parm-alloc-days is how many days of sales
*> history measure an item's selling rate at each store, and
*> parm-alloc-sell-in is the fewest days of sell-in an item must have
*> left to be worth moving to another store. The approval trio sets
*> which queued lines need a checker other than the submitter: a
*> price cut of more than parm-approve-cut-pct percent, a transfer
*> worth more than parm-approve-xfr-value in base currency, or a
*> stocktake adjustment swinging quality by more than
*> parm-approve-swing. The pickup pair drives the daily pickup
*> notices: a customer is phoned once the hold is within
*> parm-pickup-days of expiry, or once the held item is forecast to
*> fall below quality parm-pickup-quality before the hold expires.
*> parm-tax-period-months is the length of the tax return period -
*> 1, 2, 3, 4, 6 or 12 months, counted from January; anything else
*> is taken as monthly. parm-budget-tol-pct is how far, as a
*> percentage of target, an actual may stray either way before the
*> budget report flags the store; zero switches the flags off.
*> parm-rtv-days is how many days back the return-to-vendor run
*> looks for defective returns, damaged disposals and short-quality
*> receipts to claim - the suppliers' claim window; zero is no limit.
*> The batch-window trio drives the nightly timing trend:
*> parm-window-dates is how many of the latest processing dates the
*> report covers (at most 31), parm-slow-step-pct how far, as a
*> percentage of its rolling average, a step's elapsed time may grow
*> before it is flagged, and parm-online-start the HHMM the online
*> day begins, which the stream must finish before.
    01 parm-record.
       02 parm-max-quality pic 9(2).
       02 parm-tier1-days pic 9(2).
       02 parm-reorder-quality pic 9(2).
       02 parm-reorder-sell-in pic 9(3).
       02 parm-receipt-age-days pic 9(3).
       02 parm-shrink-flag-pct pic 9(3).
       02 parm-alloc-days pic 9(3).
       02 parm-alloc-sell-in pic 9(3).
       02 parm-approve-cut-pct pic 9(3).
       02 parm-approve-xfr-value pic 9(7).
       02 parm-approve-swing pic 9(3).
       02 parm-pickup-days pic 9(3).
       02 parm-pickup-quality pic 9(2).
       02 parm-tax-period-months pic 9(2).
       02 parm-budget-tol-pct pic 9(3).
       02 parm-rtv-days pic 9(3).
       02 parm-window-dates pic 9(2).
       02 parm-slow-step-pct pic 9(3).
       02 parm-online-start pic 9(4).
