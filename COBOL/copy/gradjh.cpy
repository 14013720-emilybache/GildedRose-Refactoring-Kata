*> Stocktake adjustment history record (gr-adjustment-history),
*> appended run-stamped by StocktakeApply for every adjustment it
*> applies. The adjustment register is a print file; this is the
*> machine-readable trail the shrink analysis accumulates from. It
*> carries the recorded quality before the adjustment and the
*> quality after it - zero for a D removal, the observed quality for
*> an A addition or a Q re-grade - and the carrying price the
*> movement is valued at.
    01 adjustment-history-record.
       02 adjh-action pic x.
       02 adjh-store-id pic x(4).
       02 adjh-name pic x(50).
       02 adjh-old-quality pic s9(4).
       02 adjh-new-quality pic s9(4).
       02 adjh-price pic 9(5)v99.
       02 adjh-run-date pic x(8).
