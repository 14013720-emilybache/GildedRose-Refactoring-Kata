*> Stocktake adjustment record, the interface between the variance
*> report and the adjustments pass. StocktakeVariance writes one
*> proposal per discrepancy to gr-adjustments-proposed; the subset
*> released through the dual-control queue goes to gr-adjustments
*> for StocktakeApply to act on.
*> adj-action: D = remove a record the count could not find, A = add
*> a record found on the shelf but not on the master (at the
*> observed quality; sell-in and price start at zero and follow
