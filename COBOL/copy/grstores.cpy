*> Store master record (gr-stores): the currency each store-id
*> trades and reports in. A store with no entry is taken to trade in
*> the base currency. store-jurisdiction is the tax jurisdiction the
*> store's sales are taxed under, the key into gr-tax-rates; blank
*> means no rate applies and its sales are reported untaxed. Store
*> files written before the jurisdiction was added are 7 bytes and
*> must be converted to the 11-byte layout.
    01 store-record.
       02 store-rec-id pic x(4).
       02 store-currency pic x(3).
       02 store-jurisdiction pic x(4).
