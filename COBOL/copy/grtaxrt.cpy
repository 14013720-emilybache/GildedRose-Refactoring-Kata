*> Tax rate master record (gr-tax-rates): the sales tax / VAT rate
*> in force in a store jurisdiction (store-jurisdiction on gr-stores)
*> for an item category class, from tax-from-date to tax-to-date
*> inclusive (a blank to-date is open-ended). A row with a blank
*> class covers every class the jurisdiction has no row of its own
*> for. tax-band names the rate band the return totals under
*> (STANDARD, REDUCED, ZERO and so on); tax-rate-pct is the rate as
*> a percentage. Till proceeds are tax-inclusive, so a sale at rate
*> r splits into net proceeds * 100 / (100 + r) and the remainder as
*> tax.
    01 tax-rate-record.
       02 tax-jurisdiction pic x(4).
       02 tax-class pic x(12).
       02 tax-band pic x(8).
       02 tax-rate-pct pic 9(2)v99.
       02 tax-from-date pic x(8).
       02 tax-to-date pic x(8).
