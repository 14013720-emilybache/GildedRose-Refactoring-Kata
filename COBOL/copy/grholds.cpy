*> is shielded: the nightly run leaves its price alone, Purge will
*> not write it off and Dispose will not delete it - each reports
*> the held item instead of touching it. HoldsMaint releases expired
*> holds and writes the daily holds register. hold-customer-id is the
*> gr-customers account the item is held for and hold-deposit what
*> the counter took against it (zero for none). hold-deposit-state
*> is blank until the deposit is on gr-deposit-ledger as TAKEN, then
*> T; the deposit leaves the ledger APPLIED when Dispose sells the
*> item to the customer, or FORFEITED when HoldsMaint expires the
*> hold. Holds files written before the customer fields were added
*> are 62 bytes and must be converted to the 78-byte layout.
    01 hold-record.
       02 hold-store-id pic x(4).
       02 hold-name pic x(50).
       02 hold-expiry pic x(8).
       02 hold-customer-id pic x(8).
       02 hold-deposit pic 9(5)v99.
       02 hold-deposit-state pic x.
          88 hold-deposit-taken value 'T'.
