*> Refund liability register record (gr-refund-register), appended
*> by EventMaint when a concert is cancelled: one record per store
*> that sold passes for the event, built from gr-sales-history. The
*> pass count is the number of SOLD pass disposals on the sales
*> trail and the liability what the tills took for them, in the
*> store's own currency and converted to base through gr-stores and
*> gr-rates. SettlementReport lists the cancellations registered
*> for its run date apart from the normal settlements.
    01 refund-record.
       02 rfd-event-code pic x(4).
       02 rfd-store-id pic x(4).
       02 rfd-cancel-date pic x(8).
       02 rfd-pass-count pic 9(6).
       02 rfd-currency pic x(3).
       02 rfd-local-amount pic 9(9)v99.
       02 rfd-base-amount pic 9(9)v99.
       02 rfd-operator pic x(8).
