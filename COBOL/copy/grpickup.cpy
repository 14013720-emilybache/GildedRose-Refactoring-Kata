*> Pickup notice record (gr-pickup-notices), rewritten daily by
*> PickupNotice: one record per hold the store should phone the
*> customer about. pn-reason is EXPIRING (the hold runs out within
*> the gr-parms pickup days), QUALITY (the held item is forecast to
*> fall below the pickup quality floor before the hold expires) or
*> BOTH. pn-quality is the quality forecast for the expiry date,
*> pn-low-day the day the forecast first has the item below the
*> floor (zero when it is below it already, or never falls below),
*> and pn-deposit the deposit the customer stands to lose.
    01 pickup-record.
       02 pn-store-id pic x(4).
       02 pn-customer-id pic x(8).
       02 pn-customer-name pic x(30).
       02 pn-phone pic x(16).
       02 pn-name pic x(50).
       02 pn-expiry pic x(8).
       02 pn-days-left pic 9(3).
       02 pn-reason pic x(8).
       02 pn-quality pic s9(4).
       02 pn-low-day pic 9(3).
       02 pn-deposit pic 9(5)v99.
