*> Return-to-vendor claim record (gr-rtv-claims): one claim per
*> received line that came back defective, was damaged, was written
*> off under a recall or arrived below the supplier's acceptable
*> quality. rtv-source says which (DEFECT off gr-returns-history,
*> DAMAGED or RECALL off gr-disposal-history, QUALITY off
*> gr-receipts-history) and rtv-source-date when. The
*> claim is against the supplier and line on gr-receipts-history it
*> was received on (rtv-receipt-date), valued at that line's cost -
*> received quality times unit cost, the basis month-end values goods
*> received on - in the store's currency. The same received line is
*> never claimed twice, whichever source turns it up. rtv-state moves
*> from open to shipped, then credited or rejected, as the supplier's
*> credit notes come back; rtv-state-date is the date of the last
*> move and the credit note reference and amount are kept with it.
    01 rtv-claim-record.
       02 rtv-claim-no pic 9(6).
       02 rtv-supplier pic x(6).
       02 rtv-store-id pic x(4).
       02 rtv-name pic x(50).
       02 rtv-source pic x(8).
       02 rtv-source-date pic x(8).
       02 rtv-receipt-date pic x(8).
       02 rtv-quality pic s9(4).
       02 rtv-unit-cost pic 9(5)v99.
       02 rtv-value pic 9(7)v99.
       02 rtv-state pic x.
          88 rtv-open value 'O'.
          88 rtv-shipped value 'S'.
          88 rtv-credited value 'C'.
          88 rtv-rejected value 'R'.
       02 rtv-raised-date pic x(8).
       02 rtv-state-date pic x(8).
       02 rtv-credit-note pic x(12).
       02 rtv-credit-amount pic 9(7)v99.
