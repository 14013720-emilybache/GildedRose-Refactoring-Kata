*> Return-to-vendor claim update (gr-rtv-updates): what happened to a
*> claim, as purchasing ships the goods back and finance receives the
*> supplier's credit note. rtu-action is SHIPPED, CREDITED or
*> REJECTED; a credit carries the supplier's credit note reference
*> and the amount credited in the store's currency, which may be
*> less than the claim. rtu-date is the date of the event.
    01 rtv-update-record.
       02 rtu-claim-no pic 9(6).
       02 rtu-action pic x(8).
       02 rtu-date pic x(8).
       02 rtu-credit-note pic x(12).
       02 rtu-credit-amount pic 9(7)v99.
