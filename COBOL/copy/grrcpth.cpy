*> run-stamped by Receipts for every receipt applied to the items
*> master. The receipts register is a print file; this is the
*> machine-readable trail the month-end close accumulates the
*> period's goods received from. rcph-supplier is the supplier that
*> delivered the line, and rcph-suggest-date the date the reorder
*> suggestion it filled was first seen (spaces for a receipt that
*> filled no suggestion) - together what the supplier scorecard
*> measures lead time and quality against. The history is
*> fixed-length; a trail written before the supplier fields were
*> added must be converted to this layout, not appended to.
    01 receipt-history-record.
       02 rcph-store-id pic x(4).
       02 rcph-name pic x(50).
       02 rcph-quality pic s9(4).
       02 rcph-cost pic 9(5)v99.
       02 rcph-run-date pic x(8).
       02 rcph-supplier pic x(6).
       02 rcph-suggest-date pic x(8).
