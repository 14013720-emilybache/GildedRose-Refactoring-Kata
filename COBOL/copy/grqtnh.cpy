*> Quarantine history record (gr-quarantine-history), appended: the
*> audit trail of every quarantine movement - QUARANTINE when Recall
*> freezes an item, RELEASE or RECALL when RecallMaint releases it or
*> disposes of it - with the item's quality and price at the time,
*> the program and the operator it ran under.
    01 quarantine-history-record.
       02 qh-store-id pic x(4).
       02 qh-name pic x(50).
       02 qh-recall-id pic x(8).
       02 qh-action pic x(10).
       02 qh-quality pic s9(4).
       02 qh-price pic 9(5)v99.
       02 qh-run-date pic x(8).
       02 qh-program pic x(12).
       02 qh-operator pic x(8).
