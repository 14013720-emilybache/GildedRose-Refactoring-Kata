*> behind; every other program refuses even its own stale lock,
*> which is inspected and released through the LockMaint override -
*> a plain rerun will not clear it. Read-only programs look at the
*> record only to say a run is in progress. lock-operator is the
*> operator id the holder was run under, blank for the unattended
*> nightly steps.
    01 lock-record.
       02 lock-state pic x.
       02 lock-holder pic x(12).
       02 lock-date pic x(8).
       02 lock-time pic x(6).
       02 lock-operator pic x(8).
