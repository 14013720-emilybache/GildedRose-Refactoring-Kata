*> Quarantine record (gr-quarantine), keyed like the items master on
*> store-id plus name, with the recall that caught it. Recall places
*> an item in quarantine (state Q) and RecallMaint takes it out
*> again - released back to open sale (R) or written off the master
*> under disposal code RECALL (D); the released and disposed entries
*> stay on file as the record of what the recall did. While an entry
*> is in state Q the item is frozen: the nightly run does not age or
*> mark it down or apply an in-items update or delete to it, Reorder
*> does not replenish it, LabelExtract prints no label for it,
*> Transfer and Dispose will not move it, Allocate never proposes it,
*> StocktakeApply will not remove or re-grade it and Purge will not
*> write it off.
    01 quarantine-record.
       02 qtn-store-id pic x(4).
       02 qtn-name pic x(50).
       02 qtn-recall-id pic x(8).
       02 qtn-state pic x.
          88 qtn-quarantined value 'Q'.
          88 qtn-released value 'R'.
          88 qtn-disposed value 'D'.
       02 qtn-placed-date pic x(8).
       02 qtn-action-date pic x(8).
       02 qtn-operator pic x(8).
