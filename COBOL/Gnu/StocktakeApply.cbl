program-id. StocktakeApply as "StocktakeApply".

*> Approved stocktake adjustments pass. Reads gr-adjustments - the
*> lines released on the dual-control queue (gr-pending), each marked
*> there afterwards as applied or, when the run turns it away,
*> refused; a line with no released queue line behind it is refused -
*> and applies each to the indexed items master: D removes a record
*> the count could not find, A adds a record found on the shelf (at
*> the observed quality, sell-in and price zero, to be priced through
*> the normal route), Q re-grades the recorded quality to the observed
*> condition. Every touch is journalled to the run-stamped journal,
*> covered by the items-master lock, and lands on gr-audit and
*> gr-audit-history as a movement record (old values equal to new, the
*> shape Reconcile skips), so the audit answers the retail auditors
*> with the physical count behind it instead of trailer totals that
*> only prove the batch agrees with itself. An item a recall has in
*> quarantine on gr-quarantine is neither removed nor re-graded here;
*> it leaves the master only through RecallMaint. Units found or lost
*> move at the store's weighted-average cost on gr-cost-ledger, so an
*> adjustment never changes the unit cost; a found item the ledger has
*> never seen is entered at its carrying price (zero until priced) and
*> flagged on the register. Each applied adjustment also goes to
*> gr-adjustment-history with the quality before and after, for the
*> shrink analysis.

environment division.

        record key is item-key
        file status is items-status.
    select register-file assign 'gr-adjustment-register'.
    select cost-ledger-file assign 'gr-cost-ledger'
        organization indexed
        access mode dynamic
        record key is cost-key
        file status is cost-status.
    select optional adjustment-history-file
        assign 'gr-adjustment-history'.
    select optional audit-file assign 'gr-audit'.
    select optional audit-history-file assign 'gr-audit-history'.
    select optional journal-file
        assign to dynamic journal-file-name.
    select lock-file assign 'gr-itemlock'
        file status is lock-status.
    select pending-file assign 'gr-pending'
        file status is pending-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select optional quarantine-file assign 'gr-quarantine'
        file status is quarantine-status.
    select operator-file assign 'gr-operators'
        file status is operator-status.

data division.
file section.
   copy "gritem.cpy".
   fd register-file.
   01 register-line pic x(100).
   fd cost-ledger-file.
   copy "grcost.cpy".
   fd adjustment-history-file.
   copy "gradjh.cpy".
   fd audit-file.
   copy "graudit.cpy".
   fd audit-history-file.
   01 audit-history-record pic x(100).
   fd journal-file.
   copy "grjrnl.cpy".
   fd lock-file.
   copy "grlock.cpy".
   fd pending-file.
   copy "grpend.cpy".
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd quarantine-file.
   copy "grquar.cpy".
   fd operator-file.
   copy "groper.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 items-status pic x(2).
   01 cost-status pic x(2).
   01 journal-file-name pic x(30).
   01 lock-status pic x(2).
   01 lock-ok-flag pic x value 'N'.
      88 item-lock-ok value 'Y'.
   01 lock-time-ws pic x(8).
   01 pending-status pic x(2).
*> The lines released on the dual-control queue for this feed; each
*> feed line must match one not already matched before it is applied.
   01 released-table.
      02 released-entry occurs 2000 times.
         03 tbl-rel-image pic x(80).
         03 tbl-rel-used pic x.
            88 released-line-used value 'Y'.
         03 tbl-rel-outcome pic x.
            88 released-line-applied value 'A'.
            88 released-line-refused value 'F'.
   01 released-count pic 9(4) value 0 comp.
   01 released-sub pic 9(4) comp.
   01 released-match-sub pic 9(4) value 0 comp.
   01 released-flag pic x value 'N'.
      88 line-released value 'Y'.
   01 released-full-flag pic x value 'N'.
      88 released-table-full value 'Y'.
   01 feed-line-ws pic x(80).
   01 quarantine-table.
      02 quarantine-entry occurs 1000 times.
         03 tbl-qtn-store-id pic x(4).
         03 tbl-qtn-name pic x(50).
   01 quarantine-count pic 9(4) value 0 comp.
   01 quarantine-sub pic 9(4) comp.
   01 quarantine-status pic x(2).
   01 quarantine-flag pic x value 'N'.
      88 item-quarantined value 'Y'.
   01 report-heading.
      02 filler pic x(32) value "ADJUSTMENT REGISTER - RUN DATE ".
      02 rh-run-date pic x(8).
   01 adjustments-read pic 9(6) value 0.
   01 applied-count pic 9(6) value 0.
   01 error-count pic 9(6) value 0.
   01 old-quality pic s9(4).
   01 new-quality pic s9(4).
   01 register-detail.
      02 rg-result pic x(9).
      02 rg-action pic x.
      02 rg-name pic x(50).
      02 filler pic x(9) value " QUALITY ".
      02 rg-quality pic ----9.
      02 rg-cost-note pic x(8) value spaces.
   01 register-error.
      02 re-reason pic x(22).
      02 re-store-id pic x(4).
      02 rt-applied pic zz9999.
      02 filler pic x(8) value " ERRORS ".
      02 rt-errors pic zz9999.
   01 operator-status pic x(2).
   01 operator-id-ws pic x(8) value spaces.
   01 operator-flag pic x value 'N'.
      88 operator-authorized value 'Y'.
   01 operator-sub pic 9(4) comp.
   01 run-start-date pic 9(8).
   01 run-start-time pic 9(8).
   01 run-end-date pic 9(8).
   01 run-end-time pic 9(8).
   01 run-clock.
      02 run-clock-hh pic 9(2).
      02 run-clock-mm pic 9(2).
      02 run-clock-ss pic 9(2).
      02 run-clock-cc pic 9(2).
   01 run-clock-cs pic 9(7).
   01 run-elapsed-cs pic s9(11).

procedure division.
    accept run-start-date from date yyyymmdd.
    accept run-start-time from time.
    perform load-run-control.
    perform check-operator.
    if not operator-authorized
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform acquire-item-lock.
    if not item-lock-ok
        move 8 to run-rc
        move run-rc to return-code
        goback
    end-if.
    perform load-released-lines.
    perform load-quarantine-table.
    open input adjustments-file.
    open i-o items.
    if items-status not = '00'
        move run-rc to return-code
        goback
    end-if.
    perform open-cost-ledger.
    if cost-status not = '00'
        display "COST LEDGER NOT AVAILABLE - STATUS " cost-status
        close adjustments-file
        close items
        perform release-item-lock
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open output register-file.
    open extend adjustment-history-file.
    open extend audit-file.
    open extend audit-history-file.
    perform open-journal.
adjust-start-lable.
    read adjustments-file end go to adjust-end-lable.
        add 1 to adjustments-read
        move adjustment-record to feed-line-ws
        perform check-line-released
        if not line-released
            move "NOT RELEASED" to re-reason
            perform write-error-line
        else
            if adj-name = spaces
                move "BLANK NAME" to re-reason
                perform write-error-line
            else
                if adj-quality is not numeric
                    move "QUALITY NOT NUMERIC" to re-reason
                    perform write-error-line
                else
                    perform apply-one-adjustment
                end-if
            end-if
        end-if
    go to adjust-start-lable.
    close adjustments-file.
    close items.
    close register-file.
    close adjustment-history-file.
    close audit-file.
    close audit-history-file.
    close cost-ledger-file.
    close journal-file.
    perform mark-queue-applied.
    perform release-item-lock.
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> Only lines FeedApprove has released reach the master. A line on
*> the feed with no released queue line behind it - hand-written,
*> already applied, or never approved - is refused.
load-released-lines.
    move 0 to released-count.
    open input pending-file.
    if pending-status = '00'
        perform load-released-record until pending-status not = '00'
    end-if
    close pending-file.

load-released-record.
    read pending-file
        at end
            continue
        not at end
            if pend-released and pend-adjust-feed
                if released-count < 2000
                    add 1 to released-count
                    move pend-image to tbl-rel-image (released-count)
                    move 'N' to tbl-rel-used (released-count)
                    move space to tbl-rel-outcome (released-count)
                else
                    if not released-table-full
                        display "MORE THAN 2000 RELEASED ADJUST LINES - "
                            "THE REST WAIT FOR THE NEXT RUN"
                        move 'Y' to released-full-flag
                    end-if
                end-if
            end-if
    end-read.

check-line-released.
    move 'N' to released-flag.
    move 0 to released-match-sub.
    move 1 to released-sub.
    perform find-released-entry until released-sub > released-count
        or line-released.

find-released-entry.
    if not released-line-used (released-sub)
       and tbl-rel-image (released-sub) = feed-line-ws
        move 'Y' to released-flag
        move 'Y' to tbl-rel-used (released-sub)
        move released-sub to released-match-sub
    else
        add 1 to released-sub
    end-if.

*> What became of the queue line behind the feed line in hand: applied
*> once the master has taken it, refused when the run turned it away.
mark-line-applied.
    if released-match-sub > 0
        move 'A' to tbl-rel-outcome (released-match-sub)
    end-if.

mark-line-refused.
    if released-match-sub > 0
        move 'F' to tbl-rel-outcome (released-match-sub)
    end-if.

*> Queue lines acted on tonight are marked applied, or refused when
*> the run turned them away, so FeedApprove leaves them off the next
*> live feed and PendingReport shows the refusals. The released lines
*> are met in the same order they were loaded.
mark-queue-applied.
    move 0 to released-sub.
    open i-o pending-file.
    if pending-status = '00'
        perform mark-applied-record until pending-status not = '00'
    end-if
    close pending-file.

mark-applied-record.
    read pending-file
        at end
            continue
        not at end
            if pend-released and pend-adjust-feed
                add 1 to released-sub
                if released-sub not > released-count
                    if released-line-used (released-sub)
                        if released-line-applied (released-sub)
                            move 'A' to pend-status
                        else
                            move 'F' to pend-status
                        end-if
                        move run-date-ws to pend-applied-date
                        rewrite pending-record
                    end-if
                end-if
            end-if
    end-read.

apply-one-adjustment.
    evaluate adj-action
        when 'D'
            move "NOT ON MASTER" to re-reason
            perform write-error-line
        not invalid key
            perform check-item-quarantine
            if item-quarantined
                move "ITEM QUARANTINED" to re-reason
                perform write-error-line
            else
                perform write-journal-record-d
                perform write-movement-audit
                move quality to old-quality
                move 0 to new-quality
                perform write-adjustment-history
                delete items record
                perform write-applied-line
                perform mark-line-applied
            end-if
    end-read.

*> An added record carries the observed quality; sell-in and price
        not invalid key
            perform write-journal-record-a
            perform write-movement-audit
            move 0 to old-quality
            move quality to new-quality
            perform write-adjustment-history
            perform check-found-cost
            perform write-applied-line
            perform mark-line-applied
    end-write.

apply-regrade.
            move "NOT ON MASTER" to re-reason
            perform write-error-line
        not invalid key
            perform check-item-quarantine
            if item-quarantined
                move "ITEM QUARANTINED" to re-reason
                perform write-error-line
            else
                perform write-journal-record-r
                move quality to old-quality
                move adj-quality to quality
                rewrite item
                perform write-movement-audit
                move quality to new-quality
                perform write-adjustment-history
                perform write-applied-line
                perform mark-line-applied
            end-if
    end-read.

*> A recalled item in quarantine is frozen where it stands: the count
*> may not remove or re-grade it - it leaves the master only through
*> RecallMaint.
check-item-quarantine.
    move 'N' to quarantine-flag.
    move 1 to quarantine-sub.
    perform check-quarantine-entry until quarantine-sub > quarantine-count
        or item-quarantined.

check-quarantine-entry.
    if tbl-qtn-store-id (quarantine-sub) = store-id
       and tbl-qtn-name (quarantine-sub) = name
        move 'Y' to quarantine-flag
    else
        add 1 to quarantine-sub
    end-if.

load-quarantine-table.
    move 0 to quarantine-count.
    open input quarantine-file.
    if quarantine-status = '00'
        perform load-quarantine-record until quarantine-status not = '00'
            or quarantine-count >= 1000
        if quarantine-status = '00'
            display "GR-QUARANTINE HAS MORE THAN 1000 ITEMS IN "
                "QUARANTINE - EXTRA ROWS IGNORED AND THOSE ITEMS NOT "
                "FROZEN"
            move 4 to run-rc
            move "WARNINGS" to condition-ws
        end-if
    end-if
    close quarantine-file.

load-quarantine-record.
    read quarantine-file
        at end
            continue
        not at end
            if qtn-quarantined
                add 1 to quarantine-count
                move qtn-store-id to tbl-qtn-store-id (quarantine-count)
                move qtn-name to tbl-qtn-name (quarantine-count)
            end-if
    end-read.

*> Found stock comes back at the ledger's existing average for the
*> item; with no entry it goes on at its carrying price.
check-found-cost.
    move store-id to cost-store-id.
    move name to cost-name.
    read cost-ledger-file
        invalid key
            move store-id to cost-store-id
            move name to cost-name
            move price to cost-average
            move "STOCKAPPLY" to cost-last-program
            move run-date-ws to cost-last-date
            write cost-record
            move " NO COST" to rg-cost-note
        not invalid key
            move "STOCKAPPLY" to cost-last-program
            move run-date-ws to cost-last-date
            rewrite cost-record
    end-read.

*> The ledger is created empty the first time it is needed. Any
*> other status refuses the run: without the ledger the average
*> cost would silently stop being kept.
open-cost-ledger.
    open i-o cost-ledger-file.
    if cost-status = '35'
        open output cost-ledger-file
        close cost-ledger-file
        open i-o cost-ledger-file
    end-if.

write-journal-record-d.
    move 'D' to jr-action.
    perform write-journal-record.
    move "STOCKAPPLY" to jr-program.
    move run-date-ws to jr-run-date.
    move item to jr-image.
    move operator-id-ws to jr-operator.
    write journal-record.

*> A movement record: the record's state as adjusted (or as removed)
    move price to audit-old-price.
    move price to audit-new-price.
    move run-date-ws to audit-run-date.
    move operator-id-ws to audit-operator.
    write audit-record.
    move audit-record to audit-history-record.
    write audit-history-record.

*> The quality before and after the adjustment: a removal goes to
*> zero, an addition comes from zero.
write-adjustment-history.
    move adj-action to adjh-action.
    move store-id to adjh-store-id.
    move name to adjh-name.
    move old-quality to adjh-old-quality.
    move new-quality to adjh-new-quality.
    move price to adjh-price.
    move run-date-ws to adjh-run-date.
    write adjustment-history-record.

write-applied-line.
    add 1 to applied-count.
    move "APPLIED " to rg-result.
    move quality to rg-quality.
    move register-detail to register-line.
    write register-line.
    move spaces to rg-cost-note.

write-error-line.
    add 1 to error-count.
    perform mark-line-refused.
    move adj-store-id to re-store-id.
    move adj-name to re-name.
    move register-error to register-line.
    move run-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move operator-id-ws to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.
    move run-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move operator-id-ws to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.
    move report-heading to register-line.
    write register-line.

*> Only an operator whose gr-operators entry names this program (or
*> ALL) may run it; with no operator master on hand nobody may.
check-operator.
    display "Operator id: ".
    accept operator-id-ws.
    perform authorize-operator.

authorize-operator.
    move 'N' to operator-flag.
    open input operator-file.
    if operator-status = '00'
        perform find-operator-record until operator-status not = '00'
            or operator-authorized
    end-if
    close operator-file.
    if not operator-authorized
        display "STOCKAPPLY: OPERATOR " operator-id-ws
            " NOT AUTHORIZED - RUN REFUSED"
    end-if.

find-operator-record.
    read operator-file
        at end
            continue
        not at end
            if opr-id = operator-id-ws and operator-id-ws not = spaces
                perform check-operator-program
                    varying operator-sub from 1 by 1
                    until operator-sub > 12 or operator-authorized
            end-if
    end-read.

check-operator-program.
    if opr-program (operator-sub) = "STOCKAPPLY"
       or opr-program (operator-sub) = "ALL"
        move 'Y' to operator-flag
    end-if.

load-run-control.
    open input runctl-file.
    if runctl-status = '00'
    move adjustments-read to rl-in-count.
    move error-count to rl-reject-count.
    move run-rc to rl-return-code.
    move operator-id-ws to rl-operator.
    perform stamp-run-times.
    open extend runlog-file.
    write runlog-record.
    close runlog-file.

*> Wall-clock start and end of the run, and the seconds between them,
*> so the batch-window report can time every step.
stamp-run-times.
    accept run-end-date from date yyyymmdd.
    accept run-end-time from time.
    move run-start-date to rl-start-date.
    move run-start-time to rl-start-time.
    move run-end-date to rl-end-date.
    move run-end-time to rl-end-time.
    compute run-elapsed-cs =
        function integer-of-date (run-end-date)
        - function integer-of-date (run-start-date).
    multiply 8640000 by run-elapsed-cs.
    move run-end-time to run-clock.
    perform clock-to-centiseconds.
    add run-clock-cs to run-elapsed-cs.
    move run-start-time to run-clock.
    perform clock-to-centiseconds.
    subtract run-clock-cs from run-elapsed-cs.
    divide run-elapsed-cs by 100 giving rl-elapsed.

clock-to-centiseconds.
    move run-clock-hh to run-clock-cs.
    multiply 60 by run-clock-cs.
    add run-clock-mm to run-clock-cs.
    multiply 60 by run-clock-cs.
    add run-clock-ss to run-clock-cs.
    multiply 100 by run-clock-cs.
    add run-clock-cc to run-clock-cs.

end program StocktakeApply.
