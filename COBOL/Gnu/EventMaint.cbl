program-id. EventMaint as "EventMaint".

*> Concert postponement and cancellation. The operator names the
*> event and what has happened to it. A postponement carries the new
*> concert date onto gr-events and resets sell-in on every linked
*> pass in every store to the days left until that date, so the
*> passes price up again on the new schedule. A cancellation zeroes
*> sell-in and quality on every linked pass - the nightly run then
*> takes each one out of date at nil value - and appends a refund
*> liability register to gr-refund-register: per store, the passes
*> already sold for the event off gr-sales-history and what the
*> tills took for them, in local and base currency. Every pass
*> touched is journalled before it is rewritten and lands on
*> gr-audit-history stamped with the operator; gr-audit is left to
*> the nightly run's own aging, which Reconcile re-derives from. The
*> items-master lock covers the update, and the statement lists the
*> passes changed and the liability registered.

environment division.

input-output section.

file-control.
    select items assign 'items'
        organization indexed
        access mode dynamic
        record key is item-key
        file status is items-status.
    select event-file assign 'gr-events'
        file status is event-status.
    select sales-history-file assign 'gr-sales-history'
        file status is sales-status.
    select store-file assign 'gr-stores'
        file status is store-status.
    select rate-file assign 'gr-rates'
        file status is rate-status.
    select optional audit-history-file assign 'gr-audit-history'.
    select optional refund-file assign 'gr-refund-register'.
    select optional journal-file
        assign to dynamic journal-file-name.
    select lock-file assign 'gr-itemlock'
        file status is lock-status.
    select statement-file assign 'gr-eventmaint-report'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select operator-file assign 'gr-operators'
        file status is operator-status.

data division.
file section.
   fd items.
   copy "gritem.cpy".
   fd event-file.
   copy "grevents.cpy".
   fd sales-history-file.
   copy "grsales.cpy".
   fd store-file.
   copy "grstores.cpy".
   fd rate-file.
   copy "grrates.cpy".
   fd audit-history-file.
   copy "graudit.cpy".
   fd refund-file.
   copy "grrefund.cpy".
   fd journal-file.
   copy "grjrnl.cpy".
   fd lock-file.
   copy "grlock.cpy".
   fd statement-file.
   01 statement-line pic x(120).
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd operator-file.
   copy "groper.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 items-status pic x(2).
   01 sales-status pic x(2).
   01 journal-file-name pic x(30).
   01 lock-status pic x(2).
   01 lock-ok-flag pic x value 'N'.
      88 item-lock-ok value 'Y'.
   01 lock-time-ws pic x(8).
   01 action-choice pic x.
      88 postpone-action value 'P', 'p'.
      88 cancel-action value 'C', 'c'.
   01 subject-event pic x(4).
   01 new-event-date pic x(8).
   01 new-date-num pic 9(8).
   01 run-date-num pic 9(8).
   01 new-sell-in pic s9(4).
*> gr-events is rewritten from this table, so the whole master has
*> to fit - hitting the cap means refuse rather than drop an event.
   01 event-table.
      02 event-entry occurs 25 times.
         03 tbl-ev-code pic x(4).
         03 tbl-ev-name pic x(50).
         03 tbl-ev-tier1 pic 9(2).
         03 tbl-ev-tier2 pic 9(2).
         03 tbl-ev-date pic x(8).
         03 tbl-ev-state pic x(9).
   01 event-count pic 9(4) value 0 comp.
   01 event-sub pic 9(4) comp.
   01 event-status pic x(2).
   01 event-overflow-flag pic x value 'N'.
      88 event-overflow value 'Y'.
   01 event-found-flag pic x value 'N'.
      88 event-found value 'Y'.
   01 subject-sub pic 9(4) comp.
*> The linked passes are collected before anything is touched, so
*> an event is reset across the whole chain or refused - never half.
   01 pass-table.
      02 pass-entry occurs 500 times.
         03 tbl-pass-store pic x(4).
   01 pass-count pic 9(4) value 0 comp.
   01 pass-sub pic 9(4) comp.
   01 pass-eof-flag pic x value 'N'.
      88 pass-eof value 'Y'.
   01 pass-overflow-flag pic x value 'N'.
      88 pass-overflow value 'Y'.
   01 store-table.
      02 store-entry occurs 50 times.
         03 tbl-store-id pic x(4).
         03 tbl-store-currency pic x(3).
   01 store-count pic 9(4) value 0 comp.
   01 store-sub pic 9(4) comp.
   01 store-status pic x(2).
   01 rate-table.
      02 rate-entry occurs 20 times.
         03 tbl-rate-currency pic x(3).
         03 tbl-rate-value pic 9(3)v9(6).
   01 rate-count pic 9(4) value 0 comp.
   01 rate-sub pic 9(4) comp.
   01 rate-status pic x(2).
   01 lookup-store-id pic x(4).
   01 lookup-currency pic x(3).
   01 lookup-rate pic 9(3)v9(6).
*> Passes sold for a cancelled event, accumulated per store off the
*> sales trail.
   01 refund-table.
      02 refund-entry occurs 50 times.
         03 tbl-rf-store pic x(4).
         03 tbl-rf-count pic 9(6).
         03 tbl-rf-amount pic 9(9)v99.
   01 refund-count pic 9(4) value 0 comp.
   01 refund-sub pic 9(4) comp.
   01 refund-found-flag pic x value 'N'.
      88 refund-found value 'Y'.
   01 changed-count pic 9(6) value 0.
   01 error-count pic 9(6) value 0.
   01 sold-count pic 9(6) value 0.
   01 base-amount pic 9(9)v99.
   01 base-liability pic 9(9)v99 value 0.
   01 statement-heading.
      02 filler pic x(28) value "EVENT MAINTENANCE - RUN DATE".
      02 filler pic x value space.
      02 sh-run-date pic x(8).
   01 statement-action-line.
      02 sa-action pic x(10).
      02 filler pic x(6) value "EVENT ".
      02 sa-event-code pic x(4).
      02 filler pic x value space.
      02 sa-event-name pic x(50).
      02 sa-date-label pic x(10).
      02 sa-event-date pic x(8).
   01 statement-detail.
      02 filler pic x(6) value "STORE ".
      02 sd-store-id pic x(4).
      02 filler pic x(13) value " OLD SELL-IN ".
      02 sd-old-sell-in pic ---9.
      02 filler pic x(9) value " QUALITY ".
      02 sd-old-quality pic ---9.
      02 filler pic x(13) value " NEW SELL-IN ".
      02 sd-new-sell-in pic ---9.
      02 filler pic x(9) value " QUALITY ".
      02 sd-new-quality pic ---9.
   01 statement-refund-line.
      02 filler pic x(13) value "REFUND STORE ".
      02 sr-store-id pic x(4).
      02 filler pic x(13) value " PASSES SOLD ".
      02 sr-count pic zz9999.
      02 filler pic x(7) value " LOCAL ".
      02 sr-currency pic x(3).
      02 filler pic x value space.
      02 sr-local pic z(8)9.99.
      02 filler pic x(6) value " BASE ".
      02 sr-base pic z(8)9.99.
   01 statement-total-line.
      02 filler pic x(15) value "PASSES CHANGED ".
      02 st-changed pic zz9999.
      02 filler pic x(13) value " PASSES SOLD ".
      02 st-sold pic zz9999.
      02 filler pic x(23) value " BASE REFUND LIABILITY ".
      02 st-base pic z(8)9.99.
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
    if run-date-ws = spaces
        display "GR-RUNCTL NOT AVAILABLE - RUN REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform check-operator.
    if not operator-authorized
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    display "Event code: ".
    accept subject-event.
    display "Action (P=Postpone, C=Cancel): ".
    accept action-choice.
    if postpone-action
        display "New concert date (YYYYMMDD): "
        accept new-event-date
    else
        if not cancel-action
            display "UNKNOWN ACTION - NOTHING DONE"
            move 8 to run-rc
            move "REFUSED" to condition-ws
            perform write-run-log
            move run-rc to return-code
            goback
        end-if
    end-if.
    perform load-event-table.
    if event-overflow
        display "GR-EVENTS HAS MORE THAN 25 ENTRIES - RUN REFUSED "
            "RATHER THAN REWRITE THE FILE AND DROP EVENTS"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform find-subject-event.
    if not event-found
        display "EVENT " subject-event " NOT ON GR-EVENTS - RUN REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    if tbl-ev-state (subject-sub) = "CANCELLED"
        display "EVENT " subject-event " IS ALREADY CANCELLED - RUN "
            "REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    if postpone-action
        perform check-new-date
        if new-sell-in not > 0
            display "NEW CONCERT DATE " new-event-date
                " IS NOT A DATE AFTER " run-date-ws " - RUN REFUSED"
            move 8 to run-rc
            move "REFUSED" to condition-ws
            perform write-run-log
            move run-rc to return-code
            goback
        end-if
    end-if.
    perform acquire-item-lock.
    if not item-lock-ok
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open i-o items.
    if items-status not = '00'
        display "ITEMS MASTER NOT AVAILABLE - STATUS " items-status
        perform release-item-lock
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform collect-event-passes.
    if pass-overflow
        display "EVENT HAS MORE THAN 500 PASS RECORDS - RUN REFUSED "
            "RATHER THAN RESET HALF THE CHAIN"
        close items
        perform release-item-lock
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform open-journal.
    open extend audit-history-file.
    open output statement-file.
    perform write-statement-heading.
    perform write-statement-action.
    perform change-one-pass
        varying pass-sub from 1 by 1
        until pass-sub > pass-count.
    if cancel-action
        perform load-store-table
        perform load-rate-table
        perform build-refund-register
    end-if.
    perform rewrite-event-master.
    move changed-count to st-changed.
    move sold-count to st-sold.
    move base-liability to st-base.
    move statement-total-line to statement-line.
    write statement-line.
    close statement-file.
    close audit-history-file.
    close journal-file.
    close items.
    perform release-item-lock.
    if error-count > 0
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    perform write-run-log.
    move run-rc to return-code.
    goback.

find-subject-event.
    move 'N' to event-found-flag.
    move 1 to event-sub.
    perform find-event-entry until event-sub > event-count
        or event-found.
    move event-sub to subject-sub.

find-event-entry.
    if tbl-ev-code (event-sub) = subject-event
        move 'Y' to event-found-flag
    else
        add 1 to event-sub
    end-if.

*> A postponement's new sell-in is the days from the processing date
*> to the new concert date; a date that is not a date, or is not
*> after the processing date, leaves it at zero and is refused.
check-new-date.
    move 0 to new-sell-in.
    move run-date-ws to run-date-num.
    if new-event-date is numeric and run-date-num is numeric
        move new-event-date to new-date-num
        if new-date-num > run-date-num
            compute new-sell-in =
                function integer-of-date (new-date-num)
                - function integer-of-date (run-date-num)
        end-if
    end-if.

*> Every record on the master, in every store, whose name is the
*> event's pass name.
collect-event-passes.
    move 0 to pass-count.
    move 'N' to pass-eof-flag.
    move 'N' to pass-overflow-flag.
    move low-values to item-key.
    start items key not < item-key
        invalid key
            move 'Y' to pass-eof-flag
    end-start.
    perform collect-pass-record until pass-eof.

collect-pass-record.
    read items next
        at end
            move 'Y' to pass-eof-flag
        not at end
            if name = tbl-ev-name (subject-sub)
                if pass-count < 500
                    add 1 to pass-count
                    move store-id to tbl-pass-store (pass-count)
                else
                    move 'Y' to pass-overflow-flag
                    move 'Y' to pass-eof-flag
                end-if
            end-if
    end-read.

change-one-pass.
    move tbl-pass-store (pass-sub) to store-id.
    move tbl-ev-name (subject-sub) to name.
    read items
        invalid key
            add 1 to error-count
            display "PASS NO LONGER ON MASTER - NOT CHANGED: "
                tbl-pass-store (pass-sub)
        not invalid key
            perform rewrite-one-pass
    end-read.

rewrite-one-pass.
    move "EVENTMAINT" to jr-program.
    move 'R' to jr-action.
    move run-date-ws to jr-run-date.
    move item to jr-image.
    move operator-id-ws to jr-operator.
    write journal-record.
    move store-id to audit-store-id.
    move name to audit-name.
    move sell-in to audit-old-sell-in.
    move quality to audit-old-quality.
    move price to audit-old-price.
    if postpone-action
        move new-sell-in to sell-in
    else
        move 0 to sell-in
        move 0 to quality
    end-if.
    rewrite item
        invalid key
            add 1 to error-count
            display "PASS NOT REWRITTEN: " store-id
        not invalid key
            add 1 to changed-count
            perform write-pass-audit
            perform write-statement-detail
    end-rewrite.

write-pass-audit.
    move sell-in to audit-new-sell-in.
    move quality to audit-new-quality.
    move price to audit-new-price.
    move run-date-ws to audit-run-date.
    move operator-id-ws to audit-operator.
    write audit-record.

*> The refund liability: every SOLD pass for the event on the sales
*> trail, counted and summed per store, one register record a store.
build-refund-register.
    move 0 to refund-count.
    open input sales-history-file.
    if sales-status = '00'
        perform read-sale-record until sales-status not = '00'
    else
        display "GR-SALES-HISTORY NOT AVAILABLE - NO PASSES SOLD "
            "REGISTERED"
        add 1 to error-count
    end-if.
    close sales-history-file.
    open extend refund-file.
    perform write-refund-entry
        varying refund-sub from 1 by 1
        until refund-sub > refund-count.
    close refund-file.

read-sale-record.
    read sales-history-file
        at end
            continue
        not at end
            if sale-name = tbl-ev-name (subject-sub)
                perform add-refund-sale
            end-if
    end-read.

add-refund-sale.
    move 'N' to refund-found-flag.
    move 1 to refund-sub.
    perform find-refund-entry until refund-sub > refund-count
        or refund-found.
    if not refund-found
        if refund-count < 50
            add 1 to refund-count
            move refund-count to refund-sub
            move sale-store-id to tbl-rf-store (refund-sub)
            move 0 to tbl-rf-count (refund-sub)
            move 0 to tbl-rf-amount (refund-sub)
            move 'Y' to refund-found-flag
        else
            display "MORE THAN 50 SELLING STORES - SALE NOT "
                "REGISTERED FOR STORE " sale-store-id
            add 1 to error-count
        end-if
    end-if.
    if refund-found
        add 1 to tbl-rf-count (refund-sub)
        add sale-proceeds to tbl-rf-amount (refund-sub)
    end-if.

find-refund-entry.
    if tbl-rf-store (refund-sub) = sale-store-id
        move 'Y' to refund-found-flag
    else
        add 1 to refund-sub
    end-if.

write-refund-entry.
    move tbl-rf-store (refund-sub) to lookup-store-id.
    perform set-store-rate.
    compute base-amount rounded =
        tbl-rf-amount (refund-sub) * lookup-rate.
    add tbl-rf-count (refund-sub) to sold-count.
    add base-amount to base-liability.
    move subject-event to rfd-event-code.
    move tbl-rf-store (refund-sub) to rfd-store-id.
    move run-date-ws to rfd-cancel-date.
    move tbl-rf-count (refund-sub) to rfd-pass-count.
    move lookup-currency to rfd-currency.
    move tbl-rf-amount (refund-sub) to rfd-local-amount.
    move base-amount to rfd-base-amount.
    move operator-id-ws to rfd-operator.
    write refund-record.
    move rfd-store-id to sr-store-id.
    move rfd-pass-count to sr-count.
    move rfd-currency to sr-currency.
    move rfd-local-amount to sr-local.
    move rfd-base-amount to sr-base.
    move statement-refund-line to statement-line.
    write statement-line.

*> The event's new date and state go back with every other event
*> exactly as it was read.
rewrite-event-master.
    if postpone-action
        move new-event-date to tbl-ev-date (subject-sub)
        move "POSTPONED" to tbl-ev-state (subject-sub)
    else
        move "CANCELLED" to tbl-ev-state (subject-sub)
    end-if.
    open output event-file.
    perform rewrite-event-entry
        varying event-sub from 1 by 1
        until event-sub > event-count.
    close event-file.

rewrite-event-entry.
    move tbl-ev-code (event-sub) to event-code.
    move tbl-ev-name (event-sub) to event-name.
    move tbl-ev-tier1 (event-sub) to event-tier1-days.
    move tbl-ev-tier2 (event-sub) to event-tier2-days.
    move tbl-ev-date (event-sub) to event-date.
    move tbl-ev-state (event-sub) to event-state.
    write event-record.

write-statement-heading.
    move run-date-ws to sh-run-date.
    move statement-heading to statement-line.
    write statement-line.

write-statement-action.
    if postpone-action
        move "POSTPONE  " to sa-action
        move " NEW DATE " to sa-date-label
        move new-event-date to sa-event-date
    else
        move "CANCEL    " to sa-action
        move " WAS DATE " to sa-date-label
        move tbl-ev-date (subject-sub) to sa-event-date
    end-if.
    move subject-event to sa-event-code.
    move tbl-ev-name (subject-sub) to sa-event-name.
    move statement-action-line to statement-line.
    write statement-line.

write-statement-detail.
    move store-id to sd-store-id.
    move audit-old-sell-in to sd-old-sell-in.
    move audit-old-quality to sd-old-quality.
    move sell-in to sd-new-sell-in.
    move quality to sd-new-quality.
    move statement-detail to statement-line.
    write statement-line.

*> The store's currency and its rate into base currency - the same
*> lookup the nightly run uses. No store entry means base currency;
*> a missing rate converts at 1.
set-store-rate.
    move spaces to lookup-currency.
    move 1 to lookup-rate.
    move 1 to store-sub.
    perform find-store-entry until store-sub > store-count.
    if lookup-currency not = spaces
        perform find-currency-rate
    end-if.

find-currency-rate.
    move 0 to lookup-rate.
    move 1 to rate-sub.
    perform find-rate-entry until rate-sub > rate-count.
    if lookup-rate = 0
        move 1 to lookup-rate
        display "NO RATE ON FILE FOR " lookup-currency
            " - CONVERTED AT 1"
        add 1 to error-count
    end-if.

find-store-entry.
    if tbl-store-id (store-sub) = lookup-store-id
        move tbl-store-currency (store-sub) to lookup-currency
        move store-count to store-sub
    end-if
    add 1 to store-sub.

find-rate-entry.
    if tbl-rate-currency (rate-sub) = lookup-currency
        move tbl-rate-value (rate-sub) to lookup-rate
        move rate-count to rate-sub
    end-if
    add 1 to rate-sub.

load-store-table.
    move 0 to store-count.
    open input store-file.
    if store-status = '00'
        perform load-store-record until store-status not = '00'
            or store-count >= 50
    end-if
    close store-file.

load-store-record.
    read store-file
        at end
            continue
        not at end
            add 1 to store-count
            move store-rec-id to tbl-store-id (store-count)
            move store-currency to tbl-store-currency (store-count)
    end-read.

load-rate-table.
    move 0 to rate-count.
    open input rate-file.
    if rate-status = '00'
        perform load-rate-record until rate-status not = '00'
            or rate-count >= 20
    end-if
    close rate-file.

load-rate-record.
    read rate-file
        at end
            continue
        not at end
            add 1 to rate-count
            move rate-currency to tbl-rate-currency (rate-count)
            move rate-to-base to tbl-rate-value (rate-count)
    end-read.

load-event-table.
    move 0 to event-count.
    move 'N' to event-overflow-flag.
    open input event-file.
    if event-status = '00'
        perform load-event-record until event-status not = '00'
            or event-count >= 25
        if event-status = '00'
            move 'Y' to event-overflow-flag
        end-if
    end-if
    close event-file.

load-event-record.
    read event-file
        at end
            continue
        not at end
            add 1 to event-count
            move event-code to tbl-ev-code (event-count)
            move event-name to tbl-ev-name (event-count)
            move event-tier1-days to tbl-ev-tier1 (event-count)
            move event-tier2-days to tbl-ev-tier2 (event-count)
            move event-date to tbl-ev-date (event-count)
            move event-state to tbl-ev-state (event-count)
    end-read.

open-journal.
    move spaces to journal-file-name.
    string "gr-journal-" delimited by size
        run-date-ws delimited by size
        into journal-file-name
    end-string.
    open extend journal-file.

*> Single-writer interlock on the items master, as every maintenance
*> program takes it: any held lock means refuse; stale locks are
*> inspected and released through LockMaint.
acquire-item-lock.
    move 'Y' to lock-ok-flag.
    open input lock-file.
    if lock-status = '00'
        read lock-file
            at end
                continue
            not at end
                if lock-state = 'H'
                    move 'N' to lock-ok-flag
                    display "EVENTMAINT: ITEMS MASTER LOCKED BY "
                        lock-holder " SINCE " lock-date " "
                        lock-time " - RUN REFUSED"
                end-if
        end-read
    end-if.
    close lock-file.
    if item-lock-ok
        perform write-lock-held
    end-if.

write-lock-held.
    move 'H' to lock-state.
    move "EVENTMAINT" to lock-holder.
    move run-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move operator-id-ws to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.

release-item-lock.
    move 'F' to lock-state.
    move "EVENTMAINT" to lock-holder.
    move run-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move operator-id-ws to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.

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
        display "EVENTMAINT: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "EVENTMAINT"
       or opr-program (operator-sub) = "ALL"
        move 'Y' to operator-flag
    end-if.

load-run-control.
    open input runctl-file.
    if runctl-status = '00'
        read runctl-file
            not at end
                move runctl-process-date to run-date-ws
        end-read
    end-if
    close runctl-file.

write-run-log.
    move run-date-ws to rl-run-date.
    move "EVENTMAINT" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move changed-count to rl-in-count.
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

end program EventMaint.
