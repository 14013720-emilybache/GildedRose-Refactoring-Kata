program-id. Recall as "Recall".

*> Product recall processing. Reads the supplier recall notices on
*> gr-recalls and, for each, traces the recalled stock chain-wide:
*> every receipt on gr-receipts-history the notice catches (name
*> exact or prefix, store list, receipt date range), every record of
*> those store/item pairs still on the items master, and every sale
*> of them on gr-sales-history since the first caught receipt - what
*> is still on the shelf and what has already gone out, and when, so
*> customers can be contacted. Stock still on hand is placed in
*> quarantine on gr-quarantine, which freezes it for the nightly run,
*> Reorder, LabelExtract, Transfer and Dispose; each placement lands
*> on gr-quarantine-history. Nothing leaves the master here: a
*> quarantined item is released or disposed of under code RECALL
*> only through RecallMaint. Rerunning a notice places nothing twice
*> - an item the recall has already caught, released or disposed of
*> is traced but left as it stands.

environment division.

input-output section.

file-control.
    select items assign 'items'
        organization indexed
        access mode sequential
        record key is item-key
        file status is items-status.
    select recall-file assign 'gr-recalls'
        file status is recall-status.
    select optional quarantine-file assign 'gr-quarantine'
        file status is quarantine-status.
    select optional quarantine-history-file
        assign 'gr-quarantine-history'.
    select optional receipt-history-file assign 'gr-receipts-history'
        file status is receipt-history-status.
    select optional sales-history-file assign 'gr-sales-history'
        file status is sales-history-status.
    select trace-file assign 'gr-recall-trace'.
    select lock-file assign 'gr-itemlock'
        file status is lock-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select operator-file assign 'gr-operators'
        file status is operator-status.

data division.
file section.
   fd items.
   copy "gritem.cpy".
   fd recall-file.
   copy "grrecall.cpy".
   fd quarantine-file.
   copy "grquar.cpy".
   fd quarantine-history-file.
   copy "grqtnh.cpy".
   fd receipt-history-file.
   copy "grrcpth.cpy".
   fd sales-history-file.
   copy "grsales.cpy".
   fd trace-file.
   01 trace-line pic x(132).
   fd lock-file.
   copy "grlock.cpy".
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
   01 recall-status pic x(2).
   01 quarantine-status pic x(2).
   01 receipt-history-status pic x(2).
   01 sales-history-status pic x(2).
   01 lock-status pic x(2).
   01 lock-ok-flag pic x value 'N'.
      88 item-lock-ok value 'Y'.
   01 lock-time-ws pic x(8).
   01 recall-table.
      02 recall-entry occurs 25 times.
         03 tbl-rcl-id pic x(8).
         03 tbl-rcl-match pic x.
         03 tbl-rcl-name pic x(50).
         03 tbl-rcl-from-date pic x(8).
         03 tbl-rcl-to-date pic x(8).
         03 tbl-rcl-supplier pic x(6).
         03 tbl-rcl-stores.
            04 tbl-rcl-store pic x(4) occurs 10 times.
         03 tbl-rcl-len pic 9(4) comp.
   01 recall-count pic 9(4) value 0 comp.
   01 recall-sub pic 9(4) comp.
   01 recall-overflow-flag pic x value 'N'.
      88 recall-overflow value 'Y'.
   01 rcl-len-ws pic 9(4) comp.
   01 rcl-store-sub pic 9(4) comp.
   01 recall-match-flag pic x value 'N'.
      88 recall-matched value 'Y'.
   01 store-match-flag pic x value 'N'.
      88 store-listed value 'Y'.
   01 match-store-id pic x(4).
   01 match-name pic x(50).
*> gr-quarantine is rewritten from this table, so the whole file has
*> to fit - hitting the cap means refuse, never drop a quarantine.
   01 quarantine-table.
      02 quarantine-entry occurs 1000 times.
         03 tbl-qtn-store-id pic x(4).
         03 tbl-qtn-name pic x(50).
         03 tbl-qtn-recall-id pic x(8).
         03 tbl-qtn-state pic x.
         03 tbl-qtn-placed-date pic x(8).
         03 tbl-qtn-action-date pic x(8).
         03 tbl-qtn-operator pic x(8).
   01 quarantine-count pic 9(4) value 0 comp.
   01 quarantine-sub pic 9(4) comp.
   01 quarantine-overflow-flag pic x value 'N'.
      88 quarantine-overflow value 'Y'.
   01 quarantine-found-flag pic x value 'N'.
      88 quarantine-found value 'Y'.
*> The store/item pairs one notice caught on the receipts history,
*> with the first date each was received inside the recall window -
*> the date sales are traced from.
   01 key-table.
      02 key-entry occurs 500 times.
         03 tbl-key-store-id pic x(4).
         03 tbl-key-name pic x(50).
         03 tbl-key-first-date pic x(8).
   01 key-count pic 9(4) value 0 comp.
   01 key-sub pic 9(4) comp.
   01 key-found-flag pic x value 'N'.
      88 key-found value 'Y'.
   01 key-full-flag pic x value 'N'.
      88 key-table-full value 'Y'.
   01 trace-eof-flag pic x value 'N'.
      88 trace-eof value 'Y'.
   01 received-count pic 9(6) value 0.
   01 on-hand-count pic 9(6) value 0.
   01 on-hand-quality pic s9(7) value 0.
   01 sold-count pic 9(6) value 0.
   01 placed-count pic 9(6) value 0.
   01 total-placed-count pic 9(6) value 0.
   01 error-count pic 9(6) value 0.
   01 trace-heading.
      02 filler pic x(25) value "RECALL TRACE - RUN DATE ".
      02 th-run-date pic x(8).
   01 recall-heading.
      02 filler pic x(7) value "RECALL ".
      02 rh-recall-id pic x(8).
      02 filler pic x value space.
      02 rh-match pic x(6).
      02 rh-name pic x(50).
      02 filler pic x(10) value " RECEIVED ".
      02 rh-from-date pic x(8).
      02 filler pic x(4) value " TO ".
      02 rh-to-date pic x(8).
      02 filler pic x(10) value " SUPPLIER ".
      02 rh-supplier pic x(6).
   01 trace-detail.
      02 filler pic x(2) value spaces.
      02 td-kind pic x(9).
      02 td-store-id pic x(4).
      02 filler pic x value space.
      02 td-name pic x(50).
      02 filler pic x value space.
      02 td-date pic x(8).
      02 filler pic x(9) value " QUALITY ".
      02 td-quality pic ----9.
      02 filler pic x value space.
      02 td-amount-label pic x(9).
      02 td-amount pic z(4)9.99.
      02 filler pic x value space.
      02 td-note pic x(20).
   01 recall-total-line.
      02 filler pic x(11) value "  RECEIVED ".
      02 rt-received pic zz9999.
      02 filler pic x(9) value " ON HAND ".
      02 rt-on-hand pic zz9999.
      02 filler pic x(9) value " QUALITY ".
      02 rt-on-hand-quality pic ------9.
      02 filler pic x(6) value " SOLD ".
      02 rt-sold pic zz9999.
      02 filler pic x(13) value " QUARANTINED ".
      02 rt-placed pic zz9999.
   01 key-full-line pic x(60)
       value "  MORE THAN 500 ITEMS CAUGHT - TRACE INCOMPLETE".
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
    perform load-recall-table.
    if recall-overflow
        display "GR-RECALLS HAS MORE THAN 25 NOTICES - RUN REFUSED "
            "RATHER THAN PULL ONLY PART OF THE RECALLS"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-quarantine-table.
    if quarantine-overflow
        display "GR-QUARANTINE HAS MORE THAN 1000 ENTRIES - RUN "
            "REFUSED RATHER THAN REWRITE THE FILE AND DROP ENTRIES"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform acquire-item-lock.
    if not item-lock-ok
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open output trace-file.
    open extend quarantine-history-file.
    move run-date-ws to th-run-date.
    move trace-heading to trace-line.
    write trace-line.
    perform trace-one-recall
        varying recall-sub from 1 by 1
        until recall-sub > recall-count
           or condition-ws = "FATAL".
    close trace-file.
    close quarantine-history-file.
    if condition-ws not = "FATAL"
        perform rewrite-quarantine-file
    end-if.
    perform release-item-lock.
    if condition-ws = "FATAL"
        move 8 to run-rc
    else
        if error-count > 0
            move 4 to run-rc
            move "WARNINGS" to condition-ws
        end-if
    end-if.
    display "RECALL: " recall-count " NOTICES, " total-placed-count
        " ITEMS PLACED IN QUARANTINE".
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> One notice, three passes: what came in under it, what of that is
*> still on the master (quarantined here), and what has been sold.
trace-one-recall.
    move 0 to key-count.
    move 'N' to key-full-flag.
    move 0 to received-count.
    move 0 to on-hand-count.
    move 0 to on-hand-quality.
    move 0 to sold-count.
    move 0 to placed-count.
    perform write-recall-heading.
    perform trace-receipts.
    if key-table-full
        move key-full-line to trace-line
        write trace-line
        add 1 to error-count
    end-if.
    perform trace-on-hand.
    perform trace-sales.
    move received-count to rt-received.
    move on-hand-count to rt-on-hand.
    move on-hand-quality to rt-on-hand-quality.
    move sold-count to rt-sold.
    move placed-count to rt-placed.
    move recall-total-line to trace-line.
    write trace-line.

write-recall-heading.
    move tbl-rcl-id (recall-sub) to rh-recall-id.
    if tbl-rcl-match (recall-sub) = 'P'
        move "PREFIX" to rh-match
    else
        move "EXACT" to rh-match
    end-if.
    move tbl-rcl-name (recall-sub) to rh-name.
    move tbl-rcl-from-date (recall-sub) to rh-from-date.
    move tbl-rcl-to-date (recall-sub) to rh-to-date.
    move tbl-rcl-supplier (recall-sub) to rh-supplier.
    move recall-heading to trace-line.
    write trace-line.

trace-receipts.
    move 'N' to trace-eof-flag.
    open input receipt-history-file.
    perform trace-receipt-record until trace-eof.
    close receipt-history-file.

trace-receipt-record.
    read receipt-history-file
        at end
            move 'Y' to trace-eof-flag
        not at end
            if rcph-run-date not < tbl-rcl-from-date (recall-sub)
               and rcph-run-date not > tbl-rcl-to-date (recall-sub)
                move rcph-store-id to match-store-id
                move rcph-name to match-name
                perform check-recall-match
                if recall-matched
                    perform write-received-line
                    perform add-caught-key
                end-if
            end-if
    end-read.

write-received-line.
    add 1 to received-count.
    move "RECEIVED" to td-kind.
    move rcph-store-id to td-store-id.
    move rcph-name to td-name.
    move rcph-run-date to td-date.
    move rcph-quality to td-quality.
    move " COST " to td-amount-label.
    move rcph-cost to td-amount.
    move spaces to td-note.
    string "SUPPLIER " delimited by size
        rcph-supplier delimited by size
        into td-note
    end-string.
    move trace-detail to trace-line.
    write trace-line.

add-caught-key.
    perform find-caught-key.
    if key-found
        if rcph-run-date < tbl-key-first-date (key-sub)
            move rcph-run-date to tbl-key-first-date (key-sub)
        end-if
    else
        if key-count < 500
            add 1 to key-count
            move rcph-store-id to tbl-key-store-id (key-count)
            move rcph-name to tbl-key-name (key-count)
            move rcph-run-date to tbl-key-first-date (key-count)
        else
            move 'Y' to key-full-flag
        end-if
    end-if.

find-caught-key.
    move 'N' to key-found-flag.
    move 1 to key-sub.
    perform find-caught-key-entry until key-sub > key-count
        or key-found.

find-caught-key-entry.
    if tbl-key-store-id (key-sub) = match-store-id
       and tbl-key-name (key-sub) = match-name
        move 'Y' to key-found-flag
    else
        add 1 to key-sub
    end-if.

*> A notice catches a name exactly or by prefix, and a store when the
*> store is on its list or the list is empty.
check-recall-match.
    move 'N' to recall-match-flag.
    if tbl-rcl-match (recall-sub) = 'P'
        move tbl-rcl-len (recall-sub) to rcl-len-ws
        if match-name (1:rcl-len-ws) =
           tbl-rcl-name (recall-sub) (1:rcl-len-ws)
            move 'Y' to recall-match-flag
        end-if
    else
        if match-name = tbl-rcl-name (recall-sub)
            move 'Y' to recall-match-flag
        end-if
    end-if.
    if recall-matched and tbl-rcl-stores (recall-sub) not = spaces
        move 'N' to store-match-flag
        perform check-recall-store
            varying rcl-store-sub from 1 by 1
            until rcl-store-sub > 10 or store-listed
        if not store-listed
            move 'N' to recall-match-flag
        end-if
    end-if.

check-recall-store.
    if tbl-rcl-store (recall-sub rcl-store-sub) = match-store-id
        move 'Y' to store-match-flag
    end-if.

trace-on-hand.
    move 'N' to trace-eof-flag.
    open input items.
    if items-status not = '00'
        display "ITEMS MASTER NOT AVAILABLE - STATUS " items-status
        move "FATAL" to condition-ws
    else
        perform trace-item-record until trace-eof
        close items
    end-if.

trace-item-record.
    read items
        at end
            move 'Y' to trace-eof-flag
        not at end
            move store-id to match-store-id
            move name to match-name
            perform find-caught-key
            if key-found
                perform quarantine-on-hand-item
            end-if
    end-read.

*> Stock still on hand is frozen unless this recall has already been
*> through it - a release or a RECALL disposal stands.
quarantine-on-hand-item.
    add 1 to on-hand-count.
    add quality to on-hand-quality.
    move "ON HAND" to td-kind.
    move store-id to td-store-id.
    move name to td-name.
    move tbl-key-first-date (key-sub) to td-date.
    move quality to td-quality.
    move " PRICE " to td-amount-label.
    move price to td-amount.
    perform find-quarantine-entry.
    if quarantine-found
        evaluate tbl-qtn-state (quarantine-sub)
            when 'R'
                move "RELEASED" to td-note
            when 'D'
                move "RECALL DISPOSED" to td-note
            when other
                move "QUARANTINED" to td-note
        end-evaluate
    else
        perform place-in-quarantine
        move "QUARANTINED NOW" to td-note
    end-if.
    move trace-detail to trace-line.
    write trace-line.

find-quarantine-entry.
    move 'N' to quarantine-found-flag.
    move 1 to quarantine-sub.
    perform find-quarantine-item until quarantine-sub > quarantine-count
        or quarantine-found.

find-quarantine-item.
    if tbl-qtn-store-id (quarantine-sub) = store-id
       and tbl-qtn-name (quarantine-sub) = name
       and tbl-qtn-recall-id (quarantine-sub) = tbl-rcl-id (recall-sub)
        move 'Y' to quarantine-found-flag
    else
        add 1 to quarantine-sub
    end-if.

place-in-quarantine.
    if quarantine-count < 1000
        add 1 to quarantine-count
        move store-id to tbl-qtn-store-id (quarantine-count)
        move name to tbl-qtn-name (quarantine-count)
        move tbl-rcl-id (recall-sub)
            to tbl-qtn-recall-id (quarantine-count)
        move 'Q' to tbl-qtn-state (quarantine-count)
        move run-date-ws to tbl-qtn-placed-date (quarantine-count)
        move spaces to tbl-qtn-action-date (quarantine-count)
        move operator-id-ws to tbl-qtn-operator (quarantine-count)
        add 1 to placed-count
        add 1 to total-placed-count
        move "QUARANTINE" to qh-action
        perform write-quarantine-history
    else
        display "RECALL: GR-QUARANTINE FULL - " store-id " " name
            " NOT QUARANTINED"
        add 1 to error-count
    end-if.

write-quarantine-history.
    move store-id to qh-store-id.
    move name to qh-name.
    move tbl-rcl-id (recall-sub) to qh-recall-id.
    move quality to qh-quality.
    move price to qh-price.
    move run-date-ws to qh-run-date.
    move "RECALL" to qh-program.
    move operator-id-ws to qh-operator.
    write quarantine-history-record.

*> A sale is traced when the pair was caught and it was sold on or
*> after the first caught receipt - stock sold before the recalled
*> batch arrived cannot have been from it.
trace-sales.
    move 'N' to trace-eof-flag.
    open input sales-history-file.
    perform trace-sale-record until trace-eof.
    close sales-history-file.

trace-sale-record.
    read sales-history-file
        at end
            move 'Y' to trace-eof-flag
        not at end
            move sale-store-id to match-store-id
            move sale-name to match-name
            perform find-caught-key
            if key-found
               and sale-run-date not < tbl-key-first-date (key-sub)
                perform write-sold-line
            end-if
    end-read.

write-sold-line.
    add 1 to sold-count.
    move "SOLD" to td-kind.
    move sale-store-id to td-store-id.
    move sale-name to td-name.
    move sale-run-date to td-date.
    move sale-quality to td-quality.
    move " PROCEEDS" to td-amount-label.
    move sale-proceeds to td-amount.
    move spaces to td-note.
    move trace-detail to trace-line.
    write trace-line.

rewrite-quarantine-file.
    open output quarantine-file.
    perform rewrite-one-quarantine
        varying quarantine-sub from 1 by 1
        until quarantine-sub > quarantine-count.
    close quarantine-file.

rewrite-one-quarantine.
    move tbl-qtn-store-id (quarantine-sub) to qtn-store-id.
    move tbl-qtn-name (quarantine-sub) to qtn-name.
    move tbl-qtn-recall-id (quarantine-sub) to qtn-recall-id.
    move tbl-qtn-state (quarantine-sub) to qtn-state.
    move tbl-qtn-placed-date (quarantine-sub) to qtn-placed-date.
    move tbl-qtn-action-date (quarantine-sub) to qtn-action-date.
    move tbl-qtn-operator (quarantine-sub) to qtn-operator.
    write quarantine-record.

load-quarantine-table.
    move 0 to quarantine-count.
    open input quarantine-file.
    if quarantine-status = '00'
        perform load-quarantine-record
            until quarantine-status not = '00'
            or quarantine-count >= 1000
        if quarantine-status = '00'
            read quarantine-file
                at end
                    continue
                not at end
                    move 'Y' to quarantine-overflow-flag
            end-read
        end-if
    end-if
    close quarantine-file.

load-quarantine-record.
    read quarantine-file
        at end
            continue
        not at end
            if qtn-name not = spaces
                add 1 to quarantine-count
                move qtn-store-id to tbl-qtn-store-id (quarantine-count)
                move qtn-name to tbl-qtn-name (quarantine-count)
                move qtn-recall-id
                    to tbl-qtn-recall-id (quarantine-count)
                move qtn-state to tbl-qtn-state (quarantine-count)
                move qtn-placed-date
                    to tbl-qtn-placed-date (quarantine-count)
                move qtn-action-date
                    to tbl-qtn-action-date (quarantine-count)
                move qtn-operator to tbl-qtn-operator (quarantine-count)
            end-if
    end-read.

*> A prefix notice needs a name to match on; a blank-named notice
*> would catch every item and is skipped.
load-recall-table.
    move 0 to recall-count.
    open input recall-file.
    if recall-status = '00'
        perform load-recall-record until recall-status not = '00'
            or recall-count >= 25
        if recall-status = '00'
            read recall-file
                at end
                    continue
                not at end
                    move 'Y' to recall-overflow-flag
            end-read
        end-if
    end-if
    close recall-file.

load-recall-record.
    read recall-file
        at end
            continue
        not at end
            if rcl-name not = spaces and rcl-id not = spaces
                add 1 to recall-count
                move rcl-id to tbl-rcl-id (recall-count)
                move rcl-match to tbl-rcl-match (recall-count)
                move rcl-name to tbl-rcl-name (recall-count)
                move rcl-from-date to tbl-rcl-from-date (recall-count)
                move rcl-to-date to tbl-rcl-to-date (recall-count)
                move rcl-supplier to tbl-rcl-supplier (recall-count)
                perform copy-recall-store
                    varying rcl-store-sub from 1 by 1
                    until rcl-store-sub > 10
                perform measure-recall-name
                move rcl-len-ws to tbl-rcl-len (recall-count)
            end-if
    end-read.

copy-recall-store.
    move rcl-store (rcl-store-sub)
        to tbl-rcl-store (recall-count rcl-store-sub).

measure-recall-name.
    move 50 to rcl-len-ws.
    perform trim-recall-name until rcl-len-ws = 1
        or rcl-name (rcl-len-ws:1) not = space.

trim-recall-name.
    subtract 1 from rcl-len-ws.

*> Single-writer interlock on the items master: one updater at a
*> time, recorded with holder, date and time. gr-quarantine governs
*> what the master's updaters may touch, so it is only rewritten
*> under the lock. Any held lock means refuse; stale locks are
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
                    display "RECALL: ITEMS MASTER LOCKED BY "
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
    move "RECALL" to lock-holder.
    move run-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move operator-id-ws to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.

release-item-lock.
    move 'F' to lock-state.
    move "RECALL" to lock-holder.
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
        display "RECALL: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "RECALL"
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
    move "RECALL" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move total-placed-count to rl-in-count.
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

end program Recall.
