program-id. RecallMaint as "RecallMaint".

*> Recall quarantine maintenance - the one way an item leaves
*> quarantine. For a store, item and recall the operator either
*> releases the item back to open sale (the supplier cleared the
*> batch, or the item proved not to be from it) or disposes of it
*> under code RECALL: the record is journalled and deleted from the
*> items master and lands on gr-disposal-history as a RECALL
*> disposal, so the close and the GL posting see it leave the book.
*> Either way the quarantine entry is kept, marked released or
*> disposed with the date and operator, and the action goes on
*> gr-quarantine-history. The item is frozen until every recall
*> that caught it has been dealt with.

environment division.

input-output section.

file-control.
    select items assign 'items'
        organization indexed
        access mode dynamic
        record key is item-key
        file status is items-status.
    select optional quarantine-file assign 'gr-quarantine'
        file status is quarantine-status.
    select optional quarantine-history-file
        assign 'gr-quarantine-history'.
    select optional disposal-history-file
        assign 'gr-disposal-history'.
    select optional journal-file
        assign to dynamic journal-file-name.
    select lock-file assign 'gr-itemlock'
        file status is lock-status.
    select statement-file assign 'gr-recallmaint-report'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select operator-file assign 'gr-operators'
        file status is operator-status.

data division.
file section.
   fd items.
   copy "gritem.cpy".
   fd quarantine-file.
   copy "grquar.cpy".
   fd quarantine-history-file.
   copy "grqtnh.cpy".
   fd disposal-history-file.
   copy "grdisph.cpy".
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
   01 quarantine-status pic x(2).
   01 journal-file-name pic x(30).
   01 lock-status pic x(2).
   01 lock-ok-flag pic x value 'N'.
      88 item-lock-ok value 'Y'.
   01 lock-time-ws pic x(8).
   01 action-choice pic x.
      88 release-action value 'R', 'r'.
      88 dispose-action value 'D', 'd'.
   01 subject-store pic x(4).
   01 subject-name pic x(50).
   01 subject-recall pic x(8).
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
   01 item-found-flag pic x value 'N'.
      88 item-on-master value 'Y'.
   01 action-count pic 9(6) value 0.
   01 statement-heading.
      02 filler pic x(30) value "RECALL QUARANTINE - RUN DATE ".
      02 sh-run-date pic x(8).
   01 statement-detail.
      02 sd-action pic x(10).
      02 filler pic x(8) value " RECALL ".
      02 sd-recall pic x(8).
      02 filler pic x value space.
      02 sd-store pic x(4).
      02 filler pic x value space.
      02 sd-name pic x(50).
      02 filler pic x(9) value " QUALITY ".
      02 sd-quality pic ----9.
      02 filler pic x(7) value " PRICE ".
      02 sd-price pic z(4)9.99.
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
    display "Store-id: ".
    accept subject-store.
    display "Item name: ".
    accept subject-name.
    display "Recall id: ".
    accept subject-recall.
    display "Action (R=Release, D=Dispose as RECALL): ".
    accept action-choice.
    if not release-action and not dispose-action
        display "UNKNOWN ACTION - NOTHING DONE"
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
    perform find-quarantine-entry.
    if not quarantine-found
        display "RECALLMAINT: " subject-store " " subject-name
            " NOT IN QUARANTINE UNDER RECALL " subject-recall
            " - NOTHING DONE"
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
    perform read-subject-item.
    if dispose-action and not item-on-master
        display "RECALLMAINT: " subject-store " " subject-name
            " NOT ON MASTER - NOTHING TO DISPOSE OF"
        close items
        perform release-item-lock
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open output statement-file.
    move run-date-ws to sh-run-date.
    move statement-heading to statement-line.
    write statement-line.
    open extend quarantine-history-file.
    if release-action
        perform release-quarantine
    else
        perform dispose-recalled-item
    end-if.
    close quarantine-history-file.
    close statement-file.
    close items.
    perform rewrite-quarantine-file.
    perform release-item-lock.
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> The item as it stands, for the trail. A release does not need the
*> record - an item that has since left the master can still be
*> released off the quarantine file - so a missing one is recorded
*> at zero.
read-subject-item.
    move 'N' to item-found-flag.
    move subject-store to store-id.
    move subject-name to name.
    read items
        invalid key
            move 0 to quality
            move 0 to price
        not invalid key
            move 'Y' to item-found-flag
    end-read.

release-quarantine.
    move 'R' to tbl-qtn-state (quarantine-sub).
    move run-date-ws to tbl-qtn-action-date (quarantine-sub).
    move operator-id-ws to tbl-qtn-operator (quarantine-sub).
    move "RELEASE" to qh-action.
    perform write-quarantine-history.
    add 1 to action-count.

*> Before-image to the run-stamped journal, then the delete, then the
*> removal trail under code RECALL - the same sequence Dispose uses.
dispose-recalled-item.
    perform open-journal.
    move "RECALLMAINT" to jr-program.
    move 'D' to jr-action.
    move run-date-ws to jr-run-date.
    move item to jr-image.
    move operator-id-ws to jr-operator.
    write journal-record.
    close journal-file.
    delete items record
        invalid key
            display "RECALLMAINT: DELETE FAILED FOR " subject-store
                " " subject-name
            move 8 to run-rc
            move "FATAL" to condition-ws
        not invalid key
            move 'D' to tbl-qtn-state (quarantine-sub)
            move run-date-ws to tbl-qtn-action-date (quarantine-sub)
            move operator-id-ws to tbl-qtn-operator (quarantine-sub)
            perform write-recall-disposal
            move "RECALL" to qh-action
            perform write-quarantine-history
            add 1 to action-count
    end-delete.

write-recall-disposal.
    open extend disposal-history-file.
    move "RECALL" to dsph-code.
    move store-id to dsph-store-id.
    move name to dsph-name.
    move quality to dsph-quality.
    move price to dsph-price.
    move run-date-ws to dsph-run-date.
    write disposal-history-record.
    close disposal-history-file.

write-quarantine-history.
    move subject-store to qh-store-id.
    move subject-name to qh-name.
    move subject-recall to qh-recall-id.
    move quality to qh-quality.
    move price to qh-price.
    move run-date-ws to qh-run-date.
    move "RECALLMAINT" to qh-program.
    move operator-id-ws to qh-operator.
    write quarantine-history-record.
    move qh-action to sd-action.
    move subject-recall to sd-recall.
    move subject-store to sd-store.
    move subject-name to sd-name.
    move quality to sd-quality.
    move price to sd-price.
    move statement-detail to statement-line.
    write statement-line.

find-quarantine-entry.
    move 'N' to quarantine-found-flag.
    move 1 to quarantine-sub.
    perform find-quarantine-item until quarantine-sub > quarantine-count
        or quarantine-found.

find-quarantine-item.
    if tbl-qtn-store-id (quarantine-sub) = subject-store
       and tbl-qtn-name (quarantine-sub) = subject-name
       and tbl-qtn-recall-id (quarantine-sub) = subject-recall
       and tbl-qtn-state (quarantine-sub) = 'Q'
        move 'Y' to quarantine-found-flag
    else
        add 1 to quarantine-sub
    end-if.

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

open-journal.
    move spaces to journal-file-name.
    string "gr-journal-" delimited by size
        run-date-ws delimited by size
        into journal-file-name
    end-string.
    open extend journal-file.

*> Single-writer interlock on the items master: one updater at a
*> time, recorded with holder, date and time. Any held lock means
*> refuse; stale locks are inspected and released through LockMaint.
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
                    display "RECALLMAINT: ITEMS MASTER LOCKED BY "
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
    move "RECALLMAINT" to lock-holder.
    move run-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move operator-id-ws to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.

release-item-lock.
    move 'F' to lock-state.
    move "RECALLMAINT" to lock-holder.
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
        display "RECALLMAINT: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "RECALLMAINT"
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
    move "RECALLMAINT" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move action-count to rl-in-count.
    move 0 to rl-reject-count.
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

end program RecallMaint.
