program-id. StoreLife as "StoreLife".

*> Store lifecycle utility: closure and onboarding in one pass instead
*> of a week of hand-built in-items pairs and manual gr-stores edits.
*> For a closure the operator names the store and chooses the
*> disposition - transfer the stock to a named receiving store
*> (revalued through gr-stores and gr-rates when the currencies
*> differ) or write it out through the disposal path, landing on
*> gr-disposal-history under code CLOSURE - and the gr-stores entry is
*> removed. For onboarding a template store's item records are cloned
*> under the new store-id (prices revalued into the new store's
*> currency) and the currency and tax jurisdiction are registered on
*> gr-stores. Every record moved or cloned lands on gr-audit and
*> gr-audit-history as a movement record (old values equal to new),
*> the shape Reconcile recognises, so the closure is on the trail
*> without being flagged as corruption. Updates are journalled to the
*> run-stamped journal and covered by the items-master lock; the
*> closure statement reports the valuation moved.

environment division.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select operator-file assign 'gr-operators'
        file status is operator-status.

data division.
file section.
   fd audit-file.
   copy "graudit.cpy".
   fd audit-history-file.
   01 audit-history-record pic x(100).
   fd disposal-history-file.
   copy "grdisph.cpy".
   fd journal-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd operator-file.
   copy "groper.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 subject-store pic x(4).
   01 partner-store pic x(4).
   01 new-currency pic x(3).
   01 new-jurisdiction pic x(4).
   01 store-table.
      02 store-entry occurs 50 times.
         03 tbl-store-id pic x(4).
         03 tbl-store-currency pic x(3).
         03 tbl-store-jurisdiction pic x(4).
   01 store-count pic 9(4) value 0 comp.
   01 store-sub pic 9(4) comp.
   01 store-status pic x(2).
      02 st-local pic z(8)9.99.
      02 filler pic x(16) value " BASE VALUATION ".
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
    display "Mode (C=Closure, O=Onboarding): ".
    accept mode-choice.
    if closure-mode
            accept partner-store
            display "Currency for new store: "
            accept new-currency
            display "Tax jurisdiction for new store: "
            accept new-jurisdiction
        else
            display "UNKNOWN MODE - NOTHING DONE"
            goback
    move 'D' to jr-action.
    move run-date-ws to jr-run-date.
    move item to jr-image.
    move operator-id-ws to jr-operator.
    write journal-record.
    delete items record.
    compute line-valuation =
            move 'A' to jr-action
            move run-date-ws to jr-run-date
            move item to jr-image
            move operator-id-ws to jr-operator
            write journal-record
            move partner-store to audit-store-id
            move revalued-price to audit-old-price
            move 'A' to jr-action
            move run-date-ws to jr-run-date
            move item to jr-image
            move operator-id-ws to jr-operator
            write journal-record
            move subject-store to audit-store-id
            move revalued-price to audit-old-price
    move tbl-stk-quality (stock-sub) to audit-old-quality.
    move tbl-stk-quality (stock-sub) to audit-new-quality.
    move run-date-ws to audit-run-date.
    move operator-id-ws to audit-operator.
    write audit-record.
    move audit-record to audit-history-record.
    write audit-history-record.
    if tbl-store-id (store-sub) not = subject-store
        move tbl-store-id (store-sub) to store-rec-id
        move tbl-store-currency (store-sub) to store-currency
        move tbl-store-jurisdiction (store-sub)
            to store-jurisdiction
        write store-record
    end-if.

        until store-sub > store-count.
    move subject-store to store-rec-id.
    move new-currency to store-currency.
    move new-jurisdiction to store-jurisdiction.
    write store-record.
    close store-file.

    if tbl-store-id (store-sub) not = subject-store
        move tbl-store-id (store-sub) to store-rec-id
        move tbl-store-currency (store-sub) to store-currency
        move tbl-store-jurisdiction (store-sub)
            to store-jurisdiction
        write store-record
    end-if.

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
            add 1 to store-count
            move store-rec-id to tbl-store-id (store-count)
            move store-currency to tbl-store-currency (store-count)
            move store-jurisdiction
                to tbl-store-jurisdiction (store-count)
    end-read.

load-rate-table.
    move statement-heading to statement-line.
    write statement-line.

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
        display "STORELIFE: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "STORELIFE"
       or opr-program (operator-sub) = "ALL"
        move 'Y' to operator-flag
    end-if.

load-run-control.
    open input runctl-file.
    if runctl-status = '00'
    move moved-count to rl-in-count.
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

end program StoreLife.
