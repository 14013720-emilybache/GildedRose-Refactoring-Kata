*> gr-events, and a pass whose quality fell to zero on last night's
*> run has just had its concert happen. One detail line per settled
*> pass with its event code, and a settlement total broken down by
*> concert. A cancelled concert is not a settlement: its passes are
*> left out of the settlement lines and totals, and the refund
*> liability EventMaint registered on gr-refund-register for the run
*> date is reported in a section of its own, store by store, with
*> the chain's base-currency liability.

environment division.

        file status is audit-status.
    select event-file assign 'gr-events'
        file status is event-status.
    select optional refund-file assign 'gr-refund-register'
        file status is refund-status.
    select settlement-report assign 'gr-settlement-report'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
   copy "graudit.cpy".
   fd event-file.
   copy "grevents.cpy".
   fd refund-file.
   copy "grrefund.cpy".
   fd settlement-report.
   01 report-line pic x(90).
   fd runctl-file.
         03 tbl-ev-name pic x(50).
         03 tbl-ev-count pic 9(6).
         03 tbl-ev-quality pic 9(8).
         03 tbl-ev-state pic x(9).
   01 event-count pic 9(4) value 0 comp.
   01 event-sub pic 9(4) comp.
   01 event-status pic x(2).
      02 rt-count pic zz9999.
      02 filler pic x(9) value " QUALITY ".
      02 rt-quality pic z(7)9.
   01 refund-status pic x(2).
   01 cancel-count pic 9(6) value 0.
   01 cancel-passes pic 9(6) value 0.
   01 cancel-base pic 9(9)v99 value 0.
   01 cancel-heading pic x(40)
       value "CANCELLED EVENTS - REFUND LIABILITY".
   01 cancel-detail.
      02 filler pic x(6) value "EVENT ".
      02 cd-event-code pic x(4).
      02 filler pic x(7) value " STORE ".
      02 cd-store-id pic x(4).
      02 filler pic x(8) value " PASSES ".
      02 cd-count pic zz9999.
      02 filler pic x value space.
      02 cd-currency pic x(3).
      02 filler pic x value space.
      02 cd-local pic z(8)9.99.
      02 filler pic x(6) value " BASE ".
      02 cd-base pic z(8)9.99.
   01 cancel-total-line.
      02 filler pic x(18) value "CANCELLED ENTRIES ".
      02 ct-count pic zz9999.
      02 filler pic x(8) value " PASSES ".
      02 ct-passes pic zz9999.
      02 filler pic x(23) value " BASE REFUND LIABILITY ".
      02 ct-base pic z(8)9.99.
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
    perform check-run-stage.
    if not run-stage-ok
settlement-start-lable.
    read audit-file end go to settlement-end-lable.
        perform find-event
        if event-found and tbl-ev-state (event-sub) not = "CANCELLED"
            if audit-old-quality > 0 and audit-new-quality = 0
                perform write-settlement-line
            end-if
settlement-end-lable.
    perform write-event-total
        varying event-sub from 1 by 1 until event-sub > event-count.
    perform report-cancelled-events.
    close audit-file.
    close settlement-report.
    perform write-run-log.
    move report-detail to report-line.
    write report-line.

*> The cancellations registered for the run date, after the normal
*> settlements and apart from them.
report-cancelled-events.
    move spaces to report-line.
    write report-line.
    move cancel-heading to report-line.
    write report-line.
    open input refund-file.
    if refund-status = '00'
        perform read-refund-record until refund-status not = '00'
    end-if.
    close refund-file.
    move cancel-count to ct-count.
    move cancel-passes to ct-passes.
    move cancel-base to ct-base.
    move cancel-total-line to report-line.
    write report-line.

read-refund-record.
    read refund-file
        at end
            continue
        not at end
            if rfd-cancel-date = run-date-ws
                perform write-cancel-line
            end-if
    end-read.

write-cancel-line.
    add 1 to cancel-count.
    add rfd-pass-count to cancel-passes.
    add rfd-base-amount to cancel-base.
    move rfd-event-code to cd-event-code.
    move rfd-store-id to cd-store-id.
    move rfd-pass-count to cd-count.
    move rfd-currency to cd-currency.
    move rfd-local-amount to cd-local.
    move rfd-base-amount to cd-base.
    move cancel-detail to report-line.
    write report-line.

write-event-total.
    if tbl-ev-state (event-sub) not = "CANCELLED"
        move tbl-ev-code (event-sub) to rt-event-code
        move tbl-ev-name (event-sub) to rt-event-name
        move tbl-ev-count (event-sub) to rt-count
        move tbl-ev-quality (event-sub) to rt-quality
        move report-event-total to report-line
        write report-line
    end-if.

load-event-table.
    move 0 to event-count.
    open input event-file.
                move event-name to tbl-ev-name (event-count)
                move 0 to tbl-ev-count (event-count)
                move 0 to tbl-ev-quality (event-count)
                move event-state to tbl-ev-state (event-count)
            end-if
    end-read.

    move 0 to rl-in-count.
    move 0 to rl-reject-count.
    move run-rc to rl-return-code.
    move spaces to rl-operator.
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

end program SettlementReport.
