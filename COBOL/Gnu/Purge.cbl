*> (price of the stock written off) totalled by store. Until this
*> ran, dead items were re-processed and re-reported every night and
*> finance compiled the write-off figure by hand from old boundary
*> reports. An item a recall has in quarantine on gr-quarantine is
*> not written off here: it goes on the report as QUARANTINED and
*> leaves the master only through RecallMaint.

environment division.

    select runstage-file assign 'gr-runstage'
        file status is runstage-status.
    select optional runlog-file assign 'gr-runlog'.
    select optional quarantine-file assign 'gr-quarantine'
        file status is quarantine-status.

data division.
file section.
   copy "grrunstg.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd quarantine-file.
   copy "grquar.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
      02 rh-name pic x(50).
      02 filler pic x(14) value " HOLD EXPIRES ".
      02 rh-expiry pic x(8).
   01 quarantine-table.
      02 quarantine-entry occurs 1000 times.
         03 tbl-qtn-store-id pic x(4).
         03 tbl-qtn-name pic x(50).
   01 quarantine-count pic 9(4) value 0 comp.
   01 quarantine-sub pic 9(4) comp.
   01 quarantine-status pic x(2).
   01 quarantine-flag pic x value 'N'.
      88 item-quarantined value 'Y'.
   01 quarantined-count pic 9(6) value 0.
   01 report-quarantined-line.
      02 filler pic x(12) value "QUARANTINED ".
      02 rq-store-id pic x(4).
      02 rq-name pic x(50).
   01 previous-store-id pic x(4) value spaces.
   01 store-purge-count pic 9(6) value 0.
   01 store-purge-valuation pic 9(9)v99 value 0.
      02 rg-count pic zz9999.
      02 filler pic x(7) value " VALUE ".
      02 rg-valuation pic z(8)9.99.
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
    end-if.
    perform load-run-parms.
    perform load-holds-table.
    perform load-quarantine-table.
    compute purge-threshold = 0 - purge-days.
    open i-o items.
    if items-status not = '00'
    read items next end go to purge-end-lable.
        if quality in item = 0 and sell-in in item < purge-threshold
            perform check-item-hold
            perform check-item-quarantine
            evaluate true
                when item-quarantined
                    perform report-quarantined-item
                when item-held
                    perform report-held-item
                when other
                    perform purge-one-item
            end-evaluate
        end-if
    go to purge-start-lable.
purge-end-lable.
    move 'D' to jr-action.
    move run-date-ws to jr-run-date.
    move item to jr-image.
    move spaces to jr-operator.
    write journal-record.

*> A reserved item is never written off under the customer: it goes
    move report-held-line to report-line.
    write report-line.

*> A recalled item in quarantine is frozen where it stands, dead or
*> not: it goes on the report as QUARANTINED and stays on the master
*> until RecallMaint releases it or disposes of it.
check-item-quarantine.
    move 'N' to quarantine-flag.
    move 1 to quarantine-sub.
    perform check-quarantine-entry until quarantine-sub > quarantine-count
        or item-quarantined.

check-quarantine-entry.
    if tbl-qtn-store-id (quarantine-sub) = store-id in item
       and tbl-qtn-name (quarantine-sub) = name in item
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

report-quarantined-item.
    add 1 to quarantined-count.
    move store-id in item to rq-store-id.
    move name in item to rq-name.
    move report-quarantined-line to report-line.
    write report-line.

load-holds-table.
    move 0 to holds-count.
    open input holds-file.
    move run-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move spaces to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.
    move run-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move spaces to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.
    move total-purge-count to rl-in-count.
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

end program Purge.
