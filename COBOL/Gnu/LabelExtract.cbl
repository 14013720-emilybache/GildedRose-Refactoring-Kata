*> current master record, so an item both repriced and marked down
*> in one night gets one label at the price actually on the book,
*> whichever order the changes landed in. An item whose record has
*> since left the master gets no label, and neither does one a recall
*> has in quarantine on gr-quarantine. Each store file ends with a
*> count line the printing team verifies against - a mislabelled
*> price is a trading-standards issue, not an ops annoyance.

    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select optional quarantine-file assign 'gr-quarantine'
        file status is quarantine-status.

data division.
file section.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd quarantine-file.
   copy "grquar.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 store-label-count pic 9(6) value 0.
   01 total-label-count pic 9(6) value 0.
   01 skipped-count pic 9(6) value 0.
   01 quarantined-count pic 9(6) value 0.
   01 quarantine-table.
      02 quarantine-entry occurs 1000 times.
         03 tbl-qtn-store-id pic x(4).
         03 tbl-qtn-name pic x(50).
   01 quarantine-count pic 9(4) value 0 comp.
   01 quarantine-sub pic 9(4) comp.
   01 quarantine-status pic x(2).
   01 quarantine-flag pic x value 'N'.
      88 item-quarantined value 'Y'.
   01 store-file-count pic 9(4) value 0.
   01 label-detail.
      02 ll-name pic x(50).
      02 lc-store-id pic x(4).
      02 filler pic x(8) value " LABELS ".
      02 lc-count pic zz9999.
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
    perform load-store-table.
    perform load-quarantine-table.
    open input items.
    if items-status not = '00'
        display "ITEMS MASTER NOT AVAILABLE - STATUS " items-status
    close items.
    display "LABELEXTRACT: " total-label-count " LABELS ACROSS "
        store-file-count " STORE FILES, " skipped-count
        " ITEMS NO LONGER ON MASTER, " quarantined-count
        " QUARANTINED".
    perform write-run-log.
    move run-rc to return-code.
    goback.
        invalid key
            add 1 to skipped-count
        not invalid key
            perform check-item-quarantine
            if item-quarantined
                add 1 to quarantined-count
            else
                perform write-held-label
            end-if
    end-read.
    move 'N' to held-on-hand-flag.

write-held-label.
    move held-name to ll-name.
    move price in item to ll-price.
    move store-currency-ws to ll-currency.
    move run-date-ws to ll-effective.
    move label-detail to label-line.
    write label-line.
    add 1 to store-label-count.
    add 1 to total-label-count.

*> A recalled item in quarantine is off sale and gets no shelf label
*> whatever its price did.
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

*> One print file per store, named for it, in the store's own
*> currency - the master already carries prices in store currency,
*> so the label shows the figure on the shelf edge.
    move total-label-count to rl-in-count.
    move skipped-count to rl-reject-count.
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

end program LabelExtract.
