program-id. SupplierScorecard as "SupplierScorecard".

*> Monthly supplier performance scorecard off gr-receipts-history,
*> for the period of the processing date. For each supplier on
*> gr-suppliers it reports how many lines were received, how long
*> those that filled a reorder suggestion took from the suggestion
*> first being seen to the goods arriving - average days and how
*> many came in later than the lead time the supplier promised -
*> how many lines arrived below the supplier's minimum acceptable
*> quality, and how far its unit costs have drifted against the
*> previous cost it charged for the same item. The suggestions
*> still waiting on gr-reorder-outstanding are counted against the
*> supplier they were placed with, and those already open longer
*> than the promised lead time are reported as unfilled. Receipts
*> carrying no supplier, or one no longer on the master, are
*> counted as unattributed rather than dropped.

environment division.

input-output section.

file-control.
    select supplier-file assign 'gr-suppliers'
        file status is supplier-status.
    select receipt-history-file assign 'gr-receipts-history'
        file status is receipt-history-status.
    select optional outstanding-file assign 'gr-reorder-outstanding'
        file status is outstanding-status.
    select scorecard-report assign 'gr-supplier-scorecard'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.

data division.
file section.
   fd supplier-file.
   copy "grsupp.cpy".
   fd receipt-history-file.
   copy "grrcpth.cpy".
   fd outstanding-file.
   01 outstanding-record.
      02 out-store-id pic x(4).
      02 out-name pic x(50).
      02 out-action pic x(4).
      02 out-first-date pic x(8).
      02 out-supplier pic x(6).
   fd scorecard-report.
   01 report-line pic x(132).
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 score-period pic x(6).
   01 supplier-status pic x(2).
   01 receipt-history-status pic x(2).
   01 outstanding-status pic x(2).
   01 supplier-table.
      02 supplier-entry occurs 50 times.
         03 tbl-sup-code pic x(6).
         03 tbl-sup-name pic x(30).
         03 tbl-sup-lead-days pic 9(3).
         03 tbl-sup-min-quality pic 9(2).
         03 tbl-sup-received pic 9(6).
         03 tbl-sup-matched pic 9(6).
         03 tbl-sup-lead-total pic 9(8).
         03 tbl-sup-late pic 9(6).
         03 tbl-sup-below-min pic 9(6).
         03 tbl-sup-drift-count pic 9(6).
         03 tbl-sup-prior-cost pic 9(9)v99.
         03 tbl-sup-drift-cost pic 9(9)v99.
         03 tbl-sup-open pic 9(6).
         03 tbl-sup-unfilled pic 9(6).
   01 supplier-count pic 9(4) value 0 comp.
   01 supplier-sub pic 9(4) comp.
   01 supplier-flag pic x value 'N'.
      88 supplier-found value 'Y'.
   01 search-supplier pic x(6).
*> The last unit cost each supplier charged for each item, carried
*> forward through the whole history so the first receipt of the
*> period still has a prior cost to drift against.
   01 last-cost-table.
      02 last-cost-entry occurs 500 times.
         03 tbl-lc-supplier pic x(6).
         03 tbl-lc-name pic x(50).
         03 tbl-lc-cost pic 9(5)v99.
   01 last-cost-count pic 9(4) value 0 comp.
   01 last-cost-sub pic 9(4) comp.
   01 last-cost-flag pic x value 'N'.
      88 last-cost-found value 'Y'.
   01 last-cost-full-flag pic x value 'N'.
      88 last-cost-full value 'Y'.
   01 period-read-count pic 9(6) value 0.
   01 unattributed-count pic 9(6) value 0.
   01 run-date-num pic 9(8).
   01 from-date-num pic 9(8).
   01 days-taken pic s9(5).
   01 average-days pic 9(3)v9.
   01 drift-pct pic s9(5)v99.
   01 report-heading.
      02 filler pic x(28) value "SUPPLIER SCORECARD - PERIOD ".
      02 rh-period pic x(6).
      02 filler pic x(11) value " RUN DATE ".
      02 rh-run-date pic x(8).
   01 report-delivery-line.
      02 rd-code pic x(6).
      02 filler pic x value space.
      02 rd-name pic x(30).
      02 filler pic x(10) value " RECEIVED ".
      02 rd-received pic zzzz9.
      02 filler pic x(9) value " MATCHED ".
      02 rd-matched pic zzzz9.
      02 filler pic x(10) value " AVG DAYS ".
      02 rd-average-days pic zz9.9.
      02 filler pic x(10) value " PROMISED ".
      02 rd-lead-days pic zz9.
      02 filler pic x(6) value " LATE ".
      02 rd-late pic zzzz9.
   01 report-quality-line.
      02 filler pic x(7) value spaces.
      02 filler pic x(12) value "MIN QUALITY ".
      02 rq-min-quality pic z9.
      02 filler pic x(11) value " BELOW MIN ".
      02 rq-below-min pic zzzz9.
      02 filler pic x(13) value " COST DRIFT% ".
      02 rq-drift-pct pic ----9.99.
      02 filler pic x(6) value " OPEN ".
      02 rq-open pic zzzz9.
      02 filler pic x(20) value " UNFILLED PAST LEAD ".
      02 rq-unfilled pic zzzz9.
   01 report-summary.
      02 filler pic x(20) value "RECEIPTS IN PERIOD: ".
      02 rp-read pic zz9999.
      02 filler pic x(16) value " UNATTRIBUTED: ".
      02 rp-unattributed pic zz9999.
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
    move run-date-ws (1:6) to score-period.
    perform load-supplier-table.
    if supplier-count = 0
        display "GR-SUPPLIERS NOT AVAILABLE OR EMPTY - STATUS "
            supplier-status
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open input receipt-history-file.
    if receipt-history-status = '00'
        perform score-history-record
            until receipt-history-status not = '00'
    else
        display "GR-RECEIPTS-HISTORY NOT AVAILABLE - STATUS "
            receipt-history-status " - NO RECEIPTS SCORED"
    end-if.
    close receipt-history-file.
    open input outstanding-file.
    if outstanding-status = '00'
        perform score-outstanding-record
            until outstanding-status not = '00'
    end-if.
    close outstanding-file.
    open output scorecard-report.
    perform write-report-heading.
    perform write-supplier-lines
        varying supplier-sub from 1 by 1
        until supplier-sub > supplier-count.
    move period-read-count to rp-read.
    move unattributed-count to rp-unattributed.
    move report-summary to report-line.
    write report-line.
    close scorecard-report.
    if unattributed-count > 0 or last-cost-full
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> The whole history is read so the last-cost table is current when
*> the period starts; only the period's receipts are scored.
score-history-record.
    read receipt-history-file
        at end
            continue
        not at end
            move rcph-supplier to search-supplier
            perform find-supplier
            if rcph-run-date (1:6) = score-period
                add 1 to period-read-count
                if supplier-found
                    perform score-receipt
                else
                    add 1 to unattributed-count
                end-if
            end-if
            if supplier-found
                perform carry-last-cost
            end-if
    end-read.

score-receipt.
    add 1 to tbl-sup-received (supplier-sub).
    if rcph-suggest-date is numeric
        add 1 to tbl-sup-matched (supplier-sub)
        perform compute-days-taken
        add days-taken to tbl-sup-lead-total (supplier-sub)
        if days-taken > tbl-sup-lead-days (supplier-sub)
            add 1 to tbl-sup-late (supplier-sub)
        end-if
    end-if.
    if rcph-quality < tbl-sup-min-quality (supplier-sub)
        add 1 to tbl-sup-below-min (supplier-sub)
    end-if.
    perform find-last-cost.
    if last-cost-found
        add 1 to tbl-sup-drift-count (supplier-sub)
        add tbl-lc-cost (last-cost-sub)
            to tbl-sup-prior-cost (supplier-sub)
        add rcph-cost to tbl-sup-drift-cost (supplier-sub)
    end-if.

compute-days-taken.
    move 0 to days-taken.
    if rcph-run-date is numeric
        move rcph-run-date to run-date-num
        move rcph-suggest-date to from-date-num
        compute days-taken =
            function integer-of-date (run-date-num)
            - function integer-of-date (from-date-num)
    end-if.

carry-last-cost.
    perform find-last-cost.
    if last-cost-found
        move rcph-cost to tbl-lc-cost (last-cost-sub)
    else
        if last-cost-count < 500
            add 1 to last-cost-count
            move rcph-supplier to tbl-lc-supplier (last-cost-count)
            move rcph-name to tbl-lc-name (last-cost-count)
            move rcph-cost to tbl-lc-cost (last-cost-count)
        else
            if not last-cost-full
                display "MORE THAN 500 SUPPLIER/ITEM COSTS - COST "
                    "DRIFT NOT TRACKED FOR FURTHER ITEMS"
                move 'Y' to last-cost-full-flag
            end-if
        end-if
    end-if.

find-last-cost.
    move 'N' to last-cost-flag.
    move 1 to last-cost-sub.
    perform find-last-cost-entry until last-cost-sub > last-cost-count
        or last-cost-found.

find-last-cost-entry.
    if tbl-lc-supplier (last-cost-sub) = rcph-supplier
       and tbl-lc-name (last-cost-sub) = rcph-name
        move 'Y' to last-cost-flag
    else
        add 1 to last-cost-sub
    end-if.

*> A suggestion still waiting longer than its supplier's promised
*> lead time has not been filled when it should have been.
score-outstanding-record.
    read outstanding-file
        at end
            continue
        not at end
            move out-supplier to search-supplier
            perform find-supplier
            if supplier-found
                add 1 to tbl-sup-open (supplier-sub)
                move 0 to days-taken
                if run-date-ws is numeric and out-first-date is numeric
                    move run-date-ws to run-date-num
                    move out-first-date to from-date-num
                    compute days-taken =
                        function integer-of-date (run-date-num)
                        - function integer-of-date (from-date-num)
                end-if
                if days-taken > tbl-sup-lead-days (supplier-sub)
                    add 1 to tbl-sup-unfilled (supplier-sub)
                end-if
            end-if
    end-read.

find-supplier.
    move 'N' to supplier-flag.
    move 1 to supplier-sub.
    perform find-supplier-entry until supplier-sub > supplier-count
        or supplier-found.

find-supplier-entry.
    if tbl-sup-code (supplier-sub) = search-supplier
       and search-supplier not = spaces
        move 'Y' to supplier-flag
    else
        add 1 to supplier-sub
    end-if.

write-supplier-lines.
    move tbl-sup-code (supplier-sub) to rd-code.
    move tbl-sup-name (supplier-sub) to rd-name.
    move tbl-sup-received (supplier-sub) to rd-received.
    move tbl-sup-matched (supplier-sub) to rd-matched.
    move 0 to average-days.
    if tbl-sup-matched (supplier-sub) > 0
        compute average-days rounded =
            tbl-sup-lead-total (supplier-sub)
            / tbl-sup-matched (supplier-sub)
    end-if.
    move average-days to rd-average-days.
    move tbl-sup-lead-days (supplier-sub) to rd-lead-days.
    move tbl-sup-late (supplier-sub) to rd-late.
    move report-delivery-line to report-line.
    write report-line.
    move tbl-sup-min-quality (supplier-sub) to rq-min-quality.
    move tbl-sup-below-min (supplier-sub) to rq-below-min.
    move 0 to drift-pct.
    if tbl-sup-prior-cost (supplier-sub) > 0
        compute drift-pct rounded =
            (tbl-sup-drift-cost (supplier-sub)
             - tbl-sup-prior-cost (supplier-sub)) * 100
            / tbl-sup-prior-cost (supplier-sub)
    end-if.
    move drift-pct to rq-drift-pct.
    move tbl-sup-open (supplier-sub) to rq-open.
    move tbl-sup-unfilled (supplier-sub) to rq-unfilled.
    move report-quality-line to report-line.
    write report-line.

load-supplier-table.
    move 0 to supplier-count.
    open input supplier-file.
    if supplier-status = '00'
        perform load-supplier-record until supplier-status not = '00'
            or supplier-count >= 50
        if supplier-status = '00'
            display "GR-SUPPLIERS HAS MORE THAN 50 ENTRIES - EXTRA "
                "ROWS IGNORED"
        end-if
    end-if
    close supplier-file.

load-supplier-record.
    read supplier-file
        at end
            continue
        not at end
            if sup-code not = spaces
                add 1 to supplier-count
                initialize supplier-entry (supplier-count)
                move sup-code to tbl-sup-code (supplier-count)
                move sup-name to tbl-sup-name (supplier-count)
                move sup-lead-days to tbl-sup-lead-days (supplier-count)
                move sup-min-quality
                    to tbl-sup-min-quality (supplier-count)
            end-if
    end-read.

write-report-heading.
    move score-period to rh-period.
    move run-date-ws to rh-run-date.
    move report-heading to report-line.
    write report-line.

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
    move "SUPPSCORE" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move period-read-count to rl-in-count.
    move unattributed-count to rl-reject-count.
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

end program SupplierScorecard.
