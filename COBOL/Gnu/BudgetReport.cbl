program-id. BudgetReport as "BudgetReport".

*> Store budget versus actual performance. For each store, and then
*> for the chain, month-to-date and year-to-date actuals up to the
*> gr-runctl processing date are set against the gr-budgets targets,
*> all in base currency: sales proceeds off gr-sales-history; gross
*> margin on the same sales, net revenue (the tax split MonthEnd
*> makes, off gr-tax-rates) against the weighted-average cost stamped
*> on each sale; markdown cost off the nightly price moves on
*> gr-audit-history, valued as MonthEnd values markdown erosion;
*> write-off value off gr-writeoffs at carrying price; and closing
*> inventory valuation off the store's last STOR line on
*> gr-trailer-history in the month. Flow targets for the current
*> month are pro-rated to the day of the month; the year-to-date
*> target adds the earlier months of the year in full. Closing
*> valuation is a balance, so both columns compare it against the
*> current month's target. Each line shows the variance in value and
*> as a percentage of target; a line more than parm-budget-tol-pct
*> percent either side of target is flagged, and so is its store.
*> A store with no budget row for the month is still reported,
*> against zero targets, and warns.

environment division.

input-output section.

file-control.
    select budget-file assign 'gr-budgets'
        file status is budget-status.
    select sales-history-file assign 'gr-sales-history'
        file status is sales-status.
    select audit-history-file assign 'gr-audit-history'
        file status is history-status.
    select writeoff-file assign 'gr-writeoffs'
        file status is writeoff-status.
    select trailer-history-file assign 'gr-trailer-history'
        file status is trailer-history-status.
    select store-file assign 'gr-stores'
        file status is store-status.
    select rate-file assign 'gr-rates'
        file status is rate-status.
    select tax-rate-file assign 'gr-tax-rates'
        file status is tax-rate-status.
    select legend-file assign 'gr-legend'
        file status is legend-status.
    select category-file assign 'gr-categories'
        file status is category-status.
    select parm-file assign 'gr-parms'
        file status is parm-status.
    select budget-report assign 'gr-budget-report'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.

data division.
file section.
   fd budget-file.
   copy "grbudget.cpy".
   fd sales-history-file.
   copy "grsales.cpy".
   fd audit-history-file.
   copy "graudit.cpy".
   fd writeoff-file.
   01 writeoff-record.
      02 writeoff-item-image pic x(69).
      02 writeoff-run-date pic x(8).
   fd trailer-history-file.
   copy "gritem.cpy" replacing item by th-item,
       trailer-record by th-trailer.
   fd store-file.
   copy "grstores.cpy".
   fd rate-file.
   copy "grrates.cpy".
   fd tax-rate-file.
   copy "grtaxrt.cpy".
   fd legend-file.
   01 legend-record pic x(50).
   fd category-file.
   copy "grcatgry.cpy".
   fd parm-file.
   copy "grparms.cpy".
   fd budget-report.
   01 report-line pic x(140).
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 budget-status pic x(2).
   01 sales-status pic x(2).
   01 history-status pic x(2).
   01 writeoff-status pic x(2).
   01 trailer-history-status pic x(2).
   01 parm-status pic x(2).
   01 tolerance-pct pic 9(3) value 10.
   01 month-from pic x(8).
   01 year-from pic x(8).
   01 budget-month pic x(6).
   01 month-day pic 9(2).
   01 month-days pic 9(2).
   01 month-first-num pic 9(8).
   01 next-first-num pic 9(8).
   01 next-year pic 9(4).
   01 next-month pic 9(2).
   copy "gritem.cpy" replacing item by wo-item,
       trailer-record by wo-trailer-view.
*> One entry per store: its currency and jurisdiction, whether the
*> month has a budget row, the date of the valuation taken, and the
*> five measures - 1 proceeds, 2 gross margin, 3 markdown cost,
*> 4 write-offs, 5 closing valuation.
   01 store-table.
      02 store-entry occurs 50 times.
         03 tbl-store-id pic x(4).
         03 tbl-store-currency pic x(3).
         03 tbl-store-jurisdiction pic x(4).
         03 tbl-store-budgeted pic x.
         03 tbl-store-valued-date pic x(8).
         03 tbl-store-measure occurs 5 times.
            04 tbl-mtd-actual pic s9(9)v99.
            04 tbl-mtd-target pic s9(9)v99.
            04 tbl-ytd-actual pic s9(9)v99.
            04 tbl-ytd-target pic s9(9)v99.
   01 store-count pic 9(4) value 0 comp.
   01 store-sub pic 9(4) comp.
   01 store-status pic x(2).
   01 store-overflow-flag pic x value 'N'.
      88 store-overflow value 'Y'.
   01 slot-store-id pic x(4).
   01 slot-sub pic 9(4) comp.
   01 measure-sub pic 9(4) comp.
   01 measure-names.
      02 filler pic x(18) value "SALES PROCEEDS".
      02 filler pic x(18) value "GROSS MARGIN".
      02 filler pic x(18) value "MARKDOWN COST".
      02 filler pic x(18) value "WRITE-OFFS".
      02 filler pic x(18) value "CLOSING VALUATION".
   01 measure-name-table redefines measure-names.
      02 measure-name occurs 5 times pic x(18).
   01 chain-table.
      02 chain-measure occurs 5 times.
         03 tbl-chain-mtd-actual pic s9(9)v99.
         03 tbl-chain-mtd-target pic s9(9)v99.
         03 tbl-chain-ytd-actual pic s9(9)v99.
         03 tbl-chain-ytd-target pic s9(9)v99.
   01 rate-table.
      02 rate-entry occurs 20 times.
         03 tbl-rate-currency pic x(3).
         03 tbl-rate-value pic 9(3)v9(6).
   01 rate-count pic 9(4) value 0 comp.
   01 rate-sub pic 9(4) comp.
   01 rate-status pic x(2).
   01 lookup-store-id pic x(4).
   01 lookup-currency pic x(3).
   01 lookup-jurisdiction pic x(4).
   01 lookup-rate pic 9(3)v9(6).
   01 legend-table.
      02 legend-entry occurs 25 times pic x(50).
   01 legend-count pic 9(4) value 0 comp.
   01 legend-sub pic 9(4) comp.
   01 legend-status pic x(2).
   01 legend-flag pic x value 'N'.
      88 item-is-legendary value 'Y'.
   01 category-table.
      02 category-entry occurs 50 times.
         03 tbl-cat-class pic x(12).
         03 tbl-cat-match pic x.
         03 tbl-cat-name pic x(50).
         03 tbl-cat-len pic 9(4) comp.
   01 category-count pic 9(4) value 0 comp.
   01 category-sub pic 9(4) comp.
   01 category-status pic x(2).
   01 cat-len-ws pic 9(4) comp.
   01 classify-flag pic x value 'N'.
      88 category-matched value 'Y'.
   01 class-name-ws pic x(50).
   01 item-class pic x(12).
   01 tax-table.
      02 tax-entry occurs 100 times.
         03 tbl-tax-jurisdiction pic x(4).
         03 tbl-tax-class pic x(12).
         03 tbl-tax-band pic x(8).
         03 tbl-tax-rate-pct pic 9(2)v99.
         03 tbl-tax-from-date pic x(8).
         03 tbl-tax-to-date pic x(8).
   01 tax-count pic 9(4) value 0 comp.
   01 tax-sub pic 9(4) comp.
   01 tax-rate-status pic x(2).
   01 tax-date-ws pic x(8).
   01 tax-rate-pct-ws pic 9(2)v99.
   01 tax-exact-sub pic 9(4) comp.
   01 tax-default-sub pic 9(4) comp.
   01 tax-divisor pic 9(3)v99.
   01 split-net pic 9(7)v99.
   01 split-tax pic 9(7)v99.
   01 line-date pic x(8).
   01 line-valuation pic s9(9)v99.
   01 line-cost pic s9(9)v99.
   01 budget-target pic s9(9)v99.
   01 compare-actual pic s9(9)v99.
   01 compare-target pic s9(9)v99.
   01 compare-variance pic s9(9)v99.
   01 compare-base pic s9(9)v99.
   01 compare-pct pic s9(5)v9.
   01 compare-flag pic x value 'N'.
      88 compare-outside value 'Y'.
   01 store-outside-count pic 9(4) comp.
   01 measure-outside-flag pic x value 'N'.
      88 measure-outside value 'Y'.
   01 flagged-store-count pic 9(6) value 0.
   01 unbudgeted-count pic 9(6) value 0.
   01 sales-count pic 9(6) value 0.
   01 report-heading.
      02 filler pic x(39)
         value "STORE BUDGET VERSUS ACTUAL - RUN DATE ".
      02 rh-run-date pic x(8).
      02 filler pic x(24) value " - BASE CURRENCY, DAY ".
      02 rh-day pic z9.
      02 filler pic x(4) value " OF ".
      02 rh-days pic z9.
      02 filler pic x(14) value " - TOLERANCE ".
      02 rh-tolerance pic zz9.
      02 filler pic x value "%".
   01 column-heading.
      02 filler pic x(20) value spaces.
      02 filler pic x(13) value "   MTD ACTUAL".
      02 filler pic x(13) value "   MTD TARGET".
      02 filler pic x(13) value "     VARIANCE".
      02 filler pic x(8) value "    VAR%".
      02 filler pic x(9) value spaces.
      02 filler pic x(13) value "   YTD ACTUAL".
      02 filler pic x(13) value "   YTD TARGET".
      02 filler pic x(13) value "     VARIANCE".
      02 filler pic x(8) value "    VAR%".
   01 store-heading.
      02 filler pic x(6) value "STORE ".
      02 sh-store-id pic x(4).
      02 sh-note pic x(40).
   01 measure-line.
      02 filler pic x(2) value spaces.
      02 ml-measure pic x(18).
      02 ml-mtd-actual pic -(9)9.99.
      02 ml-mtd-target pic -(9)9.99.
      02 ml-mtd-variance pic -(9)9.99.
      02 ml-mtd-pct pic -(5)9.9.
      02 ml-mtd-pct-x redefines ml-mtd-pct pic x(8).
      02 ml-mtd-flag pic x(9).
      02 ml-ytd-actual pic -(9)9.99.
      02 ml-ytd-target pic -(9)9.99.
      02 ml-ytd-variance pic -(9)9.99.
      02 ml-ytd-pct pic -(5)9.9.
      02 ml-ytd-pct-x redefines ml-ytd-pct pic x(8).
      02 ml-ytd-flag pic x(9).
   01 store-flag-line.
      02 filler pic x(6) value "STORE ".
      02 sf-store-id pic x(4).
      02 filler pic x(3) value " - ".
      02 sf-count pic 9.
      02 filler pic x(35) value " MEASURE(S) OUTSIDE TOLERANCE ***".
   01 summary-line.
      02 su-count pic zz9999.
      02 su-text pic x(60).
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
    if run-date-ws = spaces or run-date-ws is not numeric
        display "GR-RUNCTL NOT AVAILABLE - BUDGET REPORT REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-run-parms.
    perform set-budget-dates.
    initialize store-table.
    initialize chain-table.
    perform load-store-table.
    perform load-rate-table.
    perform load-legend-table.
    perform load-category-table.
    perform load-tax-rate-table.
    perform load-budgets.
    perform accumulate-sales.
    perform accumulate-markdowns.
    perform accumulate-writeoffs.
    perform accumulate-valuations.
    perform write-budget-report.
    if unbudgeted-count > 0 or store-overflow
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    display "BUDGETREPORT: " store-count " STORES, "
        flagged-store-count " OUTSIDE TOLERANCE".
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> The month and year to date, and how far through its month the
*> processing date is, for pro-rating the current month's targets.
set-budget-dates.
    move run-date-ws (1:6) to budget-month.
    move run-date-ws (1:6) to month-from (1:6).
    move "01" to month-from (7:2).
    move run-date-ws (1:4) to year-from (1:4).
    move "0101" to year-from (5:4).
    move run-date-ws (7:2) to month-day.
    move month-from to month-first-num.
    move run-date-ws (1:4) to next-year.
    move run-date-ws (5:2) to next-month.
    if next-month = 12
        add 1 to next-year
        move 1 to next-month
    else
        add 1 to next-month
    end-if.
    compute next-first-num = next-year * 10000 + next-month * 100 + 1.
    compute month-days =
        function integer-of-date (next-first-num)
        - function integer-of-date (month-first-num).

*> The year's budget rows up to the current month. Earlier months
*> count in full towards the year-to-date target; the current month
*> is pro-rated, except closing valuation which is a balance.
load-budgets.
    open input budget-file.
    if budget-status = '00'
        perform load-budget-record until budget-status not = '00'
    end-if.
    close budget-file.

load-budget-record.
    read budget-file
        at end
            continue
        not at end
            if bud-period (1:4) = run-date-ws (1:4)
               and bud-period not > budget-month
                move bud-store-id to slot-store-id
                perform find-store-slot
                if slot-sub > 0
                    perform post-budget-targets
                end-if
            end-if
    end-read.

post-budget-targets.
    if bud-period = budget-month
        move 'Y' to tbl-store-budgeted (slot-sub)
        move bud-proceeds to budget-target
        move 1 to measure-sub
        perform post-current-target
        move bud-margin to budget-target
        move 2 to measure-sub
        perform post-current-target
        move bud-markdown to budget-target
        move 3 to measure-sub
        perform post-current-target
        move bud-writeoff to budget-target
        move 4 to measure-sub
        perform post-current-target
        move bud-closing to tbl-mtd-target (slot-sub 5)
        move bud-closing to tbl-ytd-target (slot-sub 5)
    else
        add bud-proceeds to tbl-ytd-target (slot-sub 1)
        add bud-margin to tbl-ytd-target (slot-sub 2)
        add bud-markdown to tbl-ytd-target (slot-sub 3)
        add bud-writeoff to tbl-ytd-target (slot-sub 4)
    end-if.

post-current-target.
    compute budget-target rounded =
        budget-target * month-day / month-days.
    move budget-target to tbl-mtd-target (slot-sub measure-sub).
    add budget-target to tbl-ytd-target (slot-sub measure-sub).

*> Proceeds and margin per sale, converted through the store's
*> rate; the margin is on net revenue, as MonthEnd strikes it.
accumulate-sales.
    open input sales-history-file.
    if sales-status = '00'
        perform scan-sale-record until sales-status not = '00'
    end-if.
    close sales-history-file.

scan-sale-record.
    read sales-history-file
        at end
            continue
        not at end
            if sale-run-date not < year-from
               and sale-run-date not > run-date-ws
                add 1 to sales-count
                move sale-store-id to lookup-store-id
                move sale-store-id to slot-store-id
                perform find-store-slot
                perform set-store-rate
                move sale-run-date to line-date
                compute line-valuation rounded =
                    sale-proceeds * lookup-rate
                move 1 to measure-sub
                perform post-actual
                perform split-sale-tax
                compute line-valuation rounded =
                    split-net * lookup-rate
                compute line-cost rounded = sale-cost * lookup-rate
                subtract line-cost from line-valuation
                move 2 to measure-sub
                perform post-actual
            end-if
    end-read.

*> The nightly run's price cuts: movement records with an unchanged
*> sell-in are not aging and are skipped, as MonthEnd skips them.
accumulate-markdowns.
    open input audit-history-file.
    if history-status = '00'
        perform scan-audit-record until history-status not = '00'
    end-if.
    close audit-history-file.

scan-audit-record.
    read audit-history-file
        at end
            continue
        not at end
            if audit-run-date not < year-from
               and audit-run-date not > run-date-ws
               and audit-old-sell-in not = audit-new-sell-in
               and audit-old-price not = audit-new-price
                move audit-store-id to lookup-store-id
                move audit-store-id to slot-store-id
                perform find-store-slot
                perform set-store-rate
                move audit-run-date to line-date
                compute line-valuation rounded =
                    audit-new-quality
                    * (audit-old-price - audit-new-price)
                    * lookup-rate
                move 3 to measure-sub
                perform post-actual
            end-if
    end-read.

accumulate-writeoffs.
    open input writeoff-file.
    if writeoff-status = '00'
        perform scan-writeoff-record until writeoff-status not = '00'
    end-if.
    close writeoff-file.

scan-writeoff-record.
    read writeoff-file
        at end
            continue
        not at end
            if writeoff-run-date not < year-from
               and writeoff-run-date not > run-date-ws
                move writeoff-item-image to wo-item
                move store-id in wo-item to lookup-store-id
                move store-id in wo-item to slot-store-id
                perform find-store-slot
                perform set-store-rate
                move writeoff-run-date to line-date
                compute line-valuation rounded =
                    price in wo-item * lookup-rate
                move 4 to measure-sub
                perform post-actual
            end-if
    end-read.

*> The store's last STOR line in the month is its closing valuation,
*> already in base currency. A restart can leave a day's line on
*> file twice; the later one read wins.
accumulate-valuations.
    open input trailer-history-file.
    if trailer-history-status = '00'
        perform scan-trailer-record
            until trailer-history-status not = '00'
    end-if.
    close trailer-history-file.

scan-trailer-record.
    read trailer-history-file
        at end
            continue
        not at end
            if trailer-marker in th-trailer = "STOR"
               and trailer-run-date in th-trailer not < month-from
               and trailer-run-date in th-trailer not > run-date-ws
                move trailer-filler in th-trailer (1:4)
                    to slot-store-id
                perform find-store-slot
                if slot-sub > 0
                    if trailer-run-date in th-trailer not <
                       tbl-store-valued-date (slot-sub)
                        move trailer-run-date in th-trailer
                            to tbl-store-valued-date (slot-sub)
                        move trailer-valuation-total in th-trailer
                            to tbl-mtd-actual (slot-sub 5)
                        move trailer-valuation-total in th-trailer
                            to tbl-ytd-actual (slot-sub 5)
                    end-if
                end-if
            end-if
    end-read.

post-actual.
    if slot-sub > 0
        add line-valuation to tbl-ytd-actual (slot-sub measure-sub)
        if line-date not < month-from
            add line-valuation to tbl-mtd-actual (slot-sub measure-sub)
        end-if
    end-if.

*> The store's entry, added at the end when the store is not on
*> gr-stores; slot-sub comes back zero once the table is full.
find-store-slot.
    move 0 to slot-sub.
    perform find-store-slot-entry
        varying store-sub from 1 by 1
        until store-sub > store-count or slot-sub > 0.
    if slot-sub = 0
        if store-count < 50
            add 1 to store-count
            move store-count to slot-sub
            move slot-store-id to tbl-store-id (slot-sub)
            move spaces to tbl-store-currency (slot-sub)
            move spaces to tbl-store-jurisdiction (slot-sub)
        else
            move 'Y' to store-overflow-flag
        end-if
    end-if.

find-store-slot-entry.
    if tbl-store-id (store-sub) = slot-store-id
        move store-sub to slot-sub
    end-if.

write-budget-report.
    open output budget-report.
    move run-date-ws to rh-run-date.
    move month-day to rh-day.
    move month-days to rh-days.
    move tolerance-pct to rh-tolerance.
    move report-heading to report-line.
    write report-line.
    move column-heading to report-line.
    write report-line.
    perform write-store-section
        varying store-sub from 1 by 1
        until store-sub > store-count.
    move spaces to store-heading.
    move "CHAIN" to store-heading.
    move store-heading to report-line.
    write report-line.
    perform write-chain-measure
        varying measure-sub from 1 by 1
        until measure-sub > 5.
    move flagged-store-count to su-count.
    move " STORES OUTSIDE TOLERANCE" to su-text.
    move summary-line to report-line.
    write report-line.
    if unbudgeted-count > 0
        move unbudgeted-count to su-count
        move " STORES WITH NO BUDGET FOR THE MONTH" to su-text
        move summary-line to report-line
        write report-line
    end-if.
    if store-overflow
        move 50 to su-count
        move " STORES ONLY - GR-STORES AND BUDGETS EXCEED THE TABLE"
            to su-text
        move summary-line to report-line
        write report-line
    end-if.
    close budget-report.

write-store-section.
    move tbl-store-id (store-sub) to sh-store-id.
    move spaces to sh-note.
    if tbl-store-budgeted (store-sub) not = 'Y'
        move " *** NO BUDGET FOR THE MONTH ***" to sh-note
        add 1 to unbudgeted-count
    else
        if tbl-store-valued-date (store-sub) = spaces
            move " *** NO VALUATION IN THE MONTH ***" to sh-note
        end-if
    end-if.
    move store-heading to report-line.
    write report-line.
    move 0 to store-outside-count.
    perform write-store-measure
        varying measure-sub from 1 by 1
        until measure-sub > 5.
    if store-outside-count > 0
        add 1 to flagged-store-count
        move tbl-store-id (store-sub) to sf-store-id
        move store-outside-count to sf-count
        move store-flag-line to report-line
        write report-line
    end-if.

write-store-measure.
    move 'N' to measure-outside-flag.
    move measure-name (measure-sub) to ml-measure.
    move tbl-mtd-actual (store-sub measure-sub) to compare-actual.
    move tbl-mtd-target (store-sub measure-sub) to compare-target.
    add compare-actual to tbl-chain-mtd-actual (measure-sub).
    add compare-target to tbl-chain-mtd-target (measure-sub).
    perform compare-to-target.
    move compare-actual to ml-mtd-actual.
    move compare-target to ml-mtd-target.
    move compare-variance to ml-mtd-variance.
    perform set-mtd-columns.
    move tbl-ytd-actual (store-sub measure-sub) to compare-actual.
    move tbl-ytd-target (store-sub measure-sub) to compare-target.
    add compare-actual to tbl-chain-ytd-actual (measure-sub).
    add compare-target to tbl-chain-ytd-target (measure-sub).
    perform compare-to-target.
    move compare-actual to ml-ytd-actual.
    move compare-target to ml-ytd-target.
    move compare-variance to ml-ytd-variance.
    perform set-ytd-columns.
    if measure-outside
        add 1 to store-outside-count
    end-if.
    move measure-line to report-line.
    write report-line.

write-chain-measure.
    move measure-name (measure-sub) to ml-measure.
    move tbl-chain-mtd-actual (measure-sub) to compare-actual.
    move tbl-chain-mtd-target (measure-sub) to compare-target.
    perform compare-to-target.
    move compare-actual to ml-mtd-actual.
    move compare-target to ml-mtd-target.
    move compare-variance to ml-mtd-variance.
    perform set-mtd-columns.
    move tbl-chain-ytd-actual (measure-sub) to compare-actual.
    move tbl-chain-ytd-target (measure-sub) to compare-target.
    perform compare-to-target.
    move compare-actual to ml-ytd-actual.
    move compare-target to ml-ytd-target.
    move compare-variance to ml-ytd-variance.
    perform set-ytd-columns.
    move measure-line to report-line.
    write report-line.

set-mtd-columns.
    move spaces to ml-mtd-flag.
    if compare-base = 0
        move "     N/A" to ml-mtd-pct-x
    else
        move compare-pct to ml-mtd-pct
        if compare-outside
            move " OUTSIDE" to ml-mtd-flag
            move 'Y' to measure-outside-flag
        end-if
    end-if.

set-ytd-columns.
    move spaces to ml-ytd-flag.
    if compare-base = 0
        move "     N/A" to ml-ytd-pct-x
    else
        move compare-pct to ml-ytd-pct
        if compare-outside
            move " OUTSIDE" to ml-ytd-flag
            move 'Y' to measure-outside-flag
        end-if
    end-if.

*> Variance is actual less target; the percentage is of the size of
*> the target, so a margin budgeted negative still reads the right
*> way round. No target, no percentage and no flag.
compare-to-target.
    compute compare-variance = compare-actual - compare-target.
    move compare-target to compare-base.
    if compare-base < 0
        compute compare-base = 0 - compare-base
    end-if.
    move 'N' to compare-flag.
    move 0 to compare-pct.
    if compare-base > 0
        compute compare-pct rounded =
            compare-variance * 100 / compare-base
        if tolerance-pct > 0
           and (compare-pct > tolerance-pct
                or compare-pct < 0 - tolerance-pct)
            move 'Y' to compare-flag
        end-if
    end-if.

*> The tax return's split: an exact class row in force wins over the
*> jurisdiction's blank class row, neither leaves the sale untaxed.
*> The divisor is struck first and the tax is the remainder, so net
*> and tax always add back to what the till took.
split-sale-tax.
    move sale-name to class-name-ws.
    move sale-run-date to tax-date-ws.
    perform classify-item.
    move 0 to tax-exact-sub.
    move 0 to tax-default-sub.
    perform find-tax-entry
        varying tax-sub from 1 by 1
        until tax-sub > tax-count or tax-exact-sub > 0.
    if tax-exact-sub = 0
        move tax-default-sub to tax-exact-sub
    end-if.
    if tax-exact-sub = 0
        move 0 to tax-rate-pct-ws
    else
        move tbl-tax-rate-pct (tax-exact-sub) to tax-rate-pct-ws
    end-if.
    compute tax-divisor = tax-rate-pct-ws + 100.
    compute split-net rounded = sale-proceeds * 100 / tax-divisor.
    compute split-tax = sale-proceeds - split-net.

find-tax-entry.
    if tbl-tax-jurisdiction (tax-sub) = lookup-jurisdiction
       and lookup-jurisdiction not = spaces
       and tax-date-ws not < tbl-tax-from-date (tax-sub)
       and (tbl-tax-to-date (tax-sub) = spaces
            or tax-date-ws not > tbl-tax-to-date (tax-sub))
        if tbl-tax-class (tax-sub) = item-class
            move tax-sub to tax-exact-sub
        else
            if tbl-tax-class (tax-sub) = spaces
               and tax-default-sub = 0
                move tax-sub to tax-default-sub
            end-if
        end-if
    end-if.

*> The item's category class from the category master the same way
*> the nightly run resolves it: first matching entry wins, then the
*> gr-legend table, then NORMAL.
classify-item.
    move "NORMAL" to item-class.
    move 'N' to classify-flag.
    move 1 to category-sub.
    perform classify-item-entry until category-sub > category-count
        or category-matched.
    if not category-matched
        perform check-legendary
        if item-is-legendary
            move "LEGENDARY" to item-class
        end-if
    end-if.

classify-item-entry.
    if tbl-cat-match (category-sub) = 'P'
        if class-name-ws (1:tbl-cat-len (category-sub)) =
           tbl-cat-name (category-sub) (1:tbl-cat-len (category-sub))
            perform take-category-entry
        end-if
    else
        if class-name-ws = tbl-cat-name (category-sub)
            perform take-category-entry
        end-if
    end-if
    add 1 to category-sub.

take-category-entry.
    move 'Y' to classify-flag.
    move tbl-cat-class (category-sub) to item-class.

check-legendary.
    move 'N' to legend-flag.
    perform check-legendary-entry
        varying legend-sub from 1 by 1
        until legend-sub > legend-count or item-is-legendary.

check-legendary-entry.
    if class-name-ws = legend-entry (legend-sub)
        move 'Y' to legend-flag
    end-if.

*> The store's currency, rate into base and tax jurisdiction. No
*> store entry means base currency and no jurisdiction; a missing
*> rate converts at 1.
set-store-rate.
    move spaces to lookup-currency.
    move spaces to lookup-jurisdiction.
    move 1 to lookup-rate.
    move 1 to store-sub.
    perform find-store-entry until store-sub > store-count.
    if lookup-currency not = spaces
        move 0 to lookup-rate
        move 1 to rate-sub
        perform find-rate-entry until rate-sub > rate-count
        if lookup-rate = 0
            move 1 to lookup-rate
        end-if
    end-if.

find-store-entry.
    if tbl-store-id (store-sub) = lookup-store-id
        move tbl-store-currency (store-sub) to lookup-currency
        move tbl-store-jurisdiction (store-sub) to lookup-jurisdiction
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
            move store-jurisdiction
                to tbl-store-jurisdiction (store-count)
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

load-tax-rate-table.
    move 0 to tax-count.
    open input tax-rate-file.
    if tax-rate-status = '00'
        perform load-tax-rate-record until tax-rate-status not = '00'
            or tax-count >= 100
    end-if
    close tax-rate-file.

load-tax-rate-record.
    read tax-rate-file
        at end
            continue
        not at end
            if tax-jurisdiction not = spaces
               and tax-rate-pct is numeric
                add 1 to tax-count
                move tax-jurisdiction
                    to tbl-tax-jurisdiction (tax-count)
                move tax-class to tbl-tax-class (tax-count)
                move tax-band to tbl-tax-band (tax-count)
                move tax-rate-pct to tbl-tax-rate-pct (tax-count)
                move tax-from-date to tbl-tax-from-date (tax-count)
                move tax-to-date to tbl-tax-to-date (tax-count)
            end-if
    end-read.

load-category-table.
    move 0 to category-count.
    open input category-file.
    if category-status = '00'
        perform load-category-record until category-status not = '00'
            or category-count >= 50
    end-if
    close category-file.

load-category-record.
    read category-file
        at end
            continue
        not at end
            if cat-name not = spaces
                add 1 to category-count
                move cat-class to tbl-cat-class (category-count)
                move cat-match to tbl-cat-match (category-count)
                move cat-name to tbl-cat-name (category-count)
                perform measure-cat-name
                move cat-len-ws to tbl-cat-len (category-count)
            end-if
    end-read.

measure-cat-name.
    move 50 to cat-len-ws.
    perform trim-cat-name until cat-len-ws = 1
        or cat-name (cat-len-ws:1) not = space.

trim-cat-name.
    subtract 1 from cat-len-ws.

load-legend-table.
    move 0 to legend-count.
    open input legend-file.
    if legend-status = '00'
        perform load-legend-record until legend-status not = '00'
            or legend-count >= 25
    end-if
    close legend-file.

load-legend-record.
    read legend-file
        at end
            continue
        not at end
            add 1 to legend-count
            move legend-record to legend-entry (legend-count)
    end-read.

load-run-parms.
    open input parm-file.
    if parm-status = '00'
        read parm-file
            not at end
                if parm-budget-tol-pct is numeric
                    move parm-budget-tol-pct to tolerance-pct
                end-if
        end-read
    end-if
    close parm-file.

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
    move "BUDGETRPT" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move sales-count to rl-in-count.
    move unbudgeted-count to rl-reject-count.
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

end program BudgetReport.
