program-id. ShrinkReport as "ShrinkReport".

*> Shrink analysis by store and category for a chosen period. Each
*> loss leg was visible on its own - the stocktake removals
*> StocktakeApply makes for stock the count could not find, the
*> DAMAGED disposals Dispose books beside SOLD, the quality returned
*> stock loses in the customer's hands - but nobody put them
*> together. This values all three in base currency through gr-stores
*> and gr-rates: an unexplained removal (action D on
*> gr-adjustment-history) at the quality it was removed at, a DAMAGED
*> line on gr-disposal-history at its final quality, a return on
*> gr-returns-history at the quality it lost on re-grade, each at
*> its carrying price. Each leg is shown per store, and per category
*> class within the store, as a percentage of the store's average
*> valuation over the period from the nightly run's STOR lines on
*> gr-trailer-history, and a store whose shrink rate is more than
*> parm-shrink-flag-pct percent above the chain's rate is flagged
*> for a loss-prevention visit. The period is asked for at the
*> console and defaults to the month to date.

environment division.

input-output section.

file-control.
    select adjustment-history-file assign 'gr-adjustment-history'
        file status is adjustment-history-status.
    select disposal-history-file assign 'gr-disposal-history'
        file status is disposal-history-status.
    select returns-history-file assign 'gr-returns-history'
        file status is returns-history-status.
    select trailer-history-file assign 'gr-trailer-history'
        file status is trailer-history-status.
    select category-file assign 'gr-categories'
        file status is category-status.
    select store-file assign 'gr-stores'
        file status is store-status.
    select rate-file assign 'gr-rates'
        file status is rate-status.
    select parm-file assign 'gr-parms'
        file status is parm-status.
    select shrink-report assign 'gr-shrink-report'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.

data division.
file section.
   fd adjustment-history-file.
   copy "gradjh.cpy".
   fd disposal-history-file.
   copy "grdisph.cpy".
   fd returns-history-file.
   copy "grreth.cpy".
   fd trailer-history-file.
   01 trailer-history-line pic x(69).
   fd category-file.
   copy "grcatgry.cpy".
   fd store-file.
   copy "grstores.cpy".
   fd rate-file.
   copy "grrates.cpy".
   fd parm-file.
   copy "grparms.cpy".
   fd shrink-report.
   01 report-line pic x(160).
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 adjustment-history-status pic x(2).
   01 disposal-history-status pic x(2).
   01 returns-history-status pic x(2).
   01 trailer-history-status pic x(2).
   01 parm-status pic x(2).
   01 shrink-flag-pct pic 9(3) value 50.
   01 period-from-x pic x(8) value spaces.
   01 period-to-x pic x(8) value spaces.
   01 period-from pic x(8).
   01 period-to pic x(8).
   copy "gritem.cpy" replacing item by th-item,
       trailer-record by th-trailer.
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
   01 item-class pic x(12).
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
   01 lookup-name pic x(50).
   01 lookup-currency pic x(3).
   01 lookup-rate pic 9(3)v9(6).
   01 rate-missing-flag pic x value 'N'.
      88 rate-missing value 'Y'.
*> The leg a shrink event belongs to - S stocktake removal, D
*> damaged disposal, R return re-grade - and its value.
   01 shrink-leg pic x.
   01 local-loss pic s9(9)v99.
   01 base-loss pic s9(9)v99.
   01 event-count pic 9(6) value 0.
*> One entry per store: the gr-stores stores in file order, then any
*> store that turns up only in the history files. The average
*> valuation is the sum of the store's STOR valuations over the
*> period divided by the number of dates they cover.
   01 shrink-store-table.
      02 shrink-store-entry occurs 50 times.
         03 tbl-ss-store-id pic x(4).
         03 tbl-ss-stocktake pic 9(9)v99.
         03 tbl-ss-damaged pic 9(9)v99.
         03 tbl-ss-returns pic 9(9)v99.
         03 tbl-ss-valuation-sum pic 9(11)v99.
         03 tbl-ss-valuation-days pic 9(4).
         03 tbl-ss-average pic 9(9)v99.
   01 shrink-store-count pic 9(4) value 0 comp.
   01 shrink-store-sub pic 9(4) comp.
   01 store-class-table.
      02 store-class-entry occurs 500 times.
         03 tbl-sc-store-id pic x(4).
         03 tbl-sc-class pic x(12).
         03 tbl-sc-stocktake pic 9(9)v99.
         03 tbl-sc-damaged pic 9(9)v99.
         03 tbl-sc-returns pic 9(9)v99.
   01 store-class-count pic 9(4) value 0 comp.
   01 store-class-sub pic 9(4) comp.
   01 chain-class-table.
      02 chain-class-entry occurs 20 times.
         03 tbl-cc-class pic x(12).
         03 tbl-cc-stocktake pic 9(9)v99.
         03 tbl-cc-damaged pic 9(9)v99.
         03 tbl-cc-returns pic 9(9)v99.
   01 chain-class-count pic 9(4) value 0 comp.
   01 chain-class-sub pic 9(4) comp.
*> One entry per store per date seen on gr-trailer-history. A
*> restart of the nightly run can leave a store's STOR line on file
*> twice for a date; the later line replaces the earlier one here so
*> no date counts twice.
   01 valuation-date-table.
      02 valuation-date-entry occurs 3000 times.
         03 tbl-vd-store-id pic x(4).
         03 tbl-vd-date pic x(8).
         03 tbl-vd-valuation pic 9(9)v99.
   01 valuation-date-count pic 9(4) value 0 comp.
   01 valuation-date-sub pic 9(4) comp.
   01 found-flag pic x value 'N'.
      88 entry-found value 'Y'.
   01 table-full-flag pic x value 'N'.
      88 table-full value 'Y'.
   01 no-valuation-flag pic x value 'N'.
      88 store-without-valuation value 'Y'.
   01 chain-stocktake pic 9(9)v99 value 0.
   01 chain-damaged pic 9(9)v99 value 0.
   01 chain-returns pic 9(9)v99 value 0.
   01 chain-total pic 9(9)v99 value 0.
   01 chain-average pic 9(11)v99 value 0.
   01 chain-rate pic 9(4)v99 value 0.
   01 flag-rate pic 9(4)v99 value 0.
   01 store-total pic 9(9)v99.
   01 store-rate pic 9(4)v99.
   01 flagged-count pic 9(4) value 0.
   01 pct-amount pic 9(11)v99.
   01 pct-base pic 9(11)v99.
   01 pct-ws pic 9(4)v99.
   01 report-heading.
      02 filler pic x(27) value "SHRINK ANALYSIS - RUN DATE ".
      02 rh-run-date pic x(8).
      02 filler pic x(8) value " PERIOD ".
      02 rh-period-from pic x(8).
      02 filler pic x(4) value " TO ".
      02 rh-period-to pic x(8).
   01 shrink-detail.
      02 sd-label pic x(6).
      02 sd-key pic x(12).
      02 filler pic x(5) value " AVG ".
      02 sd-average pic z(8)9.99 blank when zero.
      02 filler pic x(11) value " STOCKTAKE ".
      02 sd-stocktake pic z(6)9.99.
      02 sd-stocktake-pct pic zzz9.99.
      02 filler pic x value "%".
      02 filler pic x(9) value " DAMAGED ".
      02 sd-damaged pic z(6)9.99.
      02 sd-damaged-pct pic zzz9.99.
      02 filler pic x value "%".
      02 filler pic x(9) value " RETURNS ".
      02 sd-returns pic z(6)9.99.
      02 sd-returns-pct pic zzz9.99.
      02 filler pic x value "%".
      02 filler pic x(7) value " TOTAL ".
      02 sd-total pic z(6)9.99.
      02 sd-total-pct pic zzz9.99.
      02 filler pic x value "%".
      02 sd-flag pic x(14).
   01 shrink-summary.
      02 filler pic x(18) value "CHAIN SHRINK RATE ".
      02 ss-chain-rate pic zzz9.99.
      02 filler pic x(13) value "% FLAG ABOVE ".
      02 ss-flag-rate pic zzz9.99.
      02 filler pic x(17) value "% STORES FLAGGED ".
      02 ss-flagged pic zzz9.
      02 filler pic x(8) value " EVENTS ".
      02 ss-events pic zzzzz9.
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
    perform load-run-parms.
    perform load-store-table.
    perform load-rate-table.
    perform load-category-table.
    perform set-report-period.
    if period-from > period-to
        display "SHRINKREPORT: PERIOD FROM " period-from
            " IS AFTER PERIOD TO " period-to " - RUN REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform seed-shrink-stores
        varying store-sub from 1 by 1 until store-sub > store-count.
    perform accumulate-stocktake-removals.
    perform accumulate-damaged-disposals.
    perform accumulate-return-regrades.
    perform accumulate-store-valuations.
    perform set-store-averages
        varying shrink-store-sub from 1 by 1
        until shrink-store-sub > shrink-store-count.
    perform set-chain-rate.
    open output shrink-report.
    perform write-report-heading.
    move "BY STORE AND CATEGORY" to report-line.
    write report-line.
    perform write-store-section
        varying shrink-store-sub from 1 by 1
        until shrink-store-sub > shrink-store-count.
    move spaces to report-line.
    write report-line.
    move "CHAIN BY CATEGORY" to report-line.
    write report-line.
    perform write-chain-section.
    move chain-rate to ss-chain-rate.
    move flag-rate to ss-flag-rate.
    move flagged-count to ss-flagged.
    move event-count to ss-events.
    move shrink-summary to report-line.
    write report-line.
    close shrink-report.
    if table-full
        display "SHRINKREPORT: A SHRINK TABLE FILLED - SOME EVENTS "
            "OR VALUATION DATES NOT COUNTED"
        perform raise-warning
    end-if.
    if store-without-valuation
        display "SHRINKREPORT: SHRINK BOOKED AT A STORE WITH NO "
            "VALUATION ON GR-TRAILER-HISTORY FOR THE PERIOD"
        perform raise-warning
    end-if.
    if rate-missing
        display "SHRINKREPORT: NO RATE ON FILE FOR ONE OR MORE STORE "
            "CURRENCIES - CONVERTED AT 1"
        perform raise-warning
    end-if.
    if run-rc > 0
        move "WARNINGS" to condition-ws
    end-if.
    perform write-run-log.
    move run-rc to return-code.
    goback.

raise-warning.
    if run-rc < 4
        move 4 to run-rc
    end-if.

*> The period runs from the first of the run month to the run date
*> unless the operator gives dates; a date that is not a valid
*> YYYYMMDD keeps the default.
set-report-period.
    move run-date-ws to period-from.
    move "01" to period-from (7:2).
    move run-date-ws to period-to.
    display "Shrink period from (YYYYMMDD, blank = start of month): ".
    accept period-from-x.
    if period-from-x is numeric
        move period-from-x to period-from
    end-if.
    display "Shrink period to (YYYYMMDD, blank = run date): ".
    accept period-to-x.
    if period-to-x is numeric
        move period-to-x to period-to
    end-if.

seed-shrink-stores.
    move tbl-store-id (store-sub) to lookup-store-id.
    perform find-shrink-store.

*> Unexplained removals only: an A addition or a Q re-grade is the
*> count correcting the record, not stock leaving the building.
accumulate-stocktake-removals.
    open input adjustment-history-file.
    if adjustment-history-status = '00'
        perform scan-adjustment-record
            until adjustment-history-status not = '00'
    end-if.
    close adjustment-history-file.

scan-adjustment-record.
    read adjustment-history-file
        at end
            continue
        not at end
            if adjh-action = 'D'
               and adjh-run-date not < period-from
               and adjh-run-date not > period-to
               and adjh-old-quality > 0
                move adjh-store-id to lookup-store-id
                move adjh-name to lookup-name
                compute local-loss = adjh-old-quality * adjh-price
                move 'S' to shrink-leg
                perform add-shrink-event
            end-if
    end-read.

accumulate-damaged-disposals.
    open input disposal-history-file.
    if disposal-history-status = '00'
        perform scan-disposal-record
            until disposal-history-status not = '00'
    end-if.
    close disposal-history-file.

scan-disposal-record.
    read disposal-history-file
        at end
            continue
        not at end
            if dsph-code = "DAMAGED"
               and dsph-run-date not < period-from
               and dsph-run-date not > period-to
               and dsph-quality > 0
                move dsph-store-id to lookup-store-id
                move dsph-name to lookup-name
                compute local-loss = dsph-quality * dsph-price
                move 'D' to shrink-leg
                perform add-shrink-event
            end-if
    end-read.

*> Only a negative re-grade is shrink; a return that came back
*> better than it left (an appreciating item) is no loss.
accumulate-return-regrades.
    open input returns-history-file.
    if returns-history-status = '00'
        perform scan-return-record
            until returns-history-status not = '00'
    end-if.
    close returns-history-file.

scan-return-record.
    read returns-history-file
        at end
            continue
        not at end
            if reth-regrade-quality < reth-last-quality
               and reth-run-date not < period-from
               and reth-run-date not > period-to
                move reth-store-id to lookup-store-id
                move reth-name to lookup-name
                compute local-loss =
                    (reth-last-quality - reth-regrade-quality)
                    * reth-price
                move 'R' to shrink-leg
                perform add-shrink-event
            end-if
    end-read.

*> Convert the event to base currency and add it to its store, to
*> the store's line for the item's category class, and to the
*> chain's line for the class.
add-shrink-event.
    add 1 to event-count.
    perform set-store-rate.
    compute base-loss rounded = local-loss * lookup-rate.
    perform classify-item.
    perform find-shrink-store.
    if entry-found
        evaluate shrink-leg
            when 'S'
                add base-loss to tbl-ss-stocktake (shrink-store-sub)
            when 'D'
                add base-loss to tbl-ss-damaged (shrink-store-sub)
            when other
                add base-loss to tbl-ss-returns (shrink-store-sub)
        end-evaluate
    end-if.
    perform find-store-class.
    if entry-found
        evaluate shrink-leg
            when 'S'
                add base-loss to tbl-sc-stocktake (store-class-sub)
            when 'D'
                add base-loss to tbl-sc-damaged (store-class-sub)
            when other
                add base-loss to tbl-sc-returns (store-class-sub)
        end-evaluate
    end-if.
    perform find-chain-class.
    if entry-found
        evaluate shrink-leg
            when 'S'
                add base-loss to tbl-cc-stocktake (chain-class-sub)
            when 'D'
                add base-loss to tbl-cc-damaged (chain-class-sub)
            when other
                add base-loss to tbl-cc-returns (chain-class-sub)
        end-evaluate
    end-if.

find-shrink-store.
    move 'N' to found-flag.
    move 1 to shrink-store-sub.
    perform find-shrink-store-entry
        until shrink-store-sub > shrink-store-count or entry-found.
    if not entry-found
        if shrink-store-count < 50
            add 1 to shrink-store-count
            move shrink-store-count to shrink-store-sub
            move lookup-store-id to tbl-ss-store-id (shrink-store-sub)
            move 0 to tbl-ss-stocktake (shrink-store-sub)
            move 0 to tbl-ss-damaged (shrink-store-sub)
            move 0 to tbl-ss-returns (shrink-store-sub)
            move 0 to tbl-ss-valuation-sum (shrink-store-sub)
            move 0 to tbl-ss-valuation-days (shrink-store-sub)
            move 0 to tbl-ss-average (shrink-store-sub)
            move 'Y' to found-flag
        else
            move 'Y' to table-full-flag
        end-if
    end-if.

find-shrink-store-entry.
    if tbl-ss-store-id (shrink-store-sub) = lookup-store-id
        move 'Y' to found-flag
    else
        add 1 to shrink-store-sub
    end-if.

find-store-class.
    move 'N' to found-flag.
    move 1 to store-class-sub.
    perform find-store-class-entry
        until store-class-sub > store-class-count or entry-found.
    if not entry-found
        if store-class-count < 500
            add 1 to store-class-count
            move store-class-count to store-class-sub
            move lookup-store-id to tbl-sc-store-id (store-class-sub)
            move item-class to tbl-sc-class (store-class-sub)
            move 0 to tbl-sc-stocktake (store-class-sub)
            move 0 to tbl-sc-damaged (store-class-sub)
            move 0 to tbl-sc-returns (store-class-sub)
            move 'Y' to found-flag
        else
            move 'Y' to table-full-flag
        end-if
    end-if.

find-store-class-entry.
    if tbl-sc-store-id (store-class-sub) = lookup-store-id
       and tbl-sc-class (store-class-sub) = item-class
        move 'Y' to found-flag
    else
        add 1 to store-class-sub
    end-if.

find-chain-class.
    move 'N' to found-flag.
    move 1 to chain-class-sub.
    perform find-chain-class-entry
        until chain-class-sub > chain-class-count or entry-found.
    if not entry-found
        if chain-class-count < 20
            add 1 to chain-class-count
            move chain-class-count to chain-class-sub
            move item-class to tbl-cc-class (chain-class-sub)
            move 0 to tbl-cc-stocktake (chain-class-sub)
            move 0 to tbl-cc-damaged (chain-class-sub)
            move 0 to tbl-cc-returns (chain-class-sub)
            move 'Y' to found-flag
        else
            move 'Y' to table-full-flag
        end-if
    end-if.

find-chain-class-entry.
    if tbl-cc-class (chain-class-sub) = item-class
        move 'Y' to found-flag
    else
        add 1 to chain-class-sub
    end-if.

*> The STOR lines the nightly run writes beside each day's TRLR
*> line carry the store's base-currency valuation for the date.
accumulate-store-valuations.
    open input trailer-history-file.
    if trailer-history-status = '00'
        perform scan-trailer-record
            until trailer-history-status not = '00'
    end-if.
    close trailer-history-file.
    perform add-valuation-date
        varying valuation-date-sub from 1 by 1
        until valuation-date-sub > valuation-date-count.

scan-trailer-record.
    read trailer-history-file
        at end
            continue
        not at end
            move trailer-history-line to th-item
            if trailer-marker in th-trailer = "STOR"
               and trailer-run-date in th-trailer not < period-from
               and trailer-run-date in th-trailer not > period-to
                perform take-valuation-date
            end-if
    end-read.

take-valuation-date.
    move trailer-filler in th-trailer (1:4) to lookup-store-id.
    move 'N' to found-flag.
    move 1 to valuation-date-sub.
    perform find-valuation-date
        until valuation-date-sub > valuation-date-count
        or entry-found.
    if not entry-found
        if valuation-date-count < 3000
            add 1 to valuation-date-count
            move valuation-date-count to valuation-date-sub
            move lookup-store-id
                to tbl-vd-store-id (valuation-date-sub)
            move trailer-run-date in th-trailer
                to tbl-vd-date (valuation-date-sub)
            move 'Y' to found-flag
        else
            move 'Y' to table-full-flag
        end-if
    end-if.
    if entry-found
        move trailer-valuation-total in th-trailer
            to tbl-vd-valuation (valuation-date-sub)
    end-if.

find-valuation-date.
    if tbl-vd-store-id (valuation-date-sub) = lookup-store-id
       and tbl-vd-date (valuation-date-sub) =
           trailer-run-date in th-trailer
        move 'Y' to found-flag
    else
        add 1 to valuation-date-sub
    end-if.

add-valuation-date.
    move tbl-vd-store-id (valuation-date-sub) to lookup-store-id.
    perform find-shrink-store.
    if entry-found
        add tbl-vd-valuation (valuation-date-sub)
            to tbl-ss-valuation-sum (shrink-store-sub)
        add 1 to tbl-ss-valuation-days (shrink-store-sub)
    end-if.

set-store-averages.
    if tbl-ss-valuation-days (shrink-store-sub) > 0
        compute tbl-ss-average (shrink-store-sub) rounded =
            tbl-ss-valuation-sum (shrink-store-sub)
            / tbl-ss-valuation-days (shrink-store-sub)
        add tbl-ss-average (shrink-store-sub) to chain-average
    end-if.
    add tbl-ss-stocktake (shrink-store-sub) to chain-stocktake.
    add tbl-ss-damaged (shrink-store-sub) to chain-damaged.
    add tbl-ss-returns (shrink-store-sub) to chain-returns.

*> The chain rate is the chain's shrink over the sum of the store
*> averages; a store is flagged once its own rate is more than the
*> flag percentage above it.
set-chain-rate.
    compute chain-total = chain-stocktake + chain-damaged
        + chain-returns.
    move chain-total to pct-amount.
    move chain-average to pct-base.
    perform compute-pct.
    move pct-ws to chain-rate.
    compute flag-rate rounded =
        chain-rate + chain-rate * shrink-flag-pct / 100
        on size error
            move 9999.99 to flag-rate
    end-compute.

*> A percentage of a base; no base gives zero, and a rate too large
*> to print shows as 9999.99.
compute-pct.
    if pct-base = 0
        move 0 to pct-ws
    else
        compute pct-ws rounded = pct-amount * 100 / pct-base
            on size error
                move 9999.99 to pct-ws
        end-compute
    end-if.

*> A store with neither shrink nor valuation in the period has
*> nothing to say and is left off.
write-store-section.
    compute store-total = tbl-ss-stocktake (shrink-store-sub)
        + tbl-ss-damaged (shrink-store-sub)
        + tbl-ss-returns (shrink-store-sub).
    if store-total > 0
       or tbl-ss-valuation-days (shrink-store-sub) > 0
        perform write-store-line
        perform write-store-class-line
            varying store-class-sub from 1 by 1
            until store-class-sub > store-class-count
    end-if.

write-store-line.
    move spaces to sd-flag.
    move "STORE " to sd-label.
    move tbl-ss-store-id (shrink-store-sub) to sd-key.
    move tbl-ss-average (shrink-store-sub) to sd-average.
    move tbl-ss-average (shrink-store-sub) to pct-base.
    move tbl-ss-stocktake (shrink-store-sub) to pct-amount.
    perform compute-pct.
    move tbl-ss-stocktake (shrink-store-sub) to sd-stocktake.
    move pct-ws to sd-stocktake-pct.
    move tbl-ss-damaged (shrink-store-sub) to pct-amount.
    perform compute-pct.
    move tbl-ss-damaged (shrink-store-sub) to sd-damaged.
    move pct-ws to sd-damaged-pct.
    move tbl-ss-returns (shrink-store-sub) to pct-amount.
    perform compute-pct.
    move tbl-ss-returns (shrink-store-sub) to sd-returns.
    move pct-ws to sd-returns-pct.
    move store-total to pct-amount.
    perform compute-pct.
    move store-total to sd-total.
    move pct-ws to sd-total-pct.
    move pct-ws to store-rate.
    if tbl-ss-valuation-days (shrink-store-sub) = 0
        move " NO VALUATION" to sd-flag
        move 'Y' to no-valuation-flag
    else
        if chain-rate > 0 and store-rate > flag-rate
            move " *** VISIT" to sd-flag
            add 1 to flagged-count
        end-if
    end-if.
    move shrink-detail to report-line.
    write report-line.

write-store-class-line.
    if tbl-sc-store-id (store-class-sub) =
       tbl-ss-store-id (shrink-store-sub)
        move spaces to sd-flag
        move "  CLS " to sd-label
        move tbl-sc-class (store-class-sub) to sd-key
        move 0 to sd-average
        move tbl-ss-average (shrink-store-sub) to pct-base
        move tbl-sc-stocktake (store-class-sub) to pct-amount
        move tbl-sc-damaged (store-class-sub) to sd-damaged
        move tbl-sc-returns (store-class-sub) to sd-returns
        compute store-total = tbl-sc-stocktake (store-class-sub)
            + tbl-sc-damaged (store-class-sub)
            + tbl-sc-returns (store-class-sub)
        move tbl-sc-stocktake (store-class-sub) to sd-stocktake
        perform compute-pct
        move pct-ws to sd-stocktake-pct
        move tbl-sc-damaged (store-class-sub) to pct-amount
        perform compute-pct
        move pct-ws to sd-damaged-pct
        move tbl-sc-returns (store-class-sub) to pct-amount
        perform compute-pct
        move pct-ws to sd-returns-pct
        move store-total to pct-amount
        perform compute-pct
        move store-total to sd-total
        move pct-ws to sd-total-pct
        move shrink-detail to report-line
        write report-line
    end-if.

write-chain-section.
    move spaces to sd-flag.
    move "CHAIN " to sd-label.
    move "ALL STORES" to sd-key.
    move chain-average to sd-average.
    move chain-average to pct-base.
    move chain-stocktake to pct-amount.
    perform compute-pct.
    move chain-stocktake to sd-stocktake.
    move pct-ws to sd-stocktake-pct.
    move chain-damaged to pct-amount.
    perform compute-pct.
    move chain-damaged to sd-damaged.
    move pct-ws to sd-damaged-pct.
    move chain-returns to pct-amount.
    perform compute-pct.
    move chain-returns to sd-returns.
    move pct-ws to sd-returns-pct.
    move chain-total to sd-total.
    move chain-rate to sd-total-pct.
    move shrink-detail to report-line.
    write report-line.
    perform write-chain-class-line
        varying chain-class-sub from 1 by 1
        until chain-class-sub > chain-class-count.

write-chain-class-line.
    move spaces to sd-flag.
    move "  CLS " to sd-label.
    move tbl-cc-class (chain-class-sub) to sd-key.
    move 0 to sd-average.
    move chain-average to pct-base.
    compute store-total = tbl-cc-stocktake (chain-class-sub)
        + tbl-cc-damaged (chain-class-sub)
        + tbl-cc-returns (chain-class-sub).
    move tbl-cc-stocktake (chain-class-sub) to pct-amount.
    perform compute-pct.
    move tbl-cc-stocktake (chain-class-sub) to sd-stocktake.
    move pct-ws to sd-stocktake-pct.
    move tbl-cc-damaged (chain-class-sub) to pct-amount.
    perform compute-pct.
    move tbl-cc-damaged (chain-class-sub) to sd-damaged.
    move pct-ws to sd-damaged-pct.
    move tbl-cc-returns (chain-class-sub) to pct-amount.
    perform compute-pct.
    move tbl-cc-returns (chain-class-sub) to sd-returns.
    move pct-ws to sd-returns-pct.
    move store-total to pct-amount.
    perform compute-pct.
    move store-total to sd-total.
    move pct-ws to sd-total-pct.
    move shrink-detail to report-line.
    write report-line.

*> The store's currency and its rate into base currency - the same
*> lookup the nightly run uses for the trailer's valuation total. No
*> store entry means base currency; a missing rate converts at 1.
set-store-rate.
    move spaces to lookup-currency.
    move 1 to lookup-rate.
    move 1 to store-sub.
    perform find-store-entry until store-sub > store-count.
    if lookup-currency not = spaces
        move 0 to lookup-rate
        move 1 to rate-sub
        perform find-rate-entry until rate-sub > rate-count
        if lookup-rate = 0
            move 1 to lookup-rate
            move 'Y' to rate-missing-flag
        end-if
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

*> Resolve the item's behavior class from the category master the
*> same way the nightly run does: first matching entry wins; an
*> item with no entry reports as NORMAL.
classify-item.
    move "NORMAL" to item-class.
    move 'N' to classify-flag.
    move 1 to category-sub.
    perform classify-item-entry until category-sub > category-count
        or category-matched.

classify-item-entry.
    if tbl-cat-match (category-sub) = 'P'
        if lookup-name (1:tbl-cat-len (category-sub)) =
           tbl-cat-name (category-sub) (1:tbl-cat-len (category-sub))
            perform take-category-entry
        end-if
    else
        if lookup-name = tbl-cat-name (category-sub)
            perform take-category-entry
        end-if
    end-if
    add 1 to category-sub.

take-category-entry.
    move 'Y' to classify-flag.
    move tbl-cat-class (category-sub) to item-class.

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
    perform trim-cat-name until cat-len-ws = 0
        or cat-name (cat-len-ws:1) not = space.

trim-cat-name.
    subtract 1 from cat-len-ws.

load-run-parms.
    open input parm-file.
    if parm-status = '00'
        read parm-file
            not at end
                if parm-shrink-flag-pct is numeric
                    move parm-shrink-flag-pct to shrink-flag-pct
                end-if
        end-read
    end-if
    close parm-file.

write-report-heading.
    move run-date-ws to rh-run-date.
    move period-from to rh-period-from.
    move period-to to rh-period-to.
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
    move "SHRINKRPT" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move event-count to rl-in-count.
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

end program ShrinkReport.
