program-id. TaxReturn as "TaxReturn".

*> Periodic sales tax / VAT return by store. The return period is
*> the block of parm-tax-period-months (gr-parms) containing the
*> gr-runctl processing date, counted from January - a quarterly
*> return run in August covers July to September. Every sale on
*> gr-sales-history in the period is split into net and tax at the
*> rate gr-tax-rates has in force for the store's jurisdiction
*> (gr-stores) and the item's category class (gr-categories, then
*> gr-legend, then NORMAL) on the day of the sale; the till took the
*> proceeds tax-inclusive. Returns restored in the period
*> (gr-returns-history, the machine-readable side of the returns
*> register) are refunds netted off: each is refunded at what the
*> till took on the item's last sale at that store before it came
*> back, and at that sale's rate - a return with no sale on file is
*> refunded at its carrying price, at the rate in force on the
*> return date, and counted on the report. The return totals each
*> store by rate band in the store's own currency and in base
*> currency (gr-rates), then the chain by rate band in base
*> currency. A sale no rate covers is reported under band NO RATE
*> as untaxed and warns.

environment division.

input-output section.

file-control.
    select sales-history-file assign 'gr-sales-history'
        file status is sales-status.
    select optional returns-history-file assign 'gr-returns-history'
        file status is returns-status.
    select tax-rate-file assign 'gr-tax-rates'
        file status is tax-rate-status.
    select store-file assign 'gr-stores'
        file status is store-status.
    select rate-file assign 'gr-rates'
        file status is rate-status.
    select legend-file assign 'gr-legend'
        file status is legend-status.
    select category-file assign 'gr-categories'
        file status is category-status.
    select parm-file assign 'gr-parms'
        file status is parm-status.
    select sort-file assign 'gr-sortwork'.
    select return-file assign 'gr-tax-return'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.

data division.
file section.
   fd sales-history-file.
   copy "grsales.cpy".
   fd returns-history-file.
   copy "grreth.cpy".
   fd tax-rate-file.
   copy "grtaxrt.cpy".
   fd store-file.
   copy "grstores.cpy".
   fd rate-file.
   copy "grrates.cpy".
   fd legend-file.
   01 legend-record pic x(50).
   fd category-file.
   copy "grcatgry.cpy".
   fd parm-file.
   copy "grparms.cpy".
   sd sort-file.
   01 sort-record.
      02 srt-store-id pic x(4).
      02 srt-band pic x(8).
      02 srt-rate-pct pic 9(2)v99.
      02 srt-kind pic x.
         88 srt-refund value 'R'.
      02 srt-gross pic 9(7)v99.
      02 srt-net pic 9(7)v99.
      02 srt-tax pic 9(7)v99.
   fd return-file.
   01 return-line pic x(132).
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 sales-status pic x(2).
   01 returns-status pic x(2).
   01 tax-rate-status pic x(2).
   01 parm-status pic x(2).
   01 period-months pic 9(2) value 1.
   01 run-month pic 9(2).
   01 period-index pic 9(2).
   01 period-start-month pic 9(2).
   01 period-end-month pic 9(2).
   01 period-from pic x(8).
   01 period-to pic x(8).
   01 store-table.
      02 store-entry occurs 50 times.
         03 tbl-store-id pic x(4).
         03 tbl-store-currency pic x(3).
         03 tbl-store-jurisdiction pic x(4).
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
   01 tax-date-ws pic x(8).
   01 tax-band-ws pic x(8).
   01 tax-rate-pct-ws pic 9(2)v99.
   01 tax-exact-sub pic 9(4) comp.
   01 tax-default-sub pic 9(4) comp.
   01 tax-divisor pic 9(3)v99.
   01 split-gross pic 9(7)v99.
   01 split-net pic 9(7)v99.
   01 split-tax pic 9(7)v99.
*> The period's returns, each with the last sale of the same store
*> and item on or before the day it came back - what the customer
*> is refunded.
   01 return-table.
      02 return-entry occurs 500 times.
         03 tbl-ret-store-id pic x(4).
         03 tbl-ret-name pic x(50).
         03 tbl-ret-date pic x(8).
         03 tbl-ret-price pic 9(5)v99.
         03 tbl-ret-sale-date pic x(8).
         03 tbl-ret-proceeds pic 9(5)v99.
   01 return-count pic 9(4) value 0 comp.
   01 return-sub pic 9(4) comp.
   01 return-overflow-flag pic x value 'N'.
      88 return-overflow value 'Y'.
   01 sales-count pic 9(6) value 0.
   01 refund-count pic 9(6) value 0.
   01 refund-at-price-count pic 9(6) value 0.
   01 no-rate-count pic 9(6) value 0.
   01 sort-eof-flag pic x value 'N'.
      88 sort-eof value 'Y'.
   01 current-store-id pic x(4) value spaces.
   01 current-band pic x(8) value spaces.
   01 current-rate-pct pic 9(2)v99 value 0.
   01 band-open-flag pic x value 'N'.
      88 band-open value 'Y'.
   01 band-totals.
      02 bt-sales-count pic 9(6).
      02 bt-sales-gross pic 9(9)v99.
      02 bt-sales-net pic 9(9)v99.
      02 bt-sales-tax pic 9(9)v99.
      02 bt-refund-count pic 9(6).
      02 bt-refund-gross pic 9(9)v99.
      02 bt-refund-net pic 9(9)v99.
      02 bt-refund-tax pic 9(9)v99.
   01 due-net pic s9(9)v99.
   01 due-tax pic s9(9)v99.
   01 due-base-net pic s9(9)v99.
   01 due-base-tax pic s9(9)v99.
   01 store-due-net pic s9(9)v99.
   01 store-due-tax pic s9(9)v99.
   01 store-base-net pic s9(9)v99.
   01 store-base-tax pic s9(9)v99.
   01 chain-band-table.
      02 chain-band-entry occurs 50 times.
         03 tbl-cb-band pic x(8).
         03 tbl-cb-rate-pct pic 9(2)v99.
         03 tbl-cb-net pic s9(9)v99.
         03 tbl-cb-tax pic s9(9)v99.
   01 chain-band-count pic 9(4) value 0 comp.
   01 chain-band-sub pic 9(4) comp.
   01 chain-band-flag pic x value 'N'.
      88 chain-band-found value 'Y'.
   01 chain-net pic s9(9)v99 value 0.
   01 chain-tax pic s9(9)v99 value 0.
   01 return-heading.
      02 filler pic x(20) value "TAX RETURN - PERIOD ".
      02 rh-from pic x(8).
      02 filler pic x(4) value " TO ".
      02 rh-to pic x(8).
      02 filler pic x(11) value " RUN DATE ".
      02 rh-run-date pic x(8).
   01 store-heading.
      02 filler pic x(6) value "STORE ".
      02 sh-store-id pic x(4).
      02 filler pic x(14) value " JURISDICTION ".
      02 sh-jurisdiction pic x(4).
      02 filler pic x(10) value " CURRENCY ".
      02 sh-currency pic x(3).
   01 band-sales-line.
      02 filler pic x(7) value "  BAND ".
      02 bs-band pic x(8).
      02 filler pic x(6) value " RATE ".
      02 bs-rate pic z9.99.
      02 filler pic x(8) value "% SALES ".
      02 bs-count pic zz9999.
      02 filler pic x(7) value " GROSS ".
      02 bs-gross pic z(8)9.99.
      02 filler pic x(5) value " NET ".
      02 bs-net pic z(8)9.99.
      02 filler pic x(5) value " TAX ".
      02 bs-tax pic z(8)9.99.
   01 band-refund-line.
      02 filler pic x(30) value spaces.
      02 filler pic x(8) value "REFUNDS ".
      02 br-count pic zz9999.
      02 filler pic x(7) value " GROSS ".
      02 br-gross pic z(8)9.99.
      02 filler pic x(5) value " NET ".
      02 br-net pic z(8)9.99.
      02 filler pic x(5) value " TAX ".
      02 br-tax pic z(8)9.99.
   01 band-due-line.
      02 filler pic x(30) value spaces.
      02 filler pic x(11) value "DUE LOCAL  ".
      02 filler pic x(4) value "NET ".
      02 bd-net pic -(9)9.99.
      02 filler pic x(5) value " TAX ".
      02 bd-tax pic -(9)9.99.
      02 filler pic x(15) value "  BASE     NET ".
      02 bd-base-net pic -(9)9.99.
      02 filler pic x(5) value " TAX ".
      02 bd-base-tax pic -(9)9.99.
   01 store-total-line.
      02 filler pic x(6) value "STORE ".
      02 st-store-id pic x(4).
      02 filler pic x(20) value " TOTAL DUE".
      02 filler pic x(11) value "LOCAL      ".
      02 filler pic x(4) value "NET ".
      02 st-net pic -(9)9.99.
      02 filler pic x(5) value " TAX ".
      02 st-tax pic -(9)9.99.
      02 filler pic x(15) value "  BASE     NET ".
      02 st-base-net pic -(9)9.99.
      02 filler pic x(5) value " TAX ".
      02 st-base-tax pic -(9)9.99.
   01 chain-heading pic x(50)
       value "CHAIN TOTALS BY RATE BAND - BASE CURRENCY".
   01 chain-band-line.
      02 filler pic x(7) value "  BAND ".
      02 cb-band pic x(8).
      02 filler pic x(6) value " RATE ".
      02 cb-rate pic z9.99.
      02 filler pic x(6) value "% NET ".
      02 cb-net pic -(9)9.99.
      02 filler pic x(5) value " TAX ".
      02 cb-tax pic -(9)9.99.
   01 chain-total-line.
      02 filler pic x(32) value "CHAIN TOTAL DUE            NET ".
      02 ct-net pic -(9)9.99.
      02 filler pic x(5) value " TAX ".
      02 ct-tax pic -(9)9.99.
   01 return-note-line.
      02 rn-count pic zz9999.
      02 rn-text pic x(70).
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
        display "GR-RUNCTL NOT AVAILABLE - TAX RETURN REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-run-parms.
    perform set-return-period.
    perform load-store-table.
    perform load-rate-table.
    perform load-legend-table.
    perform load-category-table.
    perform load-tax-rate-table.
    open output return-file.
    move period-from to rh-from.
    move period-to to rh-to.
    move run-date-ws to rh-run-date.
    move return-heading to return-line.
    write return-line.
    sort sort-file
        on ascending key srt-store-id srt-band srt-rate-pct
        with duplicates in order
        input procedure is release-tax-lines
        output procedure is write-tax-return.
    perform write-chain-totals.
    perform write-return-notes.
    close return-file.
    if no-rate-count > 0 or refund-at-price-count > 0
       or return-overflow
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    display "TAXRETURN: PERIOD " period-from " TO " period-to ", "
        sales-count " SALES, " refund-count " REFUNDS".
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> The N-month block, counted from January, that the processing date
*> falls in. Dates compare as text, so the period runs to day 31 of
*> its last month whatever the month's length.
set-return-period.
    move run-date-ws (5:2) to run-month.
    compute period-index = (run-month - 1) / period-months.
    compute period-start-month = period-index * period-months + 1.
    compute period-end-month = period-start-month + period-months - 1.
    move run-date-ws (1:4) to period-from (1:4).
    move period-start-month to period-from (5:2).
    move "01" to period-from (7:2).
    move run-date-ws (1:4) to period-to (1:4).
    move period-end-month to period-to (5:2).
    move "31" to period-to (7:2).

release-tax-lines.
    perform load-return-table.
    open input sales-history-file.
    if sales-status = '00'
        perform release-sale-record until sales-status not = '00'
    end-if.
    close sales-history-file.
    perform release-refund
        varying return-sub from 1 by 1
        until return-sub > return-count.

release-sale-record.
    read sales-history-file
        at end
            continue
        not at end
            if sale-run-date not < period-from
               and sale-run-date not > period-to
                add 1 to sales-count
                move sale-store-id to lookup-store-id
                move sale-name to class-name-ws
                move sale-run-date to tax-date-ws
                move sale-proceeds to split-gross
                perform split-tax-line
                move 'S' to srt-kind
                release sort-record
            end-if
            perform match-return-sale
                varying return-sub from 1 by 1
                until return-sub > return-count
    end-read.

*> The latest sale of the item at the store on or before the return
*> is the one being refunded.
match-return-sale.
    if tbl-ret-store-id (return-sub) = sale-store-id
       and tbl-ret-name (return-sub) = sale-name
       and sale-run-date not > tbl-ret-date (return-sub)
       and sale-run-date not < tbl-ret-sale-date (return-sub)
        move sale-run-date to tbl-ret-sale-date (return-sub)
        move sale-proceeds to tbl-ret-proceeds (return-sub)
    end-if.

release-refund.
    add 1 to refund-count.
    move tbl-ret-store-id (return-sub) to lookup-store-id.
    move tbl-ret-name (return-sub) to class-name-ws.
    if tbl-ret-sale-date (return-sub) = spaces
        move tbl-ret-date (return-sub) to tax-date-ws
        move tbl-ret-price (return-sub) to split-gross
        add 1 to refund-at-price-count
    else
        move tbl-ret-sale-date (return-sub) to tax-date-ws
        move tbl-ret-proceeds (return-sub) to split-gross
    end-if.
    perform split-tax-line.
    move 'R' to srt-kind.
    release sort-record.

*> One tax-inclusive amount split at the rate in force for the
*> store's jurisdiction and the item's class on tax-date-ws. The
*> divisor is struck first, then the net; tax is the remainder so
*> net and tax always add back to what the till took.
split-tax-line.
    perform set-store-rate.
    perform classify-item.
    perform find-tax-rate.
    compute tax-divisor = tax-rate-pct-ws + 100.
    compute split-net rounded = split-gross * 100 / tax-divisor.
    compute split-tax = split-gross - split-net.
    move lookup-store-id to srt-store-id.
    move tax-band-ws to srt-band.
    move tax-rate-pct-ws to srt-rate-pct.
    move split-gross to srt-gross.
    move split-net to srt-net.
    move split-tax to srt-tax.

*> An exact class row in force wins over the jurisdiction's blank
*> class row; neither means the sale is untaxed under NO RATE.
find-tax-rate.
    move 0 to tax-exact-sub.
    move 0 to tax-default-sub.
    perform find-tax-entry
        varying tax-sub from 1 by 1
        until tax-sub > tax-count or tax-exact-sub > 0.
    if tax-exact-sub = 0
        move tax-default-sub to tax-exact-sub
    end-if.
    if tax-exact-sub = 0
        move "NO RATE" to tax-band-ws
        move 0 to tax-rate-pct-ws
        add 1 to no-rate-count
    else
        move tbl-tax-band (tax-exact-sub) to tax-band-ws
        move tbl-tax-rate-pct (tax-exact-sub) to tax-rate-pct-ws
    end-if.

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

write-tax-return.
    move 'N' to sort-eof-flag.
    move spaces to current-store-id.
    move 'N' to band-open-flag.
    perform take-tax-line until sort-eof.
    if band-open
        perform close-band
        perform close-store
    end-if.

take-tax-line.
    return sort-file
        at end
            move 'Y' to sort-eof-flag
        not at end
            perform post-tax-line
    end-return.

post-tax-line.
    if band-open
        if srt-store-id not = current-store-id
            perform close-band
            perform close-store
            perform open-store
            perform open-band
        else
            if srt-band not = current-band
               or srt-rate-pct not = current-rate-pct
                perform close-band
                perform open-band
            end-if
        end-if
    else
        perform open-store
        perform open-band
    end-if.
    if srt-refund
        add 1 to bt-refund-count
        add srt-gross to bt-refund-gross
        add srt-net to bt-refund-net
        add srt-tax to bt-refund-tax
    else
        add 1 to bt-sales-count
        add srt-gross to bt-sales-gross
        add srt-net to bt-sales-net
        add srt-tax to bt-sales-tax
    end-if.

open-store.
    move srt-store-id to current-store-id.
    move 0 to store-due-net.
    move 0 to store-due-tax.
    move 0 to store-base-net.
    move 0 to store-base-tax.
    move current-store-id to lookup-store-id.
    perform set-store-rate.
    move current-store-id to sh-store-id.
    move lookup-jurisdiction to sh-jurisdiction.
    if lookup-currency = spaces
        move "BAS" to sh-currency
    else
        move lookup-currency to sh-currency
    end-if.
    move store-heading to return-line.
    write return-line.

open-band.
    move srt-band to current-band.
    move srt-rate-pct to current-rate-pct.
    move 'Y' to band-open-flag.
    initialize band-totals.

*> What is due on a band is the sales less the refunds, in the
*> store's currency, then through the store's rate into base.
close-band.
    move current-band to bs-band.
    move current-rate-pct to bs-rate.
    move bt-sales-count to bs-count.
    move bt-sales-gross to bs-gross.
    move bt-sales-net to bs-net.
    move bt-sales-tax to bs-tax.
    move band-sales-line to return-line.
    write return-line.
    if bt-refund-count > 0
        move bt-refund-count to br-count
        move bt-refund-gross to br-gross
        move bt-refund-net to br-net
        move bt-refund-tax to br-tax
        move band-refund-line to return-line
        write return-line
    end-if.
    compute due-net = bt-sales-net - bt-refund-net.
    compute due-tax = bt-sales-tax - bt-refund-tax.
    compute due-base-net rounded = due-net * lookup-rate.
    compute due-base-tax rounded = due-tax * lookup-rate.
    move due-net to bd-net.
    move due-tax to bd-tax.
    move due-base-net to bd-base-net.
    move due-base-tax to bd-base-tax.
    move band-due-line to return-line.
    write return-line.
    add due-net to store-due-net.
    add due-tax to store-due-tax.
    add due-base-net to store-base-net.
    add due-base-tax to store-base-tax.
    perform add-chain-band.
    move 'N' to band-open-flag.

close-store.
    move current-store-id to st-store-id.
    move store-due-net to st-net.
    move store-due-tax to st-tax.
    move store-base-net to st-base-net.
    move store-base-tax to st-base-tax.
    move store-total-line to return-line.
    write return-line.

add-chain-band.
    move 'N' to chain-band-flag.
    move 1 to chain-band-sub.
    perform find-chain-band until chain-band-sub > chain-band-count
        or chain-band-found.
    if not chain-band-found
        if chain-band-count < 50
            add 1 to chain-band-count
            move chain-band-count to chain-band-sub
            move current-band to tbl-cb-band (chain-band-sub)
            move current-rate-pct to tbl-cb-rate-pct (chain-band-sub)
            move 0 to tbl-cb-net (chain-band-sub)
            move 0 to tbl-cb-tax (chain-band-sub)
            move 'Y' to chain-band-flag
        else
            display "TAXRETURN: MORE THAN 50 RATE BANDS - CHAIN "
                "TOTAL INCOMPLETE"
        end-if
    end-if.
    if chain-band-found
        add due-base-net to tbl-cb-net (chain-band-sub)
        add due-base-tax to tbl-cb-tax (chain-band-sub)
    end-if.
    add due-base-net to chain-net.
    add due-base-tax to chain-tax.

find-chain-band.
    if tbl-cb-band (chain-band-sub) = current-band
       and tbl-cb-rate-pct (chain-band-sub) = current-rate-pct
        move 'Y' to chain-band-flag
    else
        add 1 to chain-band-sub
    end-if.

write-chain-totals.
    move chain-heading to return-line.
    write return-line.
    perform write-chain-band-line
        varying chain-band-sub from 1 by 1
        until chain-band-sub > chain-band-count.
    move chain-net to ct-net.
    move chain-tax to ct-tax.
    move chain-total-line to return-line.
    write return-line.

write-chain-band-line.
    move tbl-cb-band (chain-band-sub) to cb-band.
    move tbl-cb-rate-pct (chain-band-sub) to cb-rate.
    move tbl-cb-net (chain-band-sub) to cb-net.
    move tbl-cb-tax (chain-band-sub) to cb-tax.
    move chain-band-line to return-line.
    write return-line.

write-return-notes.
    if no-rate-count > 0
        move no-rate-count to rn-count
        move " SALES OR REFUNDS WITH NO TAX RATE - REPORTED UNTAXED"
            to rn-text
        move return-note-line to return-line
        write return-line
    end-if.
    if refund-at-price-count > 0
        move refund-at-price-count to rn-count
        move " REFUNDS WITH NO SALE ON FILE - AT CARRYING PRICE"
            to rn-text
        move return-note-line to return-line
        write return-line
    end-if.
    if return-overflow
        move 500 to rn-count
        move " RETURNS ONLY NETTED OFF - THE REST ARE LEFT OFF"
            to rn-text
        move return-note-line to return-line
        write return-line
    end-if.

load-return-table.
    move 0 to return-count.
    open input returns-history-file.
    if returns-status = '00'
        perform load-return-record until returns-status not = '00'
    end-if.
    close returns-history-file.

load-return-record.
    read returns-history-file
        at end
            continue
        not at end
            if reth-run-date not < period-from
               and reth-run-date not > period-to
                if return-count < 500
                    add 1 to return-count
                    move reth-store-id
                        to tbl-ret-store-id (return-count)
                    move reth-name to tbl-ret-name (return-count)
                    move reth-run-date to tbl-ret-date (return-count)
                    move reth-price to tbl-ret-price (return-count)
                    move spaces to tbl-ret-sale-date (return-count)
                    move 0 to tbl-ret-proceeds (return-count)
                else
                    move 'Y' to return-overflow-flag
                end-if
            end-if
    end-read.

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

load-tax-rate-table.
    move 0 to tax-count.
    open input tax-rate-file.
    if tax-rate-status = '00'
        perform load-tax-rate-record until tax-rate-status not = '00'
            or tax-count >= 100
        if tax-rate-status = '00'
            display "GR-TAX-RATES HAS MORE THAN 100 ENTRIES - EXTRA "
                "ROWS IGNORED"
        end-if
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
                if parm-tax-period-months = 1 or 2 or 3 or 4 or 6
                   or 12
                    move parm-tax-period-months to period-months
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
    move "TAXRETURN" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move sales-count to rl-in-count.
    move no-rate-count to rl-reject-count.
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

end program TaxReturn.
