*> (net) - transfers, returns and transaction traffic. Everything is
*> consolidated to base currency through gr-stores and gr-rates, the
*> same lookup the nightly trailer uses. A period-control record on
*> gr-period-control stops the same month being closed twice. A
*> trading section follows the valuation reconciliation: sales
*> revenue off gr-sales-history, the cost of goods sold at the
*> weighted-average cost Dispose stamped on each sale off
*> gr-cost-ledger, and the cost-based gross margin between them.
*> The tills take proceeds tax-inclusive, so each sale is split into
*> net revenue and output tax at the gr-tax-rates rate in force for
*> the store's jurisdiction and the item's category class on the day
*> of the sale - the same split the tax return makes - and the
*> margin is struck on net revenue. Both sections are then repeated
*> by district with region subtotals off gr-store-hierarchy. Every
*> movement and sale goes to the district its store was in on the
*> day it happened, and each store's opening and closing valuation
*> (its STOR lines beside the opening and closing trailers) to the
*> district it was in on that trailer's date, so a store that moved
*> district mid-period shows its history where it was earned. The
*> district OTHER column is the residual the same way as the chain's
*> other movement, and includes the valuation a moving store takes
*> with it. Write-offs carry no book value and are not broken down.

environment division.

        file status is disposal-history-status.
    select writeoff-file assign 'gr-writeoffs'
        file status is writeoff-status.
    select sales-history-file assign 'gr-sales-history'
        file status is sales-status.
    select optional period-control-file assign 'gr-period-control'
        file status is period-status.
    select statement-file assign 'gr-month-end-statement'.
    select store-file assign 'gr-stores'
        file status is store-status.
    select tax-rate-file assign 'gr-tax-rates'
        file status is tax-rate-status.
    select legend-file assign 'gr-legend'
        file status is legend-status.
    select category-file assign 'gr-categories'
        file status is category-status.
    select rate-file assign 'gr-rates'
        file status is rate-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select hierarchy-file assign 'gr-store-hierarchy'
        file status is hierarchy-status.

data division.
file section.
   01 writeoff-record.
      02 writeoff-item-image pic x(69).
      02 writeoff-run-date pic x(8).
   fd sales-history-file.
   copy "grsales.cpy".
   fd period-control-file.
   01 period-control-record.
      02 pc-period pic x(6).
   copy "grstores.cpy".
   fd rate-file.
   copy "grrates.cpy".
   fd tax-rate-file.
   copy "grtaxrt.cpy".
   fd legend-file.
   01 legend-record pic x(50).
   fd category-file.
   copy "grcatgry.cpy".
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd hierarchy-file.
   copy "grhier.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 reprice-history-status pic x(2).
   01 disposal-history-status pic x(2).
   01 writeoff-status pic x(2).
   01 sales-status pic x(2).
   01 period-status pic x(2).
   copy "gritem.cpy" replacing item by wo-item,
       trailer-record by wo-trailer-view.
      02 store-entry occurs 50 times.
         03 tbl-store-id pic x(4).
         03 tbl-store-currency pic x(3).
         03 tbl-store-jurisdiction pic x(4).
   01 store-count pic 9(4) value 0 comp.
   01 store-sub pic 9(4) comp.
   01 store-status pic x(2).
   01 lookup-store-id pic x(4).
   01 lookup-currency pic x(3).
   01 lookup-rate pic 9(3)v9(6).
   01 lookup-jurisdiction pic x(4).
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
   01 no-rate-count pic 9(6) value 0.
   01 period-table.
      02 period-entry occurs 60 times.
         03 tbl-period pic x(6).
   01 opening-valuation pic 9(9)v99 value 0.
   01 closing-valuation pic 9(9)v99 value 0.
   01 closing-trailer-date pic x(8) value spaces.
   01 opening-trailer-date pic x(8) value spaces.
   01 receipts-valuation pic 9(9)v99 value 0.
   01 receipts-count pic 9(6) value 0.
   01 markdown-erosion pic s9(9)v99 value 0.
   01 writeoff-valuation pic 9(9)v99 value 0.
   01 writeoff-count pic 9(6) value 0.
   01 disposal-total-valuation pic 9(9)v99 value 0.
   01 sales-count pic 9(6) value 0.
   01 sales-proceeds-total pic 9(9)v99 value 0.
   01 output-tax pic 9(9)v99 value 0.
   01 sales-revenue pic 9(9)v99 value 0.
   01 cost-of-goods-sold pic 9(9)v99 value 0.
   01 gross-margin pic s9(9)v99 value 0.
   01 costed-at-price-count pic 9(6) value 0.
   01 line-valuation pic s9(9)v99.
   01 derived-closing pic s9(9)v99 value 0.
   01 other-movement pic s9(9)v99 value 0.
      02 filler pic x(7) value " VALUE ".
      02 sc-valuation pic z(8)9.99.
   01 statement-note-line pic x(60).
   01 statement-district-heading.
      02 filler pic x(48) value
          "DISTRICT         OPENING    RECEIVED     EROSION".
      02 filler pic x(48) value
          "   REPRICING   DISPOSALS     CLOSING       OTHER".
   01 statement-district-line.
      02 sd-label pic x(12).
      02 sd-opening pic -(8)9.99.
      02 sd-received pic -(8)9.99.
      02 sd-erosion pic -(8)9.99.
      02 sd-repricing pic -(8)9.99.
      02 sd-disposals pic -(8)9.99.
      02 sd-closing pic -(8)9.99.
      02 sd-other pic -(8)9.99.
   01 statement-trading-heading.
      02 filler pic x(46) value
          "DISTRICT    MANAGER                   PROCEEDS".
      02 filler pic x(48) value
          "         TAX         NET        COGS      MARGIN".
   01 statement-trading-line.
      02 st-label pic x(12).
      02 st-manager pic x(22).
      02 st-proceeds pic -(8)9.99.
      02 st-tax pic -(8)9.99.
      02 st-net pic -(8)9.99.
      02 st-cogs pic -(8)9.99.
      02 st-margin pic -(8)9.99.
   01 statement-count-note.
      02 filler pic x(13) value "*** SALES OF ".
      02 sn-count pic zz9999.
      02 filler pic x(35)
         value " ITEMS COSTED AT CARRYING PRICE ***".
   01 statement-rate-note.
      02 filler pic x(13) value "*** SALES OF ".
      02 sr-count pic zz9999.
      02 filler pic x(38)
         value " ITEMS WITH NO TAX RATE - UNTAXED ***".
   01 hierarchy-table.
      02 hierarchy-entry occurs 200 times.
         03 tbl-hier-store-id pic x(4).
         03 tbl-hier-district pic x(4).
         03 tbl-hier-region pic x(4).
         03 tbl-hier-manager pic x(30).
         03 tbl-hier-from-date pic x(8).
         03 tbl-hier-to-date pic x(8).
   01 hierarchy-count pic 9(4) value 0 comp.
   01 hierarchy-sub pic 9(4) comp.
   01 hierarchy-match-sub pic 9(4) comp.
   01 hierarchy-status pic x(2).
   01 hier-date-ws pic x(8).
   01 lookup-dist-key.
      02 lookup-region pic x(4).
      02 lookup-district pic x(4).
   01 lookup-manager pic x(30).
*> Each store's last STOR line before the period and last inside
*> it; only those dated on the opening and closing trailers count.
   01 balance-table.
      02 balance-entry occurs 50 times.
         03 tbl-bal-store-id pic x(4).
         03 tbl-bal-open-date pic x(8).
         03 tbl-bal-opening pic 9(9)v99.
         03 tbl-bal-close-date pic x(8).
         03 tbl-bal-closing pic 9(9)v99.
   01 balance-count pic 9(4) value 0 comp.
   01 balance-sub pic 9(4) comp.
   01 balance-found-sub pic 9(4) comp.
*> Movements are held with the sign they have on the valuation:
*> erosion, disposals, tax and cost of goods sold are negative.
   01 district-table.
      02 district-entry occurs 50 times.
         03 tbl-dist-key.
            04 tbl-dist-region pic x(4).
            04 tbl-dist-district pic x(4).
         03 tbl-dist-manager pic x(30).
         03 tbl-dist-opening pic s9(9)v99.
         03 tbl-dist-received pic s9(9)v99.
         03 tbl-dist-erosion pic s9(9)v99.
         03 tbl-dist-repricing pic s9(9)v99.
         03 tbl-dist-disposals pic s9(9)v99.
         03 tbl-dist-closing pic s9(9)v99.
         03 tbl-dist-proceeds pic s9(9)v99.
         03 tbl-dist-tax pic s9(9)v99.
         03 tbl-dist-net pic s9(9)v99.
         03 tbl-dist-cogs pic s9(9)v99.
   01 district-swap pic x(148).
   01 district-count pic 9(4) value 0 comp.
   01 district-sub pic 9(4) comp.
   01 swap-sub pic 9(4) comp.
   01 district-overflow pic 9(4) value 0 comp.
   01 previous-region pic x(4).
   01 region-totals.
      02 region-opening pic s9(9)v99.
      02 region-received pic s9(9)v99.
      02 region-erosion pic s9(9)v99.
      02 region-repricing pic s9(9)v99.
      02 region-disposals pic s9(9)v99.
      02 region-closing pic s9(9)v99.
      02 region-proceeds pic s9(9)v99.
      02 region-tax pic s9(9)v99.
      02 region-net pic s9(9)v99.
      02 region-cogs pic s9(9)v99.
   01 district-other pic s9(9)v99.
   01 district-margin pic s9(9)v99.
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
        display "GR-RUNCTL NOT AVAILABLE - CLOSE REFUSED"
    end-if.
    perform load-store-table.
    perform load-rate-table.
    perform load-legend-table.
    perform load-category-table.
    perform load-tax-rate-table.
    perform load-hierarchy-table.
    perform accumulate-trailer-valuations.
    perform accumulate-receipts.
    perform accumulate-audit-movement.
    perform accumulate-repricing.
    perform accumulate-disposals.
    perform accumulate-writeoffs.
    perform accumulate-sales.
    perform write-close-statement.
    if not closing-on-hand
        move 4 to run-rc

*> Opening is the last trailer before the period; closing is the
*> last trailer inside it. Both are already consolidated to base
*> currency by the nightly run, and so are the STOR lines that split
*> them by store for the district figures.
accumulate-trailer-valuations.
    open input trailer-history-file.
    if trailer-history-status = '00'
            until trailer-history-status not = '00'
    end-if.
    close trailer-history-file.
    perform post-store-balance
        varying balance-sub from 1 by 1
        until balance-sub > balance-count.

scan-trailer-record.
    read trailer-history-file
                    move 'Y' to opening-found-flag
                    move trailer-valuation-total in th-trailer
                        to opening-valuation
                    move trailer-run-date in th-trailer
                        to opening-trailer-date
                end-if
                if trailer-run-date in th-trailer (1:6) = close-period
                    move 'Y' to closing-found-flag
                        to closing-trailer-date
                end-if
            end-if
            if trailer-marker in th-trailer = "STOR"
                perform note-store-balance
            end-if
    end-read.

*> A restart can leave a store's line on file twice for a date; the
*> later one read wins, as it does for every reader of the history.
note-store-balance.
    move 0 to balance-found-sub.
    perform find-balance-entry
        varying balance-sub from 1 by 1
        until balance-sub > balance-count or balance-found-sub > 0.
    if balance-found-sub = 0 and balance-count < 50
        add 1 to balance-count
        move balance-count to balance-found-sub
        initialize balance-entry (balance-found-sub)
        move trailer-filler in th-trailer (1:4)
            to tbl-bal-store-id (balance-found-sub)
    end-if.
    if balance-found-sub > 0
        if trailer-run-date in th-trailer (1:6) < close-period
           and trailer-run-date in th-trailer not <
               tbl-bal-open-date (balance-found-sub)
            move trailer-run-date in th-trailer
                to tbl-bal-open-date (balance-found-sub)
            move trailer-valuation-total in th-trailer
                to tbl-bal-opening (balance-found-sub)
        end-if
        if trailer-run-date in th-trailer (1:6) = close-period
           and trailer-run-date in th-trailer not <
               tbl-bal-close-date (balance-found-sub)
            move trailer-run-date in th-trailer
                to tbl-bal-close-date (balance-found-sub)
            move trailer-valuation-total in th-trailer
                to tbl-bal-closing (balance-found-sub)
        end-if
    end-if.

find-balance-entry.
    if tbl-bal-store-id (balance-sub) =
       trailer-filler in th-trailer (1:4)
        move balance-sub to balance-found-sub
    end-if.

*> A store's opening goes to the district it was in on the opening
*> trailer's date and its closing to the one it was in on the
*> closing trailer's date.
post-store-balance.
    move tbl-bal-store-id (balance-sub) to lookup-store-id.
    if opening-on-hand
       and tbl-bal-open-date (balance-sub) = opening-trailer-date
        move opening-trailer-date to hier-date-ws
        perform set-store-district
        if district-sub > 0
            add tbl-bal-opening (balance-sub)
                to tbl-dist-opening (district-sub)
        end-if
    end-if.
    if closing-on-hand
       and tbl-bal-close-date (balance-sub) = closing-trailer-date
        move closing-trailer-date to hier-date-ws
        perform set-store-district
        if district-sub > 0
            add tbl-bal-closing (balance-sub)
                to tbl-dist-closing (district-sub)
        end-if
    end-if.

accumulate-receipts.
    open input receipt-history-file.
    if receipt-history-status = '00'
                compute line-valuation rounded =
                    rcph-quality * rcph-cost * lookup-rate
                add line-valuation to receipts-valuation
                move rcph-run-date to hier-date-ws
                perform set-store-district
                if district-sub > 0
                    add line-valuation
                        to tbl-dist-received (district-sub)
                end-if
            end-if
    end-read.

               and audit-old-sell-in not = audit-new-sell-in
                move audit-store-id to lookup-store-id
                perform set-store-rate
                move audit-run-date to hier-date-ws
                perform set-store-district
                if audit-old-price not = audit-new-price
                    compute line-valuation rounded =
                        audit-new-quality
                        * (audit-old-price - audit-new-price)
                        * lookup-rate
                    add line-valuation to markdown-erosion
                    perform post-district-erosion
                end-if
                compute line-valuation rounded =
                    (audit-old-quality - audit-new-quality)
                    * audit-old-price * lookup-rate
                add line-valuation to aging-erosion
                perform post-district-erosion
            end-if
    end-read.

post-district-erosion.
    if district-sub > 0
        subtract line-valuation from tbl-dist-erosion (district-sub)
    end-if.

accumulate-repricing.
    open input reprice-history-file.
    if reprice-history-status = '00'
                    rph-quality * (rph-new-price - rph-old-price)
                    * lookup-rate
                add line-valuation to reprice-movement
                move rph-run-date to hier-date-ws
                perform set-store-district
                if district-sub > 0
                    add line-valuation
                        to tbl-dist-repricing (district-sub)
                end-if
            end-if
    end-read.

                compute line-valuation rounded =
                    dsph-quality * dsph-price * lookup-rate
                add line-valuation to disposal-total-valuation
                move dsph-run-date to hier-date-ws
                perform set-store-district
                if district-sub > 0
                    subtract line-valuation
                        from tbl-dist-disposals (district-sub)
                end-if
                perform tally-disposal-code
            end-if
    end-read.
            end-if
    end-read.

*> Proceeds are what the tills took, split into output tax and net
*> revenue in the store's currency before conversion; cost of goods
*> sold is the weighted-average cost stamped on each sale, on the
*> same per-sale basis as the margin report so the two agree.
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
            if sale-run-date (1:6) = close-period
                add 1 to sales-count
                move sale-store-id to lookup-store-id
                perform set-store-rate
                move sale-run-date to hier-date-ws
                perform set-store-district
                compute line-valuation rounded =
                    sale-proceeds * lookup-rate
                add line-valuation to sales-proceeds-total
                if district-sub > 0
                    add line-valuation
                        to tbl-dist-proceeds (district-sub)
                end-if
                perform split-sale-tax
                compute line-valuation rounded =
                    split-net * lookup-rate
                add line-valuation to sales-revenue
                if district-sub > 0
                    add line-valuation to tbl-dist-net (district-sub)
                end-if
                compute line-valuation rounded =
                    split-tax * lookup-rate
                add line-valuation to output-tax
                if district-sub > 0
                    subtract line-valuation
                        from tbl-dist-tax (district-sub)
                end-if
                compute line-valuation rounded =
                    sale-cost * lookup-rate
                add line-valuation to cost-of-goods-sold
                if district-sub > 0
                    subtract line-valuation
                        from tbl-dist-cogs (district-sub)
                end-if
                if sale-cost-source not = 'L'
                    add 1 to costed-at-price-count
                end-if
            end-if
    end-read.

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
        add 1 to no-rate-count
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

write-close-statement.
    open output statement-file.
    move close-period to sh-period.
            to statement-line
        write statement-line
    end-if.
    perform write-trading-lines.
    perform write-district-sections.
    close statement-file.

*> Trading is information alongside the valuation roll-forward: the
*> SOLD removals are already inside the disposals line above.
write-trading-lines.
    move "SALES PROCEEDS (GROSS)" to sa-label.
    move sales-proceeds-total to sa-amount.
    move statement-amount-line to statement-line.
    write statement-line.
    move "OUTPUT TAX" to sa-label.
    compute line-valuation = 0 - output-tax.
    move line-valuation to sa-amount.
    move statement-amount-line to statement-line.
    write statement-line.
    move "SALES REVENUE (NET)" to sa-label.
    move sales-revenue to sa-amount.
    move statement-amount-line to statement-line.
    write statement-line.
    move "COST OF GOODS SOLD" to sa-label.
    compute line-valuation = 0 - cost-of-goods-sold.
    move line-valuation to sa-amount.
    move statement-amount-line to statement-line.
    write statement-line.
    compute gross-margin = sales-revenue - cost-of-goods-sold.
    move "GROSS MARGIN (COST BASIS)" to sa-label.
    move gross-margin to sa-amount.
    move statement-amount-line to statement-line.
    write statement-line.
    if costed-at-price-count > 0
        move costed-at-price-count to sn-count
        move statement-count-note to statement-line
        write statement-line
    end-if.
    if no-rate-count > 0
        move no-rate-count to sr-count
        move statement-rate-note to statement-line
        write statement-line
    end-if.

*> The valuation roll-forward and the trading figures again, by
*> district in region order with a subtotal as each region closes.
write-district-sections.
    perform sort-district-table.
    move spaces to statement-line.
    write statement-line.
    move "VALUATION BY DISTRICT" to statement-line.
    write statement-line.
    move statement-district-heading to statement-line.
    write statement-line.
    move spaces to previous-region.
    initialize region-totals.
    perform write-district-valuation
        varying district-sub from 1 by 1
        until district-sub > district-count.
    if district-count > 0
        perform write-region-valuation
    end-if.
    move spaces to statement-line.
    write statement-line.
    move "TRADING BY DISTRICT" to statement-line.
    write statement-line.
    move statement-trading-heading to statement-line.
    write statement-line.
    move spaces to previous-region.
    initialize region-totals.
    perform write-district-trading
        varying district-sub from 1 by 1
        until district-sub > district-count.
    if district-count > 0
        perform write-region-trading
    end-if.
    if district-overflow > 0
        move "*** DISTRICT TABLE FULL - FIGURES LEFT OUT ***"
            to statement-line
        write statement-line
        display "MONTHEND: MORE THAN 50 DISTRICTS - "
            district-overflow " FIGURES LEFT OUT OF THE DISTRICTS"
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.

write-district-valuation.
    if district-sub > 1
       and tbl-dist-region (district-sub) not = previous-region
        perform write-region-valuation
    end-if.
    move tbl-dist-region (district-sub) to previous-region.
    if tbl-dist-district (district-sub) = spaces
        move "UNASSIGNED" to sd-label
    else
        move tbl-dist-district (district-sub) to sd-label
    end-if.
    move tbl-dist-opening (district-sub) to sd-opening.
    move tbl-dist-received (district-sub) to sd-received.
    move tbl-dist-erosion (district-sub) to sd-erosion.
    move tbl-dist-repricing (district-sub) to sd-repricing.
    move tbl-dist-disposals (district-sub) to sd-disposals.
    move tbl-dist-closing (district-sub) to sd-closing.
    move tbl-dist-closing (district-sub) to district-other.
    subtract tbl-dist-opening (district-sub)
        tbl-dist-received (district-sub)
        tbl-dist-erosion (district-sub)
        tbl-dist-repricing (district-sub)
        tbl-dist-disposals (district-sub)
        from district-other.
    move district-other to sd-other.
    move statement-district-line to statement-line.
    write statement-line.
    add tbl-dist-opening (district-sub) to region-opening.
    add tbl-dist-received (district-sub) to region-received.
    add tbl-dist-erosion (district-sub) to region-erosion.
    add tbl-dist-repricing (district-sub) to region-repricing.
    add tbl-dist-disposals (district-sub) to region-disposals.
    add tbl-dist-closing (district-sub) to region-closing.

write-region-valuation.
    perform set-region-label.
    move st-label to sd-label.
    move region-opening to sd-opening.
    move region-received to sd-received.
    move region-erosion to sd-erosion.
    move region-repricing to sd-repricing.
    move region-disposals to sd-disposals.
    move region-closing to sd-closing.
    move region-closing to district-other.
    subtract region-opening region-received region-erosion
        region-repricing region-disposals from district-other.
    move district-other to sd-other.
    move statement-district-line to statement-line.
    write statement-line.
    initialize region-totals.

write-district-trading.
    if district-sub > 1
       and tbl-dist-region (district-sub) not = previous-region
        perform write-region-trading
    end-if.
    move tbl-dist-region (district-sub) to previous-region.
    if tbl-dist-district (district-sub) = spaces
        move "UNASSIGNED" to st-label
    else
        move tbl-dist-district (district-sub) to st-label
    end-if.
    move tbl-dist-manager (district-sub) to st-manager.
    move tbl-dist-proceeds (district-sub) to st-proceeds.
    move tbl-dist-tax (district-sub) to st-tax.
    move tbl-dist-net (district-sub) to st-net.
    move tbl-dist-cogs (district-sub) to st-cogs.
    move tbl-dist-net (district-sub) to district-margin.
    add tbl-dist-cogs (district-sub) to district-margin.
    move district-margin to st-margin.
    move statement-trading-line to statement-line.
    write statement-line.
    add tbl-dist-proceeds (district-sub) to region-proceeds.
    add tbl-dist-tax (district-sub) to region-tax.
    add tbl-dist-net (district-sub) to region-net.
    add tbl-dist-cogs (district-sub) to region-cogs.

write-region-trading.
    perform set-region-label.
    move spaces to st-manager.
    move region-proceeds to st-proceeds.
    move region-tax to st-tax.
    move region-net to st-net.
    move region-cogs to st-cogs.
    move region-net to district-margin.
    add region-cogs to district-margin.
    move district-margin to st-margin.
    move statement-trading-line to statement-line.
    write statement-line.
    initialize region-totals.

set-region-label.
    move spaces to st-label.
    if previous-region = spaces
        move "REGION NONE" to st-label
    else
        string "REGION " delimited by size
            previous-region delimited by size
            into st-label
        end-string
    end-if.

*> The district and region the store reported under on hier-date-ws
*> and its slot in the district table, added on first sight. A store
*> with no row in force rolls up as unassigned (blank district and
*> region). A full table leaves district-sub zero and the store out
*> of the roll-up, and is flagged with the totals.
set-store-district.
    move 0 to hierarchy-match-sub.
    perform find-hierarchy-entry
        varying hierarchy-sub from 1 by 1
        until hierarchy-sub > hierarchy-count.
    if hierarchy-match-sub = 0
        move spaces to lookup-dist-key
        move spaces to lookup-manager
    else
        move tbl-hier-region (hierarchy-match-sub) to lookup-region
        move tbl-hier-district (hierarchy-match-sub)
            to lookup-district
        move tbl-hier-manager (hierarchy-match-sub) to lookup-manager
    end-if.
    move 0 to district-sub.
    perform find-district-entry
        varying swap-sub from 1 by 1
        until swap-sub > district-count or district-sub > 0.
    if district-sub = 0
        if district-count < 50
            add 1 to district-count
            move district-count to district-sub
            initialize district-entry (district-sub)
            move lookup-dist-key to tbl-dist-key (district-sub)
            move lookup-manager to tbl-dist-manager (district-sub)
        else
            add 1 to district-overflow
        end-if
    end-if.

*> Of the rows in force for the store on the date, the one starting
*> latest wins.
find-hierarchy-entry.
    if tbl-hier-store-id (hierarchy-sub) = lookup-store-id
       and hier-date-ws not < tbl-hier-from-date (hierarchy-sub)
       and (tbl-hier-to-date (hierarchy-sub) = spaces
            or hier-date-ws not > tbl-hier-to-date (hierarchy-sub))
        if hierarchy-match-sub = 0
            move hierarchy-sub to hierarchy-match-sub
        else
            if tbl-hier-from-date (hierarchy-sub) >
               tbl-hier-from-date (hierarchy-match-sub)
                move hierarchy-sub to hierarchy-match-sub
            end-if
        end-if
    end-if.

find-district-entry.
    if tbl-dist-key (swap-sub) = lookup-dist-key
        move swap-sub to district-sub
    end-if.

*> Region order, so each region's districts print together.
sort-district-table.
    perform sort-district-pass
        varying district-sub from 1 by 1
        until district-sub >= district-count.

sort-district-pass.
    perform sort-district-pair
        varying swap-sub from 1 by 1
        until swap-sub > district-count - district-sub.

sort-district-pair.
    if tbl-dist-key (swap-sub) > tbl-dist-key (swap-sub + 1)
        move district-entry (swap-sub) to district-swap
        move district-entry (swap-sub + 1) to district-entry (swap-sub)
        move district-swap to district-entry (swap-sub + 1)
    end-if.

write-disposal-code-line.
    move tbl-dsp-code (code-sub) to sc-code.
    move tbl-dsp-count (code-sub) to sc-count.
*> The store's currency and its rate into base currency - the same
*> lookup the nightly run uses for the trailer's valuation total. No
*> store entry means base currency; a missing rate converts at 1.
*> The store's tax jurisdiction comes back alongside.
set-store-rate.
    move spaces to lookup-currency.
    move spaces to lookup-jurisdiction.
    move 1 to lookup-rate.
    move 1 to store-sub.
    perform find-store-entry until store-sub > store-count.
find-store-entry.
    if tbl-store-id (store-sub) = lookup-store-id
        move tbl-store-currency (store-sub) to lookup-currency
        move tbl-store-jurisdiction (store-sub) to lookup-jurisdiction
        move store-count to store-sub
    end-if
    add 1 to store-sub.
            add 1 to store-count
            move store-rec-id to tbl-store-id (store-count)
            move store-currency to tbl-store-currency (store-count)
            move store-jurisdiction
                to tbl-store-jurisdiction (store-count)
    end-read.

load-rate-table.
            move rate-to-base to tbl-rate-value (rate-count)
    end-read.

load-hierarchy-table.
    move 0 to hierarchy-count.
    open input hierarchy-file.
    if hierarchy-status = '00'
        perform load-hierarchy-record until hierarchy-status not = '00'
            or hierarchy-count >= 200
        if hierarchy-status = '00'
            display "GR-STORE-HIERARCHY HAS MORE THAN 200 ENTRIES - "
                "EXTRA ROWS IGNORED"
            move 4 to run-rc
            move "WARNINGS" to condition-ws
        end-if
    end-if
    close hierarchy-file.

load-hierarchy-record.
    read hierarchy-file
        at end
            continue
        not at end
            if hier-store-id not = spaces
                add 1 to hierarchy-count
                move hier-store-id
                    to tbl-hier-store-id (hierarchy-count)
                move hier-district
                    to tbl-hier-district (hierarchy-count)
                move hier-region to tbl-hier-region (hierarchy-count)
                move hier-manager to tbl-hier-manager (hierarchy-count)
                move hier-from-date
                    to tbl-hier-from-date (hierarchy-count)
                move hier-to-date to tbl-hier-to-date (hierarchy-count)
            end-if
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

load-run-control.
    open input runctl-file.
    if runctl-status = '00'
    move receipts-count to rl-in-count.
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

end program MonthEnd.
