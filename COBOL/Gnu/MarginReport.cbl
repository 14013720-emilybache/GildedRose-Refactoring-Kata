*> whether the automatic markdowns are rescuing margin or giving it
*> away. Sales whose feed carried no proceeds were written at
*> carrying price and marked assumed; they are counted separately so
*> the real margin figure is not polluted. Alongside the carrying
*> margin each line, store and class shows the cost-based margin -
*> proceeds against the weighted-average cost Dispose stamped on the
*> sale off gr-cost-ledger. Sales of items the ledger had never seen
*> were costed at carrying price and are counted separately. Store
*> and class totals are in each store's own currency; after them the
*> same totals are rolled up by district and region in base currency
*> (gr-stores and gr-rates), each sale under the store hierarchy in
*> force on the date it was sold.

environment division.

    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select store-file assign 'gr-stores'
        file status is store-status.
    select rate-file assign 'gr-rates'
        file status is rate-status.
    select hierarchy-file assign 'gr-store-hierarchy'
        file status is hierarchy-status.

data division.
file section.
   fd sales-history-file.
   copy "grsales.cpy".
   fd margin-report.
   01 report-line pic x(180).
   fd category-file.
   copy "grcatgry.cpy".
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd store-file.
   copy "grstores.cpy".
   fd rate-file.
   copy "grrates.cpy".
   fd hierarchy-file.
   copy "grhier.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 item-rate pic 9(2).
   01 sales-read-count pic 9(6) value 0.
   01 assumed-count pic 9(6) value 0.
   01 costed-at-price-count pic 9(6) value 0.
   01 line-margin pic s9(7)v99.
   01 line-cost-margin pic s9(7)v99.
   01 store-totals.
      02 store-total-entry occurs 50 times.
         03 tbl-st-store-id pic x(4).
         03 tbl-st-carrying pic 9(9)v99.
         03 tbl-st-proceeds pic 9(9)v99.
         03 tbl-st-margin pic s9(9)v99.
         03 tbl-st-cost pic 9(9)v99.
         03 tbl-st-cost-margin pic s9(9)v99.
   01 store-total-count pic 9(4) value 0 comp.
   01 store-total-sub pic 9(4) comp.
   01 store-found-flag pic x value 'N'.
         03 tbl-cl-carrying pic 9(9)v99.
         03 tbl-cl-proceeds pic 9(9)v99.
         03 tbl-cl-margin pic s9(9)v99.
         03 tbl-cl-cost pic 9(9)v99.
         03 tbl-cl-cost-margin pic s9(9)v99.
   01 class-total-count pic 9(4) value 0 comp.
   01 class-total-sub pic 9(4) comp.
   01 class-found-flag pic x value 'N'.
      02 rd-proceeds pic z(4)9.99.
      02 filler pic x(8) value " MARGIN ".
      02 rd-margin pic -(6)9.99.
      02 filler pic x(6) value " COST ".
      02 rd-cost pic z(4)9.99.
      02 filler pic x(10) value " COST MGN ".
      02 rd-cost-margin pic -(6)9.99.
      02 rd-source pic x(8).
      02 rd-cost-source pic x(9).
   01 report-store-total.
      02 filler pic x(6) value "STORE ".
      02 rs-store-id pic x(4).
      02 rs-proceeds pic z(8)9.99.
      02 filler pic x(8) value " MARGIN ".
      02 rs-margin pic -(8)9.99.
      02 filler pic x(6) value " COST ".
      02 rs-cost pic z(8)9.99.
      02 filler pic x(13) value " COST MARGIN ".
      02 rs-cost-margin pic -(8)9.99.
   01 report-class-total.
      02 filler pic x(6) value "CLASS ".
      02 rc-class pic x(12).
      02 rc-proceeds pic z(8)9.99.
      02 filler pic x(8) value " MARGIN ".
      02 rc-margin pic -(8)9.99.
      02 filler pic x(6) value " COST ".
      02 rc-cost pic z(8)9.99.
      02 filler pic x(13) value " COST MARGIN ".
      02 rc-cost-margin pic -(8)9.99.
   01 report-summary.
      02 filler pic x(12) value "SALES READ: ".
      02 rp-read-count pic zz9999.
      02 filler pic x(29) value " WITH ASSUMED PROCEEDS ONLY: ".
      02 rp-assumed-count pic zz9999.
      02 filler pic x(18) value " COSTED AT PRICE: ".
      02 rp-costed-at-price pic zz9999.
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
   01 lookup-currency pic x(3).
   01 lookup-rate pic 9(3)v9(6).
   01 base-carrying pic 9(7)v99.
   01 base-proceeds pic 9(7)v99.
   01 base-cost pic 9(7)v99.
   01 base-margin pic s9(7)v99.
   01 base-cost-margin pic s9(7)v99.
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
   01 district-table.
      02 district-entry occurs 50 times.
         03 tbl-dist-key.
            04 tbl-dist-region pic x(4).
            04 tbl-dist-district pic x(4).
         03 tbl-dist-manager pic x(30).
         03 tbl-dist-count pic 9(6).
         03 tbl-dist-carrying pic 9(9)v99.
         03 tbl-dist-proceeds pic 9(9)v99.
         03 tbl-dist-margin pic s9(9)v99.
         03 tbl-dist-cost pic 9(9)v99.
         03 tbl-dist-cost-margin pic s9(9)v99.
   01 district-swap pic x(99).
   01 district-count pic 9(4) value 0 comp.
   01 district-sub pic 9(4) comp.
   01 swap-sub pic 9(4) comp.
   01 district-overflow pic 9(4) value 0 comp.
   01 previous-region pic x(4).
   01 region-totals.
      02 region-count pic 9(6).
      02 region-carrying pic 9(9)v99.
      02 region-proceeds pic 9(9)v99.
      02 region-margin pic s9(9)v99.
      02 region-cost pic 9(9)v99.
      02 region-cost-margin pic s9(9)v99.
   01 report-rollup-heading.
      02 filler pic x(43) value
          "BY DISTRICT AND REGION UNDER THE HIERARCHY ".
      02 filler pic x(29) value "AT SALE DATE - BASE CURRENCY".
   01 report-district-total.
      02 filler pic x(9) value "DISTRICT ".
      02 rdt-district pic x(10).
      02 filler pic x(9) value " MANAGER ".
      02 rdt-manager pic x(30).
      02 filler pic x(6) value " SOLD ".
      02 rdt-count pic zz9999.
      02 filler pic x(10) value " CARRYING ".
      02 rdt-carrying pic z(8)9.99.
      02 filler pic x(10) value " PROCEEDS ".
      02 rdt-proceeds pic z(8)9.99.
      02 filler pic x(8) value " MARGIN ".
      02 rdt-margin pic -(8)9.99.
      02 filler pic x(6) value " COST ".
      02 rdt-cost pic z(8)9.99.
      02 filler pic x(13) value " COST MARGIN ".
      02 rdt-cost-margin pic -(8)9.99.
   01 report-region-total.
      02 filler pic x(7) value "REGION ".
      02 rrt-region pic x(10).
      02 filler pic x(41) value " TOTAL".
      02 filler pic x(6) value " SOLD ".
      02 rrt-count pic zz9999.
      02 filler pic x(10) value " CARRYING ".
      02 rrt-carrying pic z(8)9.99.
      02 filler pic x(10) value " PROCEEDS ".
      02 rrt-proceeds pic z(8)9.99.
      02 filler pic x(8) value " MARGIN ".
      02 rrt-margin pic -(8)9.99.
      02 filler pic x(6) value " COST ".
      02 rrt-cost pic z(8)9.99.
      02 filler pic x(13) value " COST MARGIN ".
      02 rrt-cost-margin pic -(8)9.99.
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
    perform load-category-table.
    perform load-store-table.
    perform load-rate-table.
    perform load-hierarchy-table.
    open input sales-history-file.
    if sales-status not = '00'
        display "GR-SALES-HISTORY NOT AVAILABLE - STATUS " sales-status
        add 1 to sales-read-count
        perform classify-item
        compute line-margin = sale-proceeds - sale-price
        compute line-cost-margin = sale-proceeds - sale-cost
        perform tally-store-total
        perform tally-class-total
        perform tally-district-total
        if sale-proceeds-source = 'C'
            add 1 to assumed-count
        end-if
        if sale-cost-source not = 'L'
            add 1 to costed-at-price-count
        end-if
        perform write-detail-line
    go to margin-start-lable.
margin-end-lable.
    perform write-class-total
        varying class-total-sub from 1 by 1
        until class-total-sub > class-total-count.
    perform write-rollup-lines.
    move sales-read-count to rp-read-count.
    move assumed-count to rp-assumed-count.
    move costed-at-price-count to rp-costed-at-price.
    move report-summary to report-line.
    write report-line.
    close sales-history-file.
    else
        move spaces to rd-source
    end-if.
    move sale-cost to rd-cost.
    move line-cost-margin to rd-cost-margin.
    if sale-cost-source = 'L'
        move spaces to rd-cost-source
    else
        move " AT PRICE" to rd-cost-source
    end-if.
    move report-detail to report-line.
    write report-line.

            move sale-price to tbl-st-carrying (store-total-count)
            move sale-proceeds to tbl-st-proceeds (store-total-count)
            move line-margin to tbl-st-margin (store-total-count)
            move sale-cost to tbl-st-cost (store-total-count)
            move line-cost-margin
                to tbl-st-cost-margin (store-total-count)
        end-if
    end-if.

        add sale-price to tbl-st-carrying (store-total-sub)
        add sale-proceeds to tbl-st-proceeds (store-total-sub)
        add line-margin to tbl-st-margin (store-total-sub)
        add sale-cost to tbl-st-cost (store-total-sub)
        add line-cost-margin to tbl-st-cost-margin (store-total-sub)
    else
        add 1 to store-total-sub
    end-if.
            move sale-price to tbl-cl-carrying (class-total-count)
            move sale-proceeds to tbl-cl-proceeds (class-total-count)
            move line-margin to tbl-cl-margin (class-total-count)
            move sale-cost to tbl-cl-cost (class-total-count)
            move line-cost-margin
                to tbl-cl-cost-margin (class-total-count)
        end-if
    end-if.

        add sale-price to tbl-cl-carrying (class-total-sub)
        add sale-proceeds to tbl-cl-proceeds (class-total-sub)
        add line-margin to tbl-cl-margin (class-total-sub)
        add sale-cost to tbl-cl-cost (class-total-sub)
        add line-cost-margin to tbl-cl-cost-margin (class-total-sub)
    else
        add 1 to class-total-sub
    end-if.

*> The sale in base currency at its store's rate, added to the
*> district the store was in on the day of the sale.
tally-district-total.
    move sale-store-id to lookup-store-id.
    perform set-store-rate.
    compute base-carrying rounded = sale-price * lookup-rate.
    compute base-proceeds rounded = sale-proceeds * lookup-rate.
    compute base-cost rounded = sale-cost * lookup-rate.
    compute base-margin = base-proceeds - base-carrying.
    compute base-cost-margin = base-proceeds - base-cost.
    move sale-run-date to hier-date-ws.
    perform set-store-district.
    if district-sub > 0
        add 1 to tbl-dist-count (district-sub)
        add base-carrying to tbl-dist-carrying (district-sub)
        add base-proceeds to tbl-dist-proceeds (district-sub)
        add base-margin to tbl-dist-margin (district-sub)
        add base-cost to tbl-dist-cost (district-sub)
        add base-cost-margin to tbl-dist-cost-margin (district-sub)
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

*> District totals in region order with a subtotal as each region
*> closes. The districts add back to every sale unless the table
*> overflowed, which is flagged.
write-rollup-lines.
    perform sort-district-table.
    move spaces to report-line.
    write report-line.
    move report-rollup-heading to report-line.
    write report-line.
    move spaces to previous-region.
    initialize region-totals.
    perform write-district-total
        varying district-sub from 1 by 1
        until district-sub > district-count.
    if district-count > 0
        perform write-region-total
    end-if.
    if district-overflow > 0
        move "*** DISTRICT TABLE FULL - SALES LEFT OUT OF ROLL-UP ***"
            to report-line
        write report-line
        display "MARGINREPORT: MORE THAN 50 DISTRICTS - "
            district-overflow " SALES LEFT OUT OF THE ROLL-UP"
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    move spaces to report-line.
    write report-line.

write-district-total.
    if district-sub > 1
       and tbl-dist-region (district-sub) not = previous-region
        perform write-region-total
    end-if.
    move tbl-dist-region (district-sub) to previous-region.
    if tbl-dist-district (district-sub) = spaces
        move "UNASSIGNED" to rdt-district
    else
        move tbl-dist-district (district-sub) to rdt-district
    end-if.
    move tbl-dist-manager (district-sub) to rdt-manager.
    move tbl-dist-count (district-sub) to rdt-count.
    move tbl-dist-carrying (district-sub) to rdt-carrying.
    move tbl-dist-proceeds (district-sub) to rdt-proceeds.
    move tbl-dist-margin (district-sub) to rdt-margin.
    move tbl-dist-cost (district-sub) to rdt-cost.
    move tbl-dist-cost-margin (district-sub) to rdt-cost-margin.
    move report-district-total to report-line.
    write report-line.
    add tbl-dist-count (district-sub) to region-count.
    add tbl-dist-carrying (district-sub) to region-carrying.
    add tbl-dist-proceeds (district-sub) to region-proceeds.
    add tbl-dist-margin (district-sub) to region-margin.
    add tbl-dist-cost (district-sub) to region-cost.
    add tbl-dist-cost-margin (district-sub) to region-cost-margin.

write-region-total.
    if previous-region = spaces
        move "UNASSIGNED" to rrt-region
    else
        move previous-region to rrt-region
    end-if.
    move region-count to rrt-count.
    move region-carrying to rrt-carrying.
    move region-proceeds to rrt-proceeds.
    move region-margin to rrt-margin.
    move region-cost to rrt-cost.
    move region-cost-margin to rrt-cost-margin.
    move report-region-total to report-line.
    write report-line.
    initialize region-totals.

*> The store's currency and its rate into base currency. No store
*> entry means base currency; a missing rate converts at 1.
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

write-store-total.
    move tbl-st-store-id (store-total-sub) to rs-store-id.
    move tbl-st-count (store-total-sub) to rs-count.
    move tbl-st-carrying (store-total-sub) to rs-carrying.
    move tbl-st-proceeds (store-total-sub) to rs-proceeds.
    move tbl-st-margin (store-total-sub) to rs-margin.
    move tbl-st-cost (store-total-sub) to rs-cost.
    move tbl-st-cost-margin (store-total-sub) to rs-cost-margin.
    move report-store-total to report-line.
    write report-line.

    move tbl-cl-carrying (class-total-sub) to rc-carrying.
    move tbl-cl-proceeds (class-total-sub) to rc-proceeds.
    move tbl-cl-margin (class-total-sub) to rc-margin.
    move tbl-cl-cost (class-total-sub) to rc-cost.
    move tbl-cl-cost-margin (class-total-sub) to rc-cost-margin.
    move report-class-total to report-line.
    write report-line.

trim-cat-name.
    subtract 1 from cat-len-ws.

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

write-report-heading.
    move run-date-ws to rh-run-date.
    move report-heading to report-line.
    move sales-read-count to rl-in-count.
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

end program MarginReport.
