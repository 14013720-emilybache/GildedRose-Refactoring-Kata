program-id. PickupNotice as "PickupNotice".

*> Daily pickup-notice extract. Reads every hold in force on
*> gr-holds and writes a gr-pickup-notices record for the customer
*> the store should phone: the hold runs out within the gr-parms
*> pickup days, or the held item is forecast to fall below the
*> pickup quality floor before the hold expires. The forecast is the
*> same in-memory aging Forecast runs - the nightly quality rules
*> applied day by day up to the expiry date - so the store hears
*> about a perishable hold while there is still something worth
*> collecting. The customer's name and phone come off gr-customers.

environment division.

input-output section.

file-control.
    select items assign 'items'
        organization indexed
        access mode random
        record key is item-key
        file status is items-status.
    select optional holds-file assign 'gr-holds'
        file status is holds-status.
    select customer-file assign 'gr-customers'
        file status is customer-status.
    select pickup-file assign 'gr-pickup-notices'.
    select legend-file assign 'gr-legend'
        file status is legend-status.
    select category-file assign 'gr-categories'
        file status is category-status.
    select promo-file assign 'gr-promotions'
        file status is promo-status.
    select event-file assign 'gr-events'
        file status is event-status.
    select parm-file assign 'gr-parms'
        file status is parm-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.

data division.
file section.
   fd items.
   copy "gritem.cpy".
   fd holds-file.
   copy "grholds.cpy".
   fd customer-file.
   copy "grcust.cpy".
   fd pickup-file.
   copy "grpickup.cpy".
   fd legend-file.
   01 legend-record pic x(50).
   fd category-file.
   copy "grcatgry.cpy".
   fd promo-file.
   copy "grpromo.cpy".
   fd event-file.
   copy "grevents.cpy".
   fd parm-file.
   copy "grparms.cpy".
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 run-date-num pic 9(8).
   01 expiry-num pic 9(8).
   01 items-status pic x(2).
   01 holds-status pic x(2).
   01 customer-status pic x(2).
   01 customer-table.
      02 customer-entry occurs 500 times.
         03 tbl-cust-id pic x(8).
         03 tbl-cust-name pic x(30).
         03 tbl-cust-phone pic x(16).
   01 customer-count pic 9(4) value 0 comp.
   01 customer-sub pic 9(4) comp.
   01 customer-found-flag pic x value 'N'.
      88 customer-found value 'Y'.
   01 hold-read-count pic 9(6) value 0.
   01 notice-count pic 9(6) value 0.
   01 missing-count pic 9(6) value 0.
   01 days-left pic s9(6).
   01 expiring-flag pic x value 'N'.
      88 hold-expiring value 'Y'.
   01 low-flag pic x value 'N'.
      88 quality-low value 'Y'.
   01 low-day pic 9(3) value 0.
   01 legend-table.
      02 legend-entry occurs 25 times pic x(50).
   01 legend-count pic 9(4) value 0 comp.
   01 legend-sub pic 9(4) comp.
   01 legend-status pic x(2).
   01 legend-flag pic x value 'N'.
      88 item-is-legendary value 'Y'.
      88 item-not-legendary value 'N'.
   01 category-table.
      02 category-entry occurs 50 times.
         03 tbl-cat-class pic x(12).
         03 tbl-cat-match pic x.
         03 tbl-cat-name pic x(50).
         03 tbl-cat-rate pic 9(2).
         03 tbl-cat-len pic 9(4) comp.
   01 category-count pic 9(4) value 0 comp.
   01 category-sub pic 9(4) comp.
   01 category-status pic x(2).
   01 cat-len-ws pic 9(4) comp.
   01 classify-flag pic x value 'N'.
      88 category-matched value 'Y'.
   01 promo-table.
      02 promo-entry occurs 25 times.
         03 tbl-promo-match pic x.
         03 tbl-promo-class pic x(12).
         03 tbl-promo-name pic x(50).
         03 tbl-promo-rate pic 9(2).
         03 tbl-promo-from pic x(8).
         03 tbl-promo-to pic x(8).
         03 tbl-promo-len pic 9(4) comp.
   01 promo-count pic 9(4) value 0 comp.
   01 promo-sub pic 9(4) comp.
   01 promo-status pic x(2).
   01 promo-len-ws pic 9(4) comp.
   01 promo-check-date pic x(8).
   01 promo-found-flag pic x value 'N'.
      88 promo-matched value 'Y'.
   01 event-table.
      02 event-entry occurs 25 times.
         03 tbl-ev-code pic x(4).
         03 tbl-ev-name pic x(50).
         03 tbl-ev-tier1 pic 9(2).
         03 tbl-ev-tier2 pic 9(2).
   01 event-count pic 9(4) value 0 comp.
   01 event-sub pic 9(4) comp.
   01 event-status pic x(2).
   01 event-found-flag pic x value 'N'.
      88 event-found value 'Y'.
   01 item-tier1-days pic 9(2).
   01 item-tier2-days pic 9(2).
   01 item-class pic x(12).
   01 item-rate pic 9(2).
   01 parm-status pic x(2).
   01 max-quality pic 9(2) value 50.
   01 tier1-days pic 9(2) value 11.
   01 tier2-days pic 9(2) value 06.
   01 pickup-days pic 9(3) value 3.
   01 pickup-quality pic 9(2) value 10.
   01 sim-day pic 9(3).
   01 sim-days pic 9(3).
   01 sim-sell-in pic s9(4).
   01 sim-quality pic s9(4).
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
        display "GR-RUNCTL NOT AVAILABLE - NO PICKUP NOTICES"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    move run-date-ws to run-date-num.
    perform load-legend-table.
    perform load-category-table.
    perform load-promo-table.
    perform load-event-table.
    perform load-run-parms.
    perform load-customer-table.
    open input items.
    if items-status not = '00'
        display "ITEMS MASTER NOT AVAILABLE - STATUS " items-status
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open input holds-file.
    open output pickup-file.
notice-start-lable.
    read holds-file end go to notice-end-lable.
        if hold-name = spaces
            go to notice-start-lable
        end-if
        add 1 to hold-read-count
        perform check-one-hold
    go to notice-start-lable.
notice-end-lable.
    close holds-file.
    close pickup-file.
    close items.
    if missing-count > 0
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    display "PICKUPNTC: " hold-read-count " HOLDS READ, "
        notice-count " NOTICES, " missing-count " NOT ON MASTER".
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> An expired hold is HoldsMaint's to release, not the store's to
*> chase. A hold whose item has left the master is reported and
*> skipped - there is nothing to forecast.
check-one-hold.
    if hold-expiry is numeric and hold-expiry not < run-date-ws
        move hold-store-id to store-id
        move hold-name to name
        read items
            invalid key
                display "PICKUPNTC: HELD ITEM NOT ON MASTER "
                    hold-store-id " " hold-name
                add 1 to missing-count
            not invalid key
                perform grade-held-item
        end-read
    end-if.

grade-held-item.
    move hold-expiry to expiry-num.
    compute days-left = function integer-of-date (expiry-num)
        - function integer-of-date (run-date-num).
    move 'N' to expiring-flag.
    if days-left not > pickup-days
        move 'Y' to expiring-flag
    end-if.
    perform forecast-held-item.
    if hold-expiring or quality-low
        perform write-pickup-notice
    end-if.

*> Age the held item forward to its expiry date and note the first
*> day it stands below the floor - day zero when it is already below
*> it today.
forecast-held-item.
    perform classify-item.
    move sell-in to sim-sell-in.
    move quality to sim-quality.
    move 'N' to low-flag.
    move 0 to low-day.
    if sim-quality < pickup-quality
        move 'Y' to low-flag
    end-if.
    if days-left > 999
        move 999 to sim-days
    else
        move days-left to sim-days
    end-if.
    perform simulate-one-day
        varying sim-day from 1 by 1
        until sim-day > sim-days.

write-pickup-notice.
    move hold-store-id to pn-store-id.
    move hold-customer-id to pn-customer-id.
    perform find-customer.
    if customer-found
        move tbl-cust-name (customer-sub) to pn-customer-name
        move tbl-cust-phone (customer-sub) to pn-phone
    else
        move "NOT ON CUSTOMER MASTER" to pn-customer-name
        move spaces to pn-phone
    end-if.
    move hold-name to pn-name.
    move hold-expiry to pn-expiry.
    move days-left to pn-days-left.
    evaluate true
        when hold-expiring and quality-low
            move "BOTH" to pn-reason
        when hold-expiring
            move "EXPIRING" to pn-reason
        when other
            move "QUALITY" to pn-reason
    end-evaluate.
    move sim-quality to pn-quality.
    move low-day to pn-low-day.
    move hold-deposit to pn-deposit.
    write pickup-record.
    add 1 to notice-count.

find-customer.
    move 'N' to customer-found-flag.
    move 1 to customer-sub.
    perform find-customer-entry until customer-sub > customer-count
        or customer-found.

find-customer-entry.
    if tbl-cust-id (customer-sub) = hold-customer-id
        move 'Y' to customer-found-flag
    else
        add 1 to customer-sub
    end-if.

*> One night's aging, applied to the in-memory copy. This mirrors
*> the update logic in the nightly run paragraph for paragraph, as
*> Forecast does - if that logic changes, change this to match.
simulate-one-day.
    evaluate item-class
        when "LEGENDARY"
            continue
        when "APPRECIATING"
            perform sim-appreciate-item
        when "BACKSTAGE"
            perform sim-update-backstage-item
        when other
            perform sim-degrade-item
    end-evaluate
    if item-class not = "LEGENDARY"
        compute sim-sell-in = sim-sell-in - 1
    end-if
    if sim-sell-in < 0
        evaluate item-class
            when "LEGENDARY"
                continue
            when "APPRECIATING"
                perform sim-appreciate-item
            when "BACKSTAGE"
                compute sim-quality = sim-quality - sim-quality
            when other
                perform sim-degrade-item
        end-evaluate
    end-if
    if not quality-low and sim-quality < pickup-quality
        move 'Y' to low-flag
        move sim-day to low-day
    end-if.

sim-degrade-item.
    if sim-quality > 0
        if sim-quality > item-rate
            compute sim-quality = sim-quality - item-rate
        else
            compute sim-quality = sim-quality - sim-quality
        end-if
    end-if.

sim-appreciate-item.
    if sim-quality < max-quality
        compute sim-quality = sim-quality + item-rate
        if sim-quality > max-quality
            move max-quality to sim-quality
        end-if
    end-if.

sim-update-backstage-item.
    perform set-backstage-tiers.
    perform sim-appreciate-item.
    if sim-sell-in < item-tier1-days
        if sim-quality < max-quality
            compute sim-quality = sim-quality + 1
        end-if
    end-if.
    if sim-sell-in < item-tier2-days
        if sim-quality < max-quality
            compute sim-quality = sim-quality + 1
        end-if
    end-if.

*> A pass item prices up on its own event's tier thresholds when the
*> event master carries them, otherwise on the gr-parms defaults.
set-backstage-tiers.
    move tier1-days to item-tier1-days.
    move tier2-days to item-tier2-days.
    move 'N' to event-found-flag.
    move 1 to event-sub.
    perform find-event-entry until event-sub > event-count
        or event-found.
    if event-found
        if tbl-ev-tier1 (event-sub) > 0
            move tbl-ev-tier1 (event-sub) to item-tier1-days
        end-if
        if tbl-ev-tier2 (event-sub) > 0
            move tbl-ev-tier2 (event-sub) to item-tier2-days
        end-if
    end-if.

find-event-entry.
    if name = tbl-ev-name (event-sub)
        move 'Y' to event-found-flag
    else
        add 1 to event-sub
    end-if.

*> Resolve the item's behavior class from the category master the
*> same way the nightly run does: first matching entry wins, with
*> the gr-legend table and NORMAL at rate 1 as the fallbacks.
classify-item.
    move "NORMAL" to item-class.
    move 1 to item-rate.
    move 'N' to legend-flag.
    move 'N' to classify-flag.
    move 1 to category-sub.
    perform classify-item-entry until category-sub > category-count
        or category-matched.
    if category-matched
        if item-class = "LEGENDARY"
            move 'Y' to legend-flag
        end-if
    else
        perform check-legendary
        if item-is-legendary
            move "LEGENDARY" to item-class
            move 0 to item-rate
        end-if
    end-if.
    if item-class not = "LEGENDARY"
        move run-date-ws to promo-check-date
        perform apply-promo-override
    end-if.

*> A promotion in force for the processing date overrides the
*> category rate, the same way the nightly run applies it. Legendary
*> stock never moves and takes no promotion.
apply-promo-override.
    move 'N' to promo-found-flag.
    move 1 to promo-sub.
    perform apply-promo-entry until promo-sub > promo-count
        or promo-matched.

apply-promo-entry.
    if promo-check-date not < tbl-promo-from (promo-sub)
       and promo-check-date not > tbl-promo-to (promo-sub)
        evaluate tbl-promo-match (promo-sub)
            when 'C'
                if tbl-promo-class (promo-sub) = item-class
                    perform take-promo-entry
                end-if
            when 'P'
                if name (1:tbl-promo-len (promo-sub)) =
                   tbl-promo-name (promo-sub)
                   (1:tbl-promo-len (promo-sub))
                    perform take-promo-entry
                end-if
            when other
                if name = tbl-promo-name (promo-sub)
                    perform take-promo-entry
                end-if
        end-evaluate
    end-if
    add 1 to promo-sub.

take-promo-entry.
    move 'Y' to promo-found-flag.
    move tbl-promo-rate (promo-sub) to item-rate.

load-promo-table.
    move 0 to promo-count.
    open input promo-file.
    if promo-status = '00'
        perform load-promo-record until promo-status not = '00'
            or promo-count >= 25
        if promo-status = '00'
            display "GR-PROMOTIONS HAS MORE THAN 25 ENTRIES - EXTRA "
                "ROWS IGNORED"
        end-if
    end-if
    close promo-file.

*> A prefix entry needs a name to match on: a 'P' row with a blank
*> name would otherwise load with a zero length and break the
*> prefix compare for every item.
load-promo-record.
    read promo-file
        at end
            continue
        not at end
            if promo-rate is numeric
               and (promo-match not = 'P'
                    or promo-name not = spaces)
                add 1 to promo-count
                move promo-match to tbl-promo-match (promo-count)
                move promo-class to tbl-promo-class (promo-count)
                move promo-name to tbl-promo-name (promo-count)
                move promo-rate to tbl-promo-rate (promo-count)
                move promo-from-date to tbl-promo-from (promo-count)
                move promo-to-date to tbl-promo-to (promo-count)
                perform measure-promo-name
                move promo-len-ws to tbl-promo-len (promo-count)
            end-if
    end-read.

measure-promo-name.
    move 50 to promo-len-ws.
    perform trim-promo-name until promo-len-ws = 0
        or promo-name (promo-len-ws:1) not = space.

trim-promo-name.
    subtract 1 from promo-len-ws.

classify-item-entry.
    if tbl-cat-match (category-sub) = 'P'
        if name (1:tbl-cat-len (category-sub)) =
           tbl-cat-name (category-sub) (1:tbl-cat-len (category-sub))
            perform take-category-entry
        end-if
    else
        if name = tbl-cat-name (category-sub)
            perform take-category-entry
        end-if
    end-if
    add 1 to category-sub.

take-category-entry.
    move 'Y' to classify-flag.
    move tbl-cat-class (category-sub) to item-class.
    move tbl-cat-rate (category-sub) to item-rate.

load-event-table.
    move 0 to event-count.
    open input event-file.
    if event-status = '00'
        perform load-event-record until event-status not = '00'
            or event-count >= 25
        if event-status = '00'
            display "GR-EVENTS HAS MORE THAN 25 ENTRIES - EXTRA "
                "ROWS IGNORED"
        end-if
    end-if
    close event-file.

load-event-record.
    read event-file
        at end
            continue
        not at end
            if event-name not = spaces
                add 1 to event-count
                move event-code to tbl-ev-code (event-count)
                move event-name to tbl-ev-name (event-count)
                move event-tier1-days to tbl-ev-tier1 (event-count)
                move event-tier2-days to tbl-ev-tier2 (event-count)
            end-if
    end-read.

load-category-table.
    move 0 to category-count.
    open input category-file.
    if category-status = '00'
        perform load-category-record until category-status not = '00'
            or category-count >= 50
        if category-status = '00'
            display "GR-CATEGORIES HAS MORE THAN 50 ENTRIES - EXTRA "
                "ROWS IGNORED"
        end-if
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
                move cat-rate to tbl-cat-rate (category-count)
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

load-legend-table.
    move 0 to legend-count.
    open input legend-file.
    if legend-status = '00'
        perform load-legend-record until legend-status not = '00'
            or legend-count >= 25
        if legend-status = '00'
            display "GR-LEGEND HAS MORE THAN 25 ENTRIES - EXTRA ROWS IGNORED"
        end-if
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

check-legendary.
    move 'N' to legend-flag.
    move 1 to legend-sub.
    perform check-legendary-entry until legend-sub > legend-count.

check-legendary-entry.
    if name = legend-entry (legend-sub)
        move 'Y' to legend-flag
        move legend-count to legend-sub
    end-if
    add 1 to legend-sub.

*> A customer missing from the master still gets a notice - the
*> store has the hold on paper - so overflow only costs the contact
*> details, not the notice.
load-customer-table.
    move 0 to customer-count.
    open input customer-file.
    if customer-status = '00'
        perform load-customer-record until customer-status not = '00'
            or customer-count >= 500
        if customer-status = '00'
            display "GR-CUSTOMERS HAS MORE THAN 500 ENTRIES - EXTRA "
                "ROWS IGNORED"
        end-if
    end-if
    close customer-file.

load-customer-record.
    read customer-file
        at end
            continue
        not at end
            if cust-id not = spaces
                add 1 to customer-count
                move cust-id to tbl-cust-id (customer-count)
                move cust-name to tbl-cust-name (customer-count)
                move cust-phone to tbl-cust-phone (customer-count)
            end-if
    end-read.

load-run-parms.
    open input parm-file.
    if parm-status = '00'
        read parm-file
            not at end
                move parm-max-quality to max-quality
                move parm-tier1-days to tier1-days
                move parm-tier2-days to tier2-days
                if parm-pickup-days is numeric
                    move parm-pickup-days to pickup-days
                end-if
                if parm-pickup-quality is numeric
                    move parm-pickup-quality to pickup-quality
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
    move "PICKUPNTC" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move hold-read-count to rl-in-count.
    move missing-count to rl-reject-count.
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

end program PickupNotice.
