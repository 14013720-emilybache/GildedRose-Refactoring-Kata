program-id. GLPost as "GLPost".

*> Daily general-ledger posting interface. MonthEnd produces a
*> statement, but its figures were keyed into the GL by hand. This
*> builds the processing date's postings from the run-stamped
*> trails: sales revenue and cost of goods sold off
*> gr-sales-history, goods received off gr-receipts-history, batch
*> repricing off gr-reprice-history, disposals other than SOLD (a
*> sale is already on the sales trail) off gr-disposal-history,
*> write-offs off gr-writeoffs, and the night's automatic markdowns
*> off gr-audit. Each movement is valued the way MonthEnd values it,
*> classed through gr-categories, and mapped through gr-gl-accounts
*> to a debit and a credit account; a movement that goes the other
*> way (a price raised, say) posts with the accounts swapped. The
*> movements are summarised per store, movement type, class and
*> account pair into balanced debit and credit lines in the store's
*> currency and in base currency, and the file closes with a control
*> trailer whose net must be zero. A movement with no account
*> mapping is listed on the gr-gl-suspense report, never dropped.

environment division.

input-output section.

file-control.
    select sales-history-file assign 'gr-sales-history'
        file status is sales-status.
    select receipt-history-file assign 'gr-receipts-history'
        file status is receipt-history-status.
    select reprice-history-file assign 'gr-reprice-history'
        file status is reprice-history-status.
    select disposal-history-file assign 'gr-disposal-history'
        file status is disposal-history-status.
    select writeoff-file assign 'gr-writeoffs'
        file status is writeoff-status.
    select audit-file assign 'gr-audit'
        file status is audit-status.
    select account-file assign 'gr-gl-accounts'
        file status is account-status.
    select posting-file assign 'gr-gl-postings'.
    select suspense-report assign 'gr-gl-suspense'.
    select category-file assign 'gr-categories'
        file status is category-status.
    select store-file assign 'gr-stores'
        file status is store-status.
    select rate-file assign 'gr-rates'
        file status is rate-status.
    select runstage-file assign 'gr-runstage'
        file status is runstage-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.

data division.
file section.
   fd sales-history-file.
   copy "grsales.cpy".
   fd receipt-history-file.
   copy "grrcpth.cpy".
   fd reprice-history-file.
   copy "greprch.cpy".
   fd disposal-history-file.
   copy "grdisph.cpy".
   fd writeoff-file.
   01 writeoff-record.
      02 writeoff-item-image pic x(69).
      02 writeoff-run-date pic x(8).
   fd audit-file.
   copy "graudit.cpy".
   fd account-file.
   copy "grglacct.cpy".
   fd posting-file.
   copy "grglpost.cpy".
   fd suspense-report.
   01 suspense-line pic x(120).
   fd category-file.
   copy "grcatgry.cpy".
   fd store-file.
   copy "grstores.cpy".
   fd rate-file.
   copy "grrates.cpy".
   fd runstage-file.
   copy "grrunstg.cpy".
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
   01 receipt-history-status pic x(2).
   01 reprice-history-status pic x(2).
   01 disposal-history-status pic x(2).
   01 writeoff-status pic x(2).
   01 audit-status pic x(2).
   01 account-status pic x(2).
   01 runstage-status pic x(2).
   01 stage-ok-flag pic x value 'N'.
      88 run-stage-ok value 'Y'.
   copy "gritem.cpy" replacing item by wo-item,
       trailer-record by wo-trailer-view.
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
   01 account-table.
      02 account-entry occurs 100 times.
         03 tbl-acct-movement pic x(8).
         03 tbl-acct-class pic x(12).
         03 tbl-acct-debit pic x(10).
         03 tbl-acct-credit pic x(10).
   01 account-count pic 9(4) value 0 comp.
   01 account-sub pic 9(4) comp.
   01 account-flag pic x value 'N'.
      88 account-found value 'Y'.
*> The movement being posted: its type, signed local amount, and
*> the account pair it maps to.
   01 movement-ws pic x(8).
   01 movement-amount pic s9(9)v99.
   01 base-amount pic 9(9)v99.
   01 debit-account-ws pic x(10).
   01 credit-account-ws pic x(10).
   01 swap-account-ws pic x(10).
   01 movement-count pic 9(6) value 0.
   01 suspense-count pic 9(6) value 0.
*> One entry per store, movement, class and account pair; the
*> debit and credit lines are written from the same amounts.
   01 posting-table.
      02 posting-entry occurs 2000 times.
         03 tbl-pst-store-id pic x(4).
         03 tbl-pst-movement pic x(8).
         03 tbl-pst-class pic x(12).
         03 tbl-pst-debit pic x(10).
         03 tbl-pst-credit pic x(10).
         03 tbl-pst-currency pic x(3).
         03 tbl-pst-local pic 9(9)v99.
         03 tbl-pst-base pic 9(9)v99.
   01 posting-count pic 9(4) value 0 comp.
   01 posting-sub pic 9(4) comp.
   01 posting-flag pic x value 'N'.
      88 posting-found value 'Y'.
   01 posting-full-flag pic x value 'N'.
      88 posting-table-full value 'Y'.
*> The stores in the order they first posted, so the file is
*> written a store at a time.
   01 posting-store-table.
      02 posting-store-entry occurs 50 times pic x(4).
   01 posting-store-count pic 9(4) value 0 comp.
   01 posting-store-sub pic 9(4) comp.
   01 posting-store-flag pic x value 'N'.
      88 posting-store-found value 'Y'.
   01 line-count pic 9(6) value 0.
   01 debit-total pic 9(11)v99 value 0.
   01 credit-total pic 9(11)v99 value 0.
   01 suspense-heading.
      02 filler pic x(30) value "GL SUSPENSE REPORT - RUN DATE ".
      02 sh-run-date pic x(8).
   01 suspense-detail.
      02 sd-movement pic x(8).
      02 filler pic x value space.
      02 sd-class pic x(12).
      02 filler pic x value space.
      02 sd-store-id pic x(4).
      02 filler pic x value space.
      02 sd-name pic x(50).
      02 filler pic x(8) value " AMOUNT ".
      02 sd-amount pic -(9)9.99.
      02 filler pic x(11) value " NO MAPPING".
   01 suspense-total-line.
      02 filler pic x(20) value "MOVEMENTS POSTED    ".
      02 st-posted pic zzzzz9.
      02 filler pic x(13) value " IN SUSPENSE ".
      02 st-suspense pic zzzzz9.
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
        display "GLPOST: NIGHTLY RUN NOT COMPLETE FOR "
            run-date-ws " - RUN REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-account-table.
    if account-count = 0
        display "GLPOST: NO ACCOUNT MAPPINGS ON GR-GL-ACCOUNTS - "
            "RUN REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-store-table.
    perform load-rate-table.
    perform load-category-table.
    open output suspense-report.
    move run-date-ws to sh-run-date.
    move suspense-heading to suspense-line.
    write suspense-line.
    perform post-sales.
    perform post-receipts.
    perform post-repricing.
    perform post-disposals.
    perform post-writeoffs.
    perform post-markdowns.
    compute movement-count = movement-count - suspense-count.
    move movement-count to st-posted.
    move suspense-count to st-suspense.
    move suspense-total-line to suspense-line.
    write suspense-line.
    close suspense-report.
*> A GL file short of lines would load out of step with the trails,
*> so a full posting table refuses the run rather than write part.
    if posting-table-full
        display "GLPOST: MORE THAN 2000 POSTING LINES - NO FILE "
            "WRITTEN, RUN REFUSED"
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open output posting-file.
    perform write-store-postings
        varying posting-store-sub from 1 by 1
        until posting-store-sub > posting-store-count.
    perform write-control-trailer.
    close posting-file.
    if suspense-count > 0
        display "GLPOST: " suspense-count " MOVEMENTS WITH NO ACCOUNT "
            "MAPPING - SEE GR-GL-SUSPENSE"
        perform raise-warning
    end-if.
    if rate-missing
        display "GLPOST: NO RATE ON FILE FOR ONE OR MORE STORE "
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

*> Revenue is what the till took; cost of goods sold is the
*> weighted-average cost stamped on the sale - the MonthEnd trading
*> figures, a day at a time.
post-sales.
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
            if sale-run-date = run-date-ws
                move sale-store-id to lookup-store-id
                move sale-name to lookup-name
                move "SALE" to movement-ws
                move sale-proceeds to movement-amount
                perform post-movement
                move "COGS" to movement-ws
                move sale-cost to movement-amount
                perform post-movement
            end-if
    end-read.

post-receipts.
    open input receipt-history-file.
    if receipt-history-status = '00'
        perform scan-receipt-record
            until receipt-history-status not = '00'
    end-if.
    close receipt-history-file.

scan-receipt-record.
    read receipt-history-file
        at end
            continue
        not at end
            if rcph-run-date = run-date-ws
                move rcph-store-id to lookup-store-id
                move rcph-name to lookup-name
                move "RECEIPT" to movement-ws
                compute movement-amount = rcph-quality * rcph-cost
                perform post-movement
            end-if
    end-read.

*> A price raised is a positive revaluation, a price cut a negative
*> one that posts with the accounts swapped.
post-repricing.
    open input reprice-history-file.
    if reprice-history-status = '00'
        perform scan-reprice-record
            until reprice-history-status not = '00'
    end-if.
    close reprice-history-file.

scan-reprice-record.
    read reprice-history-file
        at end
            continue
        not at end
            if rph-run-date = run-date-ws
                move rph-store-id to lookup-store-id
                move rph-name to lookup-name
                move "REPRICE" to movement-ws
                compute movement-amount =
                    rph-quality * (rph-new-price - rph-old-price)
                perform post-movement
            end-if
    end-read.

*> The disposal code is the movement type; SOLD is already posted
*> from the sales trail.
post-disposals.
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
            if dsph-run-date = run-date-ws
               and dsph-code not = "SOLD"
                move dsph-store-id to lookup-store-id
                move dsph-name to lookup-name
                move dsph-code to movement-ws
                compute movement-amount = dsph-quality * dsph-price
                perform post-movement
            end-if
    end-read.

*> Write-offs are valued at carrying price, the same arithmetic the
*> Purge report uses.
post-writeoffs.
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
            if writeoff-run-date = run-date-ws
                move writeoff-item-image to wo-item
                move store-id in wo-item to lookup-store-id
                move name in wo-item to lookup-name
                move "WRITEOFF" to movement-ws
                move price in wo-item to movement-amount
                perform post-movement
            end-if
    end-read.

*> The night's automatic markdowns: aging records on gr-audit whose
*> price moved, valued at the quality left on hand. Movement records
*> the maintenance utilities write carry an unchanged sell-in and
*> are skipped, as MonthEnd skips them. A catch-up night's gr-audit
*> carries every day it aged, and all of them post today.
post-markdowns.
    open input audit-file.
    if audit-status = '00'
        perform scan-audit-record until audit-status not = '00'
    end-if.
    close audit-file.

scan-audit-record.
    read audit-file
        at end
            continue
        not at end
            if audit-old-sell-in not = audit-new-sell-in
               and audit-old-price not = audit-new-price
               and audit-run-date not > run-date-ws
                move audit-store-id to lookup-store-id
                move audit-name to lookup-name
                move "MARKDOWN" to movement-ws
                compute movement-amount = audit-new-quality
                    * (audit-old-price - audit-new-price)
                perform post-movement
            end-if
    end-read.

*> Class the item, find its account pair, and add the movement to
*> its store's summary line in local and base currency. A negative
*> movement swaps the accounts and posts the absolute amount.
post-movement.
    if movement-amount not = 0
        add 1 to movement-count
        perform classify-item
        perform find-account-pair
        if not account-found
            perform write-suspense-line
        else
            if movement-amount < 0
                move debit-account-ws to swap-account-ws
                move credit-account-ws to debit-account-ws
                move swap-account-ws to credit-account-ws
                compute movement-amount = 0 - movement-amount
            end-if
            perform set-store-rate
            compute base-amount rounded =
                movement-amount * lookup-rate
            perform find-posting-entry
            if posting-found
                add movement-amount to tbl-pst-local (posting-sub)
                add base-amount to tbl-pst-base (posting-sub)
            end-if
        end-if
    end-if.

*> The row for the movement and the item's class wins; failing that
*> the movement's blank-class row covers every class.
find-account-pair.
    move 'N' to account-flag.
    move 1 to account-sub.
    perform find-class-account until account-sub > account-count
        or account-found.
    if not account-found
        move 1 to account-sub
        perform find-default-account until account-sub > account-count
            or account-found
    end-if.
    if account-found
        move tbl-acct-debit (account-sub) to debit-account-ws
        move tbl-acct-credit (account-sub) to credit-account-ws
    end-if.

find-class-account.
    if tbl-acct-movement (account-sub) = movement-ws
       and tbl-acct-class (account-sub) = item-class
        move 'Y' to account-flag
    else
        add 1 to account-sub
    end-if.

find-default-account.
    if tbl-acct-movement (account-sub) = movement-ws
       and tbl-acct-class (account-sub) = spaces
        move 'Y' to account-flag
    else
        add 1 to account-sub
    end-if.

write-suspense-line.
    add 1 to suspense-count.
    move movement-ws to sd-movement.
    move item-class to sd-class.
    move lookup-store-id to sd-store-id.
    move lookup-name to sd-name.
    move movement-amount to sd-amount.
    move suspense-detail to suspense-line.
    write suspense-line.

find-posting-entry.
    move 'N' to posting-flag.
    move 1 to posting-sub.
    perform find-posting-slot until posting-sub > posting-count
        or posting-found.
    if not posting-found
        if posting-count < 2000
            add 1 to posting-count
            move posting-count to posting-sub
            move lookup-store-id to tbl-pst-store-id (posting-sub)
            move movement-ws to tbl-pst-movement (posting-sub)
            move item-class to tbl-pst-class (posting-sub)
            move debit-account-ws to tbl-pst-debit (posting-sub)
            move credit-account-ws to tbl-pst-credit (posting-sub)
            move lookup-currency to tbl-pst-currency (posting-sub)
            move 0 to tbl-pst-local (posting-sub)
            move 0 to tbl-pst-base (posting-sub)
            move 'Y' to posting-flag
            perform note-posting-store
        else
            move 'Y' to posting-full-flag
        end-if
    end-if.

find-posting-slot.
    if tbl-pst-store-id (posting-sub) = lookup-store-id
       and tbl-pst-movement (posting-sub) = movement-ws
       and tbl-pst-class (posting-sub) = item-class
       and tbl-pst-debit (posting-sub) = debit-account-ws
       and tbl-pst-credit (posting-sub) = credit-account-ws
        move 'Y' to posting-flag
    else
        add 1 to posting-sub
    end-if.

note-posting-store.
    move 'N' to posting-store-flag.
    move 1 to posting-store-sub.
    perform find-posting-store until posting-store-sub >
        posting-store-count or posting-store-found.
    if not posting-store-found
        if posting-store-count < 50
            add 1 to posting-store-count
            move lookup-store-id
                to posting-store-entry (posting-store-count)
        else
            move 'Y' to posting-full-flag
        end-if
    end-if.

find-posting-store.
    if posting-store-entry (posting-store-sub) = lookup-store-id
        move 'Y' to posting-store-flag
    else
        add 1 to posting-store-sub
    end-if.

write-store-postings.
    perform write-posting-pair
        varying posting-sub from 1 by 1
        until posting-sub > posting-count.

write-posting-pair.
    if tbl-pst-store-id (posting-sub) =
       posting-store-entry (posting-store-sub)
        move spaces to gl-posting-record
        move 'D' to glp-record-type
        move run-date-ws to glp-run-date
        move tbl-pst-store-id (posting-sub) to glp-store-id
        move tbl-pst-movement (posting-sub) to glp-movement
        move tbl-pst-class (posting-sub) to glp-class
        move tbl-pst-currency (posting-sub) to glp-currency
        move tbl-pst-local (posting-sub) to glp-local-amount
        move tbl-pst-base (posting-sub) to glp-base-amount
        move tbl-pst-debit (posting-sub) to glp-account
        move 'D' to glp-side
        write gl-posting-record
        move tbl-pst-credit (posting-sub) to glp-account
        move 'C' to glp-side
        write gl-posting-record
        add 2 to line-count
        add tbl-pst-base (posting-sub) to debit-total
        add tbl-pst-base (posting-sub) to credit-total
    end-if.

*> The control trailer the GL load checks before it posts anything:
*> the net of debits less credits must be zero.
write-control-trailer.
    move spaces to gl-trailer-record.
    move 'T' to glt-record-type.
    move run-date-ws to glt-run-date.
    move line-count to glt-line-count.
    move debit-total to glt-debit-total.
    move credit-total to glt-credit-total.
    compute glt-net = debit-total - credit-total.
    write gl-posting-record.

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

load-account-table.
    move 0 to account-count.
    open input account-file.
    if account-status = '00'
        perform load-account-record until account-status not = '00'
            or account-count >= 100
        if account-status = '00'
            display "GR-GL-ACCOUNTS HAS MORE THAN 100 ENTRIES - EXTRA "
                "ROWS IGNORED"
            perform raise-warning
        end-if
    end-if
    close account-file.

load-account-record.
    read account-file
        at end
            continue
        not at end
            if gla-movement not = spaces
                add 1 to account-count
                move gla-movement to tbl-acct-movement (account-count)
                move gla-class to tbl-acct-class (account-count)
                move gla-debit-account
                    to tbl-acct-debit (account-count)
                move gla-credit-account
                    to tbl-acct-credit (account-count)
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
*> item with no entry posts as NORMAL.
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

*> The step-sequence gate: the night's markdowns are only on gr-audit
*> once the nightly run has stamped gr-runstage age-done for this
*> processing date.
check-run-stage.
    move 'N' to stage-ok-flag.
    open input runstage-file.
    if runstage-status = '00'
        read runstage-file
            not at end
                if stage-date = run-date-ws
                   and stage-age-done = 'Y'
                    move 'Y' to stage-ok-flag
                end-if
        end-read
    end-if
    close runstage-file.

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
    move "GLPOST" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move movement-count to rl-in-count.
    move suspense-count to rl-reject-count.
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

end program GLPost.
