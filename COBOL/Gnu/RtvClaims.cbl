program-id. RtvClaims as "RtvClaims".

*> Return-to-vendor claims. First applies the night's gr-rtv-updates
*> - goods shipped back to the supplier, and the supplier's credit
*> notes or rejections - to the open claims on gr-rtv-claims. Then
*> raises new claims for the stock the supplier owes us for, within
*> parm-rtv-days of the processing date: customer returns with reason
*> DEFECT off gr-returns-history, DAMAGED disposals and recalled
*> stock written off through RecallMaint (code RECALL) off
*> gr-disposal-history, and received lines on gr-receipts-history
*> below the supplier's acceptable quality (sup-min-quality on
*> gr-suppliers). A returned, damaged or recalled item is claimed
*> against its last receipt at that store on or before the event,
*> which names the supplier and gives the cost; one with no receipt
*> on file has nobody to claim from and is listed on the register
*> instead. A received line is only ever claimed once, so reruns and
*> an item turned up by two sources raise nothing twice. Each
*> supplier with new claims gets its own claim file,
*> gr-rtv-claim-<supplier>-<date>, to send with the goods; everything
*> done goes on gr-rtv-register.
*> Open and shipped claims are aged by RtvAgeing.

environment division.

input-output section.

file-control.
    select optional claim-file assign 'gr-rtv-claims'
        file status is claim-status.
    select optional update-file assign 'gr-rtv-updates'
        file status is update-status.
    select optional returns-history-file assign 'gr-returns-history'
        file status is returns-status.
    select optional disposal-history-file
        assign 'gr-disposal-history'
        file status is disposal-status.
    select optional receipt-history-file assign 'gr-receipts-history'
        file status is receipt-status.
    select supplier-file assign 'gr-suppliers'
        file status is supplier-status.
    select store-file assign 'gr-stores'
        file status is store-status.
    select rate-file assign 'gr-rates'
        file status is rate-status.
    select parm-file assign 'gr-parms'
        file status is parm-status.
    select register-file assign 'gr-rtv-register'.
    select supplier-claim-file
        assign to dynamic supplier-claim-name.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.

data division.
file section.
   fd claim-file.
   copy "grrtv.cpy".
   fd update-file.
   copy "grrtvupd.cpy".
   fd returns-history-file.
   copy "grreth.cpy".
   fd disposal-history-file.
   copy "grdisph.cpy".
   fd receipt-history-file.
   copy "grrcpth.cpy".
   fd supplier-file.
   copy "grsupp.cpy".
   fd store-file.
   copy "grstores.cpy".
   fd rate-file.
   copy "grrates.cpy".
   fd parm-file.
   copy "grparms.cpy".
   fd register-file.
   01 register-line pic x(132).
   fd supplier-claim-file.
   01 supplier-claim-line pic x(132).
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
   01 claim-status pic x(2).
   01 update-status pic x(2).
   01 returns-status pic x(2).
   01 disposal-status pic x(2).
   01 receipt-status pic x(2).
   01 supplier-status pic x(2).
   01 parm-status pic x(2).
   01 rtv-days pic 9(3) value 30.
   01 event-date-ws pic x(8).
   01 event-date-num pic 9(8).
   01 event-age pic s9(6).
   01 window-flag pic x value 'N'.
      88 in-claim-window value 'Y'.
   01 supplier-claim-name pic x(40).
   01 claim-table.
      02 claim-entry occurs 2000 times.
         03 tbl-clm-no pic 9(6).
         03 tbl-clm-supplier pic x(6).
         03 tbl-clm-store-id pic x(4).
         03 tbl-clm-name pic x(50).
         03 tbl-clm-source pic x(8).
         03 tbl-clm-source-date pic x(8).
         03 tbl-clm-receipt-date pic x(8).
         03 tbl-clm-quality pic s9(4).
         03 tbl-clm-unit-cost pic 9(5)v99.
         03 tbl-clm-value pic 9(7)v99.
         03 tbl-clm-state pic x.
         03 tbl-clm-raised-date pic x(8).
         03 tbl-clm-state-date pic x(8).
         03 tbl-clm-credit-note pic x(12).
         03 tbl-clm-credit-amount pic 9(7)v99.
         03 tbl-clm-sent pic x.
   01 claim-count pic 9(4) value 0 comp.
   01 claim-sub pic 9(4) comp.
   01 claim-found-sub pic 9(4) comp.
   01 first-new-claim pic 9(4) comp.
   01 last-claim-no pic 9(6) value 0.
   01 claim-overflow-flag pic x value 'N'.
      88 claim-overflow value 'Y'.
*> What turned up tonight: the event, and the receipt it is
*> claimed against once the receipts pass has found it.
   01 candidate-table.
      02 candidate-entry occurs 500 times.
         03 tbl-cand-source pic x(8).
         03 tbl-cand-store-id pic x(4).
         03 tbl-cand-name pic x(50).
         03 tbl-cand-date pic x(8).
         03 tbl-cand-receipt-date pic x(8).
         03 tbl-cand-quality pic s9(4).
         03 tbl-cand-unit-cost pic 9(5)v99.
         03 tbl-cand-supplier pic x(6).
   01 candidate-count pic 9(4) value 0 comp.
   01 candidate-sub pic 9(4) comp.
   01 candidate-overflow-flag pic x value 'N'.
      88 candidate-overflow value 'Y'.
   01 supplier-table.
      02 supplier-entry occurs 100 times.
         03 tbl-sup-code pic x(6).
         03 tbl-sup-name pic x(30).
         03 tbl-sup-min-quality pic 9(2).
   01 supplier-count pic 9(4) value 0 comp.
   01 supplier-sub pic 9(4) comp.
   01 supplier-found-sub pic 9(4) comp.
   01 lookup-supplier pic x(6).
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
   01 claim-value-ws pic 9(7)v99.
   01 base-value pic 9(9)v99.
   01 supplier-base-total pic 9(9)v99.
   01 supplier-claim-count pic 9(6).
   01 sending-supplier pic x(6).
   01 update-count pic 9(6) value 0.
   01 update-applied-count pic 9(6) value 0.
   01 update-rejected-count pic 9(6) value 0.
   01 raised-count pic 9(6) value 0.
   01 already-claimed-count pic 9(6) value 0.
   01 unclaimable-count pic 9(6) value 0.
   01 supplier-file-count pic 9(6) value 0.
   01 reject-reason pic x(24).
   01 register-heading.
      02 filler pic x(33) value "RTV CLAIMS REGISTER - RUN DATE ".
      02 rgh-run-date pic x(8).
   01 register-update-line.
      02 filler pic x(13) value "UPDATE CLAIM ".
      02 ru-claim-no pic 9(6).
      02 filler pic x value space.
      02 ru-action pic x(8).
      02 filler pic x value space.
      02 ru-date pic x(8).
      02 filler pic x value space.
      02 ru-credit-note pic x(12).
      02 filler pic x value space.
      02 ru-credit-amount pic z(6)9.99.
      02 filler pic x(3) value " - ".
      02 ru-result pic x(24).
   01 register-raise-line.
      02 filler pic x(13) value "RAISED CLAIM ".
      02 rr-claim-no pic 9(6).
      02 filler pic x value space.
      02 rr-supplier pic x(6).
      02 filler pic x value space.
      02 rr-store-id pic x(4).
      02 filler pic x value space.
      02 rr-name pic x(50).
      02 filler pic x value space.
      02 rr-source pic x(8).
      02 filler pic x value space.
      02 rr-source-date pic x(8).
      02 filler pic x(7) value " VALUE ".
      02 rr-value pic z(6)9.99.
      02 filler pic x value space.
      02 rr-currency pic x(3).
   01 register-exception-line.
      02 filler pic x(13) value "NOT CLAIMED  ".
      02 re-store-id pic x(4).
      02 filler pic x value space.
      02 re-name pic x(50).
      02 filler pic x value space.
      02 re-source pic x(8).
      02 filler pic x value space.
      02 re-source-date pic x(8).
      02 filler pic x(3) value " - ".
      02 re-reason pic x(24).
   01 register-total-line.
      02 rt-count pic zz9999.
      02 rt-text pic x(60).
   01 claim-heading.
      02 filler pic x(29) value "RETURN-TO-VENDOR CLAIM - TO ".
      02 ch-supplier pic x(6).
      02 filler pic x value space.
      02 ch-supplier-name pic x(30).
      02 filler pic x(7) value " DATED ".
      02 ch-run-date pic x(8).
   01 claim-detail-line.
      02 filler pic x(6) value "CLAIM ".
      02 cd-claim-no pic 9(6).
      02 filler pic x(7) value " STORE ".
      02 cd-store-id pic x(4).
      02 filler pic x value space.
      02 cd-name pic x(50).
      02 filler pic x value space.
      02 cd-source pic x(8).
      02 filler pic x(10) value " RECEIVED ".
      02 cd-receipt-date pic x(8).
      02 filler pic x value space.
      02 cd-quality pic -(3)9.
      02 filler pic x(3) value " @ ".
      02 cd-unit-cost pic z(4)9.99.
      02 filler pic x value space.
      02 cd-value pic z(6)9.99.
      02 filler pic x value space.
      02 cd-currency pic x(3).
   01 claim-total-line.
      02 ct-count pic zz9999.
      02 filler pic x(35) value " LINES CLAIMED, BASE CURRENCY VALUE".
      02 ct-value pic z(8)9.99.
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
        display "GR-RUNCTL NOT AVAILABLE - RUN REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    move run-date-ws to run-date-num.
    perform load-claim-table.
    if claim-overflow
        display "GR-RTV-CLAIMS HAS MORE THAN 2000 CLAIMS - RUN "
            "REFUSED RATHER THAN REWRITE THE FILE AND DROP CLAIMS"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-run-parms.
    perform load-supplier-table.
    perform load-store-table.
    perform load-rate-table.
    open output register-file.
    move run-date-ws to rgh-run-date.
    move register-heading to register-line.
    write register-line.
    perform apply-claim-updates.
    perform collect-returns.
    perform collect-disposals.
    perform scan-receipts.
    compute first-new-claim = claim-count + 1.
    perform raise-candidate-claim
        varying candidate-sub from 1 by 1
        until candidate-sub > candidate-count.
    perform rewrite-claim-file.
    perform send-supplier-claims
        varying claim-sub from first-new-claim by 1
        until claim-sub > claim-count.
    perform write-register-totals.
    close register-file.
    if update-rejected-count > 0 or unclaimable-count > 0
       or candidate-overflow
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    display "RTVCLAIMS: " raised-count " CLAIMS RAISED FOR "
        supplier-file-count " SUPPLIERS, " update-applied-count
        " UPDATES APPLIED".
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> Shipped only from open; credited or rejected from open or
*> shipped, since a supplier may credit without taking the goods.
*> A claim credited or rejected is closed.
apply-claim-updates.
    open input update-file.
    if update-status = '00'
        perform apply-one-update until update-status not = '00'
    end-if.
    close update-file.

apply-one-update.
    read update-file
        at end
            continue
        not at end
            add 1 to update-count
            perform check-claim-update
            move rtu-claim-no to ru-claim-no
            move rtu-action to ru-action
            move rtu-date to ru-date
            move rtu-credit-note to ru-credit-note
            move rtu-credit-amount to ru-credit-amount
            if reject-reason = spaces
                perform post-claim-update
                add 1 to update-applied-count
                move "APPLIED" to ru-result
            else
                add 1 to update-rejected-count
                move reject-reason to ru-result
            end-if
            move register-update-line to register-line
            write register-line
    end-read.

check-claim-update.
    move spaces to reject-reason.
    move 0 to claim-found-sub.
    if rtu-claim-no is numeric
        perform find-claim-entry
            varying claim-sub from 1 by 1
            until claim-sub > claim-count or claim-found-sub > 0
    end-if.
    if claim-found-sub = 0
        move "CLAIM NOT ON FILE" to reject-reason
    else
        if rtu-date = spaces or rtu-date is not numeric
            move "DATE NOT VALID" to reject-reason
        else
            evaluate rtu-action
                when "SHIPPED"
                    if tbl-clm-state (claim-found-sub) not = 'O'
                        move "CLAIM NOT OPEN" to reject-reason
                    end-if
                when "CREDITED"
                    if tbl-clm-state (claim-found-sub) not = 'O'
                       and tbl-clm-state (claim-found-sub) not = 'S'
                        move "CLAIM ALREADY CLOSED" to reject-reason
                    else
                        if rtu-credit-note = spaces
                           or rtu-credit-amount is not numeric
                            move "NO CREDIT NOTE OR AMOUNT"
                                to reject-reason
                        end-if
                    end-if
                when "REJECTED"
                    if tbl-clm-state (claim-found-sub) not = 'O'
                       and tbl-clm-state (claim-found-sub) not = 'S'
                        move "CLAIM ALREADY CLOSED" to reject-reason
                    end-if
                when other
                    move "UNKNOWN ACTION" to reject-reason
            end-evaluate
        end-if
    end-if.

find-claim-entry.
    if tbl-clm-no (claim-sub) = rtu-claim-no
        move claim-sub to claim-found-sub
    end-if.

post-claim-update.
    move rtu-date to tbl-clm-state-date (claim-found-sub).
    evaluate rtu-action
        when "SHIPPED"
            move 'S' to tbl-clm-state (claim-found-sub)
        when "CREDITED"
            move 'C' to tbl-clm-state (claim-found-sub)
            move rtu-credit-note
                to tbl-clm-credit-note (claim-found-sub)
            move rtu-credit-amount
                to tbl-clm-credit-amount (claim-found-sub)
        when "REJECTED"
            move 'R' to tbl-clm-state (claim-found-sub)
            move rtu-credit-note
                to tbl-clm-credit-note (claim-found-sub)
    end-evaluate.

collect-returns.
    open input returns-history-file.
    if returns-status = '00'
        perform collect-return-record until returns-status not = '00'
    end-if.
    close returns-history-file.

collect-return-record.
    read returns-history-file
        at end
            continue
        not at end
            if reth-reason = "DEFECT"
                move reth-run-date to event-date-ws
                perform check-claim-window
                if in-claim-window
                    perform add-candidate
                    if candidate-sub > 0
                        move "DEFECT" to tbl-cand-source (candidate-sub)
                        move reth-store-id
                            to tbl-cand-store-id (candidate-sub)
                        move reth-name to tbl-cand-name (candidate-sub)
                    end-if
                end-if
            end-if
    end-read.

collect-disposals.
    open input disposal-history-file.
    if disposal-status = '00'
        perform collect-disposal-record until disposal-status not = '00'
    end-if.
    close disposal-history-file.

collect-disposal-record.
    read disposal-history-file
        at end
            continue
        not at end
            if dsph-code = "DAMAGED" or dsph-code = "RECALL"
                move dsph-run-date to event-date-ws
                perform check-claim-window
                if in-claim-window
                    perform add-candidate
                    if candidate-sub > 0
                        move dsph-code
                            to tbl-cand-source (candidate-sub)
                        move dsph-store-id
                            to tbl-cand-store-id (candidate-sub)
                        move dsph-name to tbl-cand-name (candidate-sub)
                    end-if
                end-if
            end-if
    end-read.

add-candidate.
    if candidate-count < 500
        add 1 to candidate-count
        move candidate-count to candidate-sub
        move event-date-ws to tbl-cand-date (candidate-sub)
        move spaces to tbl-cand-receipt-date (candidate-sub)
        move spaces to tbl-cand-supplier (candidate-sub)
        move 0 to tbl-cand-quality (candidate-sub)
        move 0 to tbl-cand-unit-cost (candidate-sub)
    else
        move 'Y' to candidate-overflow-flag
        move 0 to candidate-sub
    end-if.

*> One pass over the receipts: a short-quality line is a claim in
*> its own right, and every line is a possible match for the
*> returned, damaged and recalled items - the latest one at the same
*> store on or before the event is the one they came in on.
scan-receipts.
    open input receipt-history-file.
    if receipt-status = '00'
        perform scan-receipt-record until receipt-status not = '00'
    end-if.
    close receipt-history-file.

scan-receipt-record.
    read receipt-history-file
        at end
            continue
        not at end
            perform match-receipt-candidate
                varying candidate-sub from 1 by 1
                until candidate-sub > candidate-count
            perform check-receipt-quality
    end-read.

match-receipt-candidate.
    if tbl-cand-source (candidate-sub) not = "QUALITY"
       and tbl-cand-store-id (candidate-sub) = rcph-store-id
       and tbl-cand-name (candidate-sub) = rcph-name
       and rcph-run-date not > tbl-cand-date (candidate-sub)
       and rcph-run-date not < tbl-cand-receipt-date (candidate-sub)
        perform take-receipt
    end-if.

check-receipt-quality.
    move rcph-supplier to lookup-supplier.
    perform find-supplier.
    if supplier-found-sub > 0
        if rcph-quality < tbl-sup-min-quality (supplier-found-sub)
            move rcph-run-date to event-date-ws
            perform check-claim-window
            if in-claim-window
                perform add-candidate
                if candidate-sub > 0
                    move "QUALITY" to tbl-cand-source (candidate-sub)
                    move rcph-store-id
                        to tbl-cand-store-id (candidate-sub)
                    move rcph-name to tbl-cand-name (candidate-sub)
                    perform take-receipt
                end-if
            end-if
        end-if
    end-if.

take-receipt.
    move rcph-run-date to tbl-cand-receipt-date (candidate-sub).
    move rcph-quality to tbl-cand-quality (candidate-sub).
    move rcph-cost to tbl-cand-unit-cost (candidate-sub).
    move rcph-supplier to tbl-cand-supplier (candidate-sub).

*> A claim needs a receipt naming the supplier, and a received line
*> no claim already covers.
raise-candidate-claim.
    move spaces to reject-reason.
    if tbl-cand-receipt-date (candidate-sub) = spaces
        move "NO RECEIPT ON FILE" to reject-reason
    else
        if tbl-cand-supplier (candidate-sub) = spaces
            move "NO SUPPLIER ON RECEIPT" to reject-reason
        end-if
    end-if.
    if reject-reason not = spaces
        add 1 to unclaimable-count
        move tbl-cand-store-id (candidate-sub) to re-store-id
        move tbl-cand-name (candidate-sub) to re-name
        move tbl-cand-source (candidate-sub) to re-source
        move tbl-cand-date (candidate-sub) to re-source-date
        move reject-reason to re-reason
        move register-exception-line to register-line
        write register-line
    else
        move 0 to claim-found-sub
        perform find-claimed-receipt
            varying claim-sub from 1 by 1
            until claim-sub > claim-count or claim-found-sub > 0
        if claim-found-sub > 0
            add 1 to already-claimed-count
        else
            if claim-count < 2000
                perform add-claim
            else
                move 'Y' to candidate-overflow-flag
            end-if
        end-if
    end-if.

find-claimed-receipt.
    if tbl-clm-store-id (claim-sub) = tbl-cand-store-id (candidate-sub)
       and tbl-clm-name (claim-sub) = tbl-cand-name (candidate-sub)
       and tbl-clm-receipt-date (claim-sub) =
           tbl-cand-receipt-date (candidate-sub)
        move claim-sub to claim-found-sub
    end-if.

add-claim.
    add 1 to claim-count.
    add 1 to last-claim-no.
    add 1 to raised-count.
    move claim-count to claim-sub.
    move last-claim-no to tbl-clm-no (claim-sub).
    move tbl-cand-supplier (candidate-sub)
        to tbl-clm-supplier (claim-sub).
    move tbl-cand-store-id (candidate-sub)
        to tbl-clm-store-id (claim-sub).
    move tbl-cand-name (candidate-sub) to tbl-clm-name (claim-sub).
    move tbl-cand-source (candidate-sub) to tbl-clm-source (claim-sub).
    move tbl-cand-date (candidate-sub)
        to tbl-clm-source-date (claim-sub).
    move tbl-cand-receipt-date (candidate-sub)
        to tbl-clm-receipt-date (claim-sub).
    move tbl-cand-quality (candidate-sub)
        to tbl-clm-quality (claim-sub).
    move tbl-cand-unit-cost (candidate-sub)
        to tbl-clm-unit-cost (claim-sub).
    compute claim-value-ws rounded =
        tbl-cand-quality (candidate-sub)
        * tbl-cand-unit-cost (candidate-sub).
    move claim-value-ws to tbl-clm-value (claim-sub).
    move 'O' to tbl-clm-state (claim-sub).
    move run-date-ws to tbl-clm-raised-date (claim-sub).
    move run-date-ws to tbl-clm-state-date (claim-sub).
    move spaces to tbl-clm-credit-note (claim-sub).
    move 0 to tbl-clm-credit-amount (claim-sub).
    move 'N' to tbl-clm-sent (claim-sub).
    move tbl-clm-no (claim-sub) to rr-claim-no.
    move tbl-clm-supplier (claim-sub) to rr-supplier.
    move tbl-clm-store-id (claim-sub) to rr-store-id.
    move tbl-clm-name (claim-sub) to rr-name.
    move tbl-clm-source (claim-sub) to rr-source.
    move tbl-clm-source-date (claim-sub) to rr-source-date.
    move tbl-clm-value (claim-sub) to rr-value.
    move tbl-clm-store-id (claim-sub) to lookup-store-id.
    perform set-store-rate.
    move lookup-currency to rr-currency.
    move register-raise-line to register-line.
    write register-line.

*> Tonight's claims, one file per supplier: the first unsent claim
*> for a supplier opens its file and takes every other new claim
*> for the same supplier with it.
send-supplier-claims.
    if tbl-clm-sent (claim-sub) = 'N'
        move tbl-clm-supplier (claim-sub) to sending-supplier
        move sending-supplier to lookup-supplier
        perform find-supplier
        move spaces to supplier-claim-name
        string "gr-rtv-claim-" delimited by size
            sending-supplier delimited by space
            "-" delimited by size
            run-date-ws delimited by size
            into supplier-claim-name
        end-string
        open output supplier-claim-file
        add 1 to supplier-file-count
        move sending-supplier to ch-supplier
        if supplier-found-sub > 0
            move tbl-sup-name (supplier-found-sub) to ch-supplier-name
        else
            move "NOT ON SUPPLIER MASTER" to ch-supplier-name
        end-if
        move run-date-ws to ch-run-date
        move claim-heading to supplier-claim-line
        write supplier-claim-line
        move 0 to supplier-claim-count
        move 0 to supplier-base-total
        perform send-one-claim
            varying claim-found-sub from claim-sub by 1
            until claim-found-sub > claim-count
        move supplier-claim-count to ct-count
        move supplier-base-total to ct-value
        move claim-total-line to supplier-claim-line
        write supplier-claim-line
        close supplier-claim-file
    end-if.

send-one-claim.
    if tbl-clm-sent (claim-found-sub) = 'N'
       and tbl-clm-supplier (claim-found-sub) = sending-supplier
        move 'Y' to tbl-clm-sent (claim-found-sub)
        add 1 to supplier-claim-count
        move tbl-clm-no (claim-found-sub) to cd-claim-no
        move tbl-clm-store-id (claim-found-sub) to cd-store-id
        move tbl-clm-name (claim-found-sub) to cd-name
        move tbl-clm-source (claim-found-sub) to cd-source
        move tbl-clm-receipt-date (claim-found-sub) to cd-receipt-date
        move tbl-clm-quality (claim-found-sub) to cd-quality
        move tbl-clm-unit-cost (claim-found-sub) to cd-unit-cost
        move tbl-clm-value (claim-found-sub) to cd-value
        move tbl-clm-store-id (claim-found-sub) to lookup-store-id
        perform set-store-rate
        move lookup-currency to cd-currency
        compute base-value rounded =
            tbl-clm-value (claim-found-sub) * lookup-rate
        add base-value to supplier-base-total
        move claim-detail-line to supplier-claim-line
        write supplier-claim-line
    end-if.

write-register-totals.
    move raised-count to rt-count.
    move " CLAIMS RAISED" to rt-text.
    move register-total-line to register-line.
    write register-line.
    move already-claimed-count to rt-count.
    move " EVENTS ON LINES ALREADY CLAIMED - NOT RAISED AGAIN"
        to rt-text.
    move register-total-line to register-line.
    write register-line.
    move unclaimable-count to rt-count.
    move " EVENTS WITH NOBODY TO CLAIM FROM" to rt-text.
    move register-total-line to register-line.
    write register-line.
    move update-applied-count to rt-count.
    move " UPDATES APPLIED" to rt-text.
    move register-total-line to register-line.
    write register-line.
    move update-rejected-count to rt-count.
    move " UPDATES REJECTED" to rt-text.
    move register-total-line to register-line.
    write register-line.
    if candidate-overflow
        move 500 to rt-count
        move " EVENTS ONLY TAKEN - THE REST WAIT FOR THE NEXT RUN"
            to rt-text
        move register-total-line to register-line
        write register-line
    end-if.

*> Within parm-rtv-days of the processing date; zero days is no
*> limit.
check-claim-window.
    move 'N' to window-flag.
    if event-date-ws is numeric
        if rtv-days = 0
            move 'Y' to window-flag
        else
            move event-date-ws to event-date-num
            compute event-age =
                function integer-of-date (run-date-num)
                - function integer-of-date (event-date-num)
            if event-age not > rtv-days
                move 'Y' to window-flag
            end-if
        end-if
    end-if.

find-supplier.
    move 0 to supplier-found-sub.
    perform find-supplier-entry
        varying supplier-sub from 1 by 1
        until supplier-sub > supplier-count or supplier-found-sub > 0.

find-supplier-entry.
    if tbl-sup-code (supplier-sub) = lookup-supplier
       and lookup-supplier not = spaces
        move supplier-sub to supplier-found-sub
    end-if.

rewrite-claim-file.
    open output claim-file.
    perform rewrite-one-claim
        varying claim-sub from 1 by 1
        until claim-sub > claim-count.
    close claim-file.

rewrite-one-claim.
    move tbl-clm-no (claim-sub) to rtv-claim-no.
    move tbl-clm-supplier (claim-sub) to rtv-supplier.
    move tbl-clm-store-id (claim-sub) to rtv-store-id.
    move tbl-clm-name (claim-sub) to rtv-name.
    move tbl-clm-source (claim-sub) to rtv-source.
    move tbl-clm-source-date (claim-sub) to rtv-source-date.
    move tbl-clm-receipt-date (claim-sub) to rtv-receipt-date.
    move tbl-clm-quality (claim-sub) to rtv-quality.
    move tbl-clm-unit-cost (claim-sub) to rtv-unit-cost.
    move tbl-clm-value (claim-sub) to rtv-value.
    move tbl-clm-state (claim-sub) to rtv-state.
    move tbl-clm-raised-date (claim-sub) to rtv-raised-date.
    move tbl-clm-state-date (claim-sub) to rtv-state-date.
    move tbl-clm-credit-note (claim-sub) to rtv-credit-note.
    move tbl-clm-credit-amount (claim-sub) to rtv-credit-amount.
    write rtv-claim-record.

load-claim-table.
    move 0 to claim-count.
    open input claim-file.
    if claim-status = '00'
        perform load-claim-record
            until claim-status not = '00'
            or claim-count >= 2000
        if claim-status = '00'
            read claim-file
                at end
                    continue
                not at end
                    move 'Y' to claim-overflow-flag
            end-read
        end-if
    end-if
    close claim-file.

load-claim-record.
    read claim-file
        at end
            continue
        not at end
            if rtv-claim-no is numeric and rtv-claim-no > 0
                add 1 to claim-count
                move rtv-claim-no to tbl-clm-no (claim-count)
                move rtv-supplier to tbl-clm-supplier (claim-count)
                move rtv-store-id to tbl-clm-store-id (claim-count)
                move rtv-name to tbl-clm-name (claim-count)
                move rtv-source to tbl-clm-source (claim-count)
                move rtv-source-date
                    to tbl-clm-source-date (claim-count)
                move rtv-receipt-date
                    to tbl-clm-receipt-date (claim-count)
                move rtv-quality to tbl-clm-quality (claim-count)
                move rtv-unit-cost to tbl-clm-unit-cost (claim-count)
                move rtv-value to tbl-clm-value (claim-count)
                move rtv-state to tbl-clm-state (claim-count)
                move rtv-raised-date
                    to tbl-clm-raised-date (claim-count)
                move rtv-state-date to tbl-clm-state-date (claim-count)
                move rtv-credit-note
                    to tbl-clm-credit-note (claim-count)
                move rtv-credit-amount
                    to tbl-clm-credit-amount (claim-count)
                move 'Y' to tbl-clm-sent (claim-count)
                if rtv-claim-no > last-claim-no
                    move rtv-claim-no to last-claim-no
                end-if
            end-if
    end-read.

load-supplier-table.
    move 0 to supplier-count.
    open input supplier-file.
    if supplier-status = '00'
        perform load-supplier-record until supplier-status not = '00'
            or supplier-count >= 100
    end-if
    close supplier-file.

load-supplier-record.
    read supplier-file
        at end
            continue
        not at end
            if sup-code not = spaces
                add 1 to supplier-count
                move sup-code to tbl-sup-code (supplier-count)
                move sup-name to tbl-sup-name (supplier-count)
                move sup-min-quality
                    to tbl-sup-min-quality (supplier-count)
            end-if
    end-read.

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

load-run-parms.
    open input parm-file.
    if parm-status = '00'
        read parm-file
            not at end
                if parm-rtv-days is numeric
                    move parm-rtv-days to rtv-days
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
    move "RTVCLAIMS" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move candidate-count to rl-in-count.
    move unclaimable-count to rl-reject-count.
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

end program RtvClaims.
