*> matched no suggestion and suggestions still open, flagging any
*> open longer than parm-receipt-age-days. Until this ran there was
*> no way to tell which of last month's URGT suggestions purchasing
*> ever actually filled. Every receipt is booked to a supplier off
*> gr-suppliers - the one the feed names, or failing that the one
*> the filled suggestion was placed with - and the supplier and the
*> suggestion's first-seen date go on the receipts history for the
*> supplier scorecard; a receipt naming an unknown supplier is
*> refused. Each receipt also re-strikes the store's moving
*> weighted-average cost for the item on gr-cost-ledger.
*> The warehouse may send a SKU or barcode in place of the name; it is
*> resolved to the canonical name through gr-item-codes first, and a
*> code that cannot be resolved goes to gr-unresolved-codes instead
*> of being taken for an item the master does not carry.

environment division.

        file status is items-status.
    select interface-file assign 'gr-reorder-interface'
        file status is interface-status.
    select supplier-file assign 'gr-suppliers'
        file status is supplier-status.
    select optional outstanding-file assign 'gr-reorder-outstanding'
        file status is outstanding-status.
    select register-file assign 'gr-receipts-register'.
    select optional receipt-history-file
        assign 'gr-receipts-history'.
    select cost-ledger-file assign 'gr-cost-ledger'
        organization indexed
        access mode dynamic
        record key is cost-key
        file status is cost-status.
    select lock-file assign 'gr-itemlock'
        file status is lock-status.
    select parm-file assign 'gr-parms'
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select operator-file assign 'gr-operators'
        file status is operator-status.
    select optional feed-register-file assign 'gr-feed-register'
        file status is feed-register-status.
    select item-code-file assign 'gr-item-codes'
        file status is item-code-status.
    select optional unresolved-file assign 'gr-unresolved-codes'.

data division.
file section.
      02 rcp-quality redefines rcp-quality-x pic s9(4).
      02 rcp-cost-x pic x(7).
      02 rcp-cost redefines rcp-cost-x pic 9(5)v99.
      02 rcp-supplier pic x(6).
   fd items.
   copy "gritem.cpy".
   fd interface-file.
      02 if-sell-in pic s9(4).
      02 if-price pic 9(5)v99.
      02 if-action pic x(4).
      02 if-supplier pic x(6).
   fd supplier-file.
   copy "grsupp.cpy".
   fd outstanding-file.
   01 outstanding-record.
      02 out-store-id pic x(4).
      02 out-name pic x(50).
      02 out-action pic x(4).
      02 out-first-date pic x(8).
      02 out-supplier pic x(6).
   fd register-file.
   01 register-line pic x(120).
   fd receipt-history-file.
   copy "grrcpth.cpy".
   fd cost-ledger-file.
   copy "grcost.cpy".
   fd lock-file.
   copy "grlock.cpy".
   fd parm-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd operator-file.
   copy "groper.cpy".
   fd feed-register-file.
   copy "grfeedrg.cpy".
   fd item-code-file.
   copy "gritemcd.cpy".
   fd unresolved-file.
   copy "grunres.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
      02 filler pic x(29) value "RECEIPTS REGISTER - RUN DATE ".
      02 rh-run-date pic x(8).
   01 items-status pic x(2).
   01 cost-status pic x(2).
   01 on-hand-before pic s9(4).
   01 price-before pic 9(5)v99.
   01 lock-status pic x(2).
   01 lock-ok-flag pic x value 'N'.
      88 item-lock-ok value 'Y'.
   01 lock-time-ws pic x(8).
   01 interface-status pic x(2).
   01 supplier-status pic x(2).
   01 supplier-table.
      02 supplier-entry occurs 50 times.
         03 tbl-sup-code pic x(6).
   01 supplier-count pic 9(4) value 0 comp.
   01 supplier-sub pic 9(4) comp.
   01 supplier-flag pic x value 'N'.
      88 supplier-known value 'Y'.
   01 receipt-supplier pic x(6).
   01 suggest-date-ws pic x(8).
   01 outstanding-status pic x(2).
   01 parm-status pic x(2).
   01 max-quality pic 9(2) value 50.
         03 tbl-out-name pic x(50).
         03 tbl-out-action pic x(4).
         03 tbl-out-first-date pic x(8).
         03 tbl-out-supplier pic x(6).
         03 tbl-out-filled pic x.
   01 outstanding-count pic 9(4) value 0 comp.
   01 outstanding-sub pic 9(4) comp.
      02 rg-quality pic ----9.
      02 filler pic x(6) value " COST ".
      02 rg-cost pic z(4)9.99.
      02 filler pic x(5) value " SUP ".
      02 rg-supplier pic x(6).
      02 filler pic x(5) value " AVG ".
      02 rg-average pic z(4)9.99.
   01 register-error.
      02 re-reason pic x(22).
      02 re-store-id pic x(4).
      02 filler pic x(6) value " OPEN ".
      02 ro-days-open pic zzzz9.
      02 filler pic x(5) value " DAYS".
      02 filler pic x(5) value " SUP ".
      02 ro-supplier pic x(6).
   01 register-total-line.
      02 filler pic x(9) value "RECEIVED ".
      02 rt-read pic zz9999.
      02 rt-open pic zz9999.
      02 filler pic x(9) value " OVERDUE ".
      02 rt-overdue pic zz9999.
   01 operator-status pic x(2).
   01 operator-id-ws pic x(8) value spaces.
   01 operator-flag pic x value 'N'.
      88 operator-authorized value 'Y'.
   01 operator-sub pic 9(4) comp.
*> Manifest checking: the batches found on tonight's feed, and the
*> last sequence applied from each source on gr-feed-register.
   copy "grfeedmf.cpy".
   01 feed-register-status pic x(2).
   01 feed-ok-flag pic x value 'Y'.
      88 feed-accepted value 'Y'.
   01 feed-refusal-ws pic x(30).
   01 feed-eof-flag pic x value 'N'.
      88 feed-eof value 'Y'.
   01 feed-in-batch-flag pic x value 'N'.
      88 feed-in-batch value 'Y'.
   01 feed-batch-table.
      02 feed-batch-entry occurs 50 times.
         03 tbl-bat-source pic x(8).
         03 tbl-bat-sequence pic 9(6).
         03 tbl-bat-create-date pic x(8).
         03 tbl-bat-count pic 9(6).
         03 tbl-bat-hash pic s9(11)v99.
   01 feed-batch-count pic 9(4) value 0 comp.
   01 feed-batch-sub pic 9(4) comp.
   01 feed-source-table.
      02 feed-source-entry occurs 50 times.
         03 tbl-src-source pic x(8).
         03 tbl-src-last-seq pic 9(6).
   01 feed-source-count pic 9(4) value 0 comp.
   01 feed-source-sub pic 9(4) comp.
   01 feed-source-flag pic x value 'N'.
      88 feed-source-found value 'Y'.
   01 feed-source-ws pic x(8).
   01 feed-sequence-ws pic x(6).
   01 feed-count-ws pic 9(6).
   01 feed-hash-ws pic s9(11)v99.
*> Item codes: gr-item-codes held in store, barcode rows carrying
*> the name off their SKU row, and the name field under test.
   01 item-code-table.
      02 item-code-entry occurs 2000 times.
         03 tbl-icd-code pic x(20).
         03 tbl-icd-type pic x.
         03 tbl-icd-sku pic x(20).
         03 tbl-icd-name pic x(50).
   01 item-code-count pic 9(4) value 0 comp.
   01 item-code-sub pic 9(4) comp.
   01 item-code-match-sub pic 9(4) comp.
   01 item-code-sku-sub pic 9(4) comp.
   01 item-code-status pic x(2).
   01 code-field-ws pic x(50).
   01 code-store-ws pic x(4).
   01 code-reason-ws pic x(20).
   01 code-length pic 9(4) comp.
   01 code-digit-count pic 9(4) comp.
   01 code-result-flag pic x value 'N'.
      88 code-is-name value 'N'.
      88 code-resolved value 'R'.
      88 code-unresolved value 'U'.
   01 unresolved-count pic 9(6) value 0.
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
    perform check-operator.
    if not operator-authorized
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform acquire-item-lock.
    if not item-lock-ok
        move 8 to run-rc
        move run-rc to return-code
        goback
    end-if.
    perform verify-feed-manifest.
    if not feed-accepted
        perform release-item-lock
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-run-parms.
    perform load-supplier-table.
    perform load-outstanding-table.
    perform load-item-code-table.
    perform merge-interface-suggestions.
    if outstanding-overflow
        display "OUTSTANDING SUGGESTIONS EXCEED THE 200-ENTRY "
        move run-rc to return-code
        goback
    end-if.
    perform open-cost-ledger.
    if cost-status not = '00'
        display "COST LEDGER NOT AVAILABLE - STATUS " cost-status
        close receipt-file
        close items
        perform release-item-lock
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open output register-file.
    open extend receipt-history-file.
    perform write-report-heading.
receipt-start-lable.
    read receipt-file end go to receipt-end-lable.
        move receipt-record to feed-manifest-record
        if fm-header or fm-trailer
            go to receipt-start-lable
        end-if
        add 1 to receipt-read-count
        perform resolve-feed-item
        if code-unresolved
            go to receipt-start-lable
        end-if
        perform validate-receipt
        if receipt-invalid
            move reject-reason-ws to re-reason
    end-if.
    close receipt-file.
    close items.
    perform record-feed-register.
    close register-file.
    close receipt-history-file.
    close cost-ledger-file.
    perform release-item-lock.
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> A code in place of the name is resolved before anything else looks
*> at the line; one that cannot be is listed and the line left alone.
resolve-feed-item.
    move rcp-store-id to code-store-ws.
    move rcp-name to code-field-ws.
    perform resolve-item-code.
    if code-resolved
        move code-field-ws to rcp-name
    end-if.
    if code-unresolved
        move "UNRESOLVED CODE" to re-reason
        perform write-error-line
        perform write-unresolved-code
    end-if.

*> The feed's name field carries an item code instead of a name when
*> it is a single word of up to 20 characters with a digit in it - a
*> barcode or an internal SKU. A code on gr-item-codes is replaced by
*> the canonical name; one that is not is left in code-field-ws as
*> sent and flagged unresolved. Anything else is taken as the name.
resolve-item-code.
    move 'N' to code-result-flag.
    move 0 to code-length.
    move 0 to code-digit-count.
    inspect code-field-ws tallying code-length
        for characters before initial space.
    if code-length > 0 and code-length not > 20
        if code-field-ws (code-length + 1:) = spaces
            inspect code-field-ws (1:code-length)
                tallying code-digit-count for all "0" "1" "2" "3" "4"
                    "5" "6" "7" "8" "9"
        end-if
    end-if.
    if code-digit-count > 0
        move 0 to item-code-match-sub
        perform find-item-code
            varying item-code-sub from 1 by 1
            until item-code-sub > item-code-count
            or item-code-match-sub > 0
        if item-code-match-sub = 0
            move 'U' to code-result-flag
            move "UNKNOWN CODE" to code-reason-ws
        else
            if tbl-icd-name (item-code-match-sub) = spaces
                move 'U' to code-result-flag
                move "BARCODE WITHOUT SKU" to code-reason-ws
            else
                move 'R' to code-result-flag
                move tbl-icd-name (item-code-match-sub) to code-field-ws
            end-if
        end-if
    end-if.

find-item-code.
    if tbl-icd-code (item-code-sub) = code-field-ws (1:20)
        move item-code-sub to item-code-match-sub
    end-if.

*> Every code the feed could not resolve goes on the one shared list
*> for the code master's owners.
write-unresolved-code.
    add 1 to unresolved-count.
    move spaces to unresolved-record.
    move run-date-ws to unr-run-date.
    move "gr-receipts" to unr-feed.
    move "RECEIPTS" to unr-program.
    move code-store-ws to unr-store-id.
    move code-field-ws to unr-code.
    move code-reason-ws to unr-reason.
    open extend unresolved-file.
    write unresolved-record.
    close unresolved-file.

validate-receipt.
    move 'Y' to receipt-status.
    move spaces to reject-reason-ws.
                if rcp-cost is not numeric
                    move 'N' to receipt-status
                    move "COST NOT NUMERIC" to reject-reason-ws
                else
                    if rcp-supplier not = spaces
                        perform find-supplier
                        if not supplier-known
                            move 'N' to receipt-status
                            move "UNKNOWN SUPPLIER" to reject-reason-ws
                        end-if
                    end-if
                end-if
            end-if
        end-if
*> record at the standard receiving shelf life. Either way the
*> matching outstanding suggestion, if there is one, is marked
*> filled; a receipt with no suggestion still goes on the master but
*> is reported UNMATCHED for purchasing to chase. The receipt is
*> booked to the supplier the feed names, else to the supplier the
*> filled suggestion was placed with.
apply-receipt.
    perform match-suggestion.
    move rcp-supplier to receipt-supplier.
    move spaces to suggest-date-ws.
    if suggestion-found
        move tbl-out-first-date (outstanding-sub) to suggest-date-ws
        if receipt-supplier = spaces
            move tbl-out-supplier (outstanding-sub) to receipt-supplier
        end-if
    end-if.
    move rcp-store-id to store-id.
    move rcp-name to name.
    read items
        not invalid key
            perform top-up-received-item
    end-read.
    perform post-receipt-cost.
    add 1 to applied-count.
    perform write-receipt-history.
    if suggestion-found
    perform write-register-line.

add-received-item.
    move 0 to on-hand-before.
    move 0 to price-before.
    move rcp-store-id to store-id.
    move rcp-name to name.
    move receipt-sell-in to sell-in.
    write item.

top-up-received-item.
    move quality to on-hand-before.
    move price to price-before.
    compute new-quality = quality + rcp-quality.
    if new-quality > max-quality
        move max-quality to new-quality
    move rcp-cost to price.
    rewrite item.

*> Moving weighted-average cost: the units already on hand at the
*> ledger's average plus the units received at their unit cost, over
*> the two together. Stock with no ledger entry yet has its units on
*> hand entered at the carrying price they stood at before the
*> receipt re-costed the record. With none on hand the received cost
*> is taken outright.
post-receipt-cost.
    move rcp-store-id to cost-store-id.
    move rcp-name to cost-name.
    read cost-ledger-file
        invalid key
            if on-hand-before > 0
                compute cost-average rounded =
                    (on-hand-before * price-before
                     + rcp-quality * rcp-cost)
                    / (on-hand-before + rcp-quality)
            else
                move rcp-cost to cost-average
            end-if
            perform stamp-cost-record
            write cost-record
        not invalid key
            if on-hand-before > 0
                compute cost-average rounded =
                    (on-hand-before * cost-average
                     + rcp-quality * rcp-cost)
                    / (on-hand-before + rcp-quality)
            else
                move rcp-cost to cost-average
            end-if
            perform stamp-cost-record
            rewrite cost-record
    end-read.

stamp-cost-record.
    move rcp-store-id to cost-store-id.
    move rcp-name to cost-name.
    move "RECEIPTS" to cost-last-program.
    move run-date-ws to cost-last-date.

*> The ledger is created empty the first time it is needed. Any
*> other status refuses the run: without the ledger the average
*> cost would silently stop being kept.
open-cost-ledger.
    open i-o cost-ledger-file.
    if cost-status = '35'
        open output cost-ledger-file
        close cost-ledger-file
        open i-o cost-ledger-file
    end-if.

*> The machine-readable receipts trail the month-end close rolls the
*> period's goods received up from.
write-receipt-history.
    move rcp-quality to rcph-quality.
    move rcp-cost to rcph-cost.
    move run-date-ws to rcph-run-date.
    move receipt-supplier to rcph-supplier.
    move suggest-date-ws to rcph-suggest-date.
    write receipt-history-record.

match-suggestion.
        move tbl-out-name (outstanding-sub) to ro-name
        move tbl-out-first-date (outstanding-sub) to ro-first-date
        move days-open to ro-days-open
        move tbl-out-supplier (outstanding-sub) to ro-supplier
        move register-open-line to register-line
        write register-line
    end-if.
    move rcp-name to rg-name.
    move rcp-quality to rg-quality.
    move rcp-cost to rg-cost.
    move receipt-supplier to rg-supplier.
    move cost-average to rg-average.
    move register-detail to register-line.
    write register-line.

            move out-action to tbl-out-action (outstanding-count)
            move out-first-date
                to tbl-out-first-date (outstanding-count)
            move out-supplier to tbl-out-supplier (outstanding-count)
            move space to tbl-out-filled (outstanding-count)
    end-read.

                move if-action to tbl-out-action (outstanding-count)
                move run-date-ws
                    to tbl-out-first-date (outstanding-count)
                move if-supplier to tbl-out-supplier (outstanding-count)
                move space to tbl-out-filled (outstanding-count)
            end-if
    end-read.
        move tbl-out-name (outstanding-sub) to out-name
        move tbl-out-action (outstanding-sub) to out-action
        move tbl-out-first-date (outstanding-sub) to out-first-date
        move tbl-out-supplier (outstanding-sub) to out-supplier
        write outstanding-record
    end-if.

find-supplier.
    move 'N' to supplier-flag.
    move 1 to supplier-sub.
    perform find-supplier-entry until supplier-sub > supplier-count
        or supplier-known.

find-supplier-entry.
    if tbl-sup-code (supplier-sub) = rcp-supplier
        move 'Y' to supplier-flag
    else
        add 1 to supplier-sub
    end-if.

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
                move sup-code to tbl-sup-code (supplier-count)
            end-if
    end-read.

*> Single-writer interlock on the items master: one updater at a
*> time, recorded with holder, date and time. Any held lock - even
*> one this program's own abend left behind - means refuse: there
    move run-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move operator-id-ws to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.
    move run-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move operator-id-ws to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.
    move report-heading to register-line.
    write register-line.

*> Only an operator whose gr-operators entry names this program (or
*> ALL) may run it; with no operator master on hand nobody may.
check-operator.
    display "Operator id: ".
    accept operator-id-ws.
    perform authorize-operator.

authorize-operator.
    move 'N' to operator-flag.
    open input operator-file.
    if operator-status = '00'
        perform find-operator-record until operator-status not = '00'
            or operator-authorized
    end-if
    close operator-file.
    if not operator-authorized
        display "RECEIPTS: OPERATOR " operator-id-ws
            " NOT AUTHORIZED - RUN REFUSED"
    end-if.

find-operator-record.
    read operator-file
        at end
            continue
        not at end
            if opr-id = operator-id-ws and operator-id-ws not = spaces
                perform check-operator-program
                    varying operator-sub from 1 by 1
                    until operator-sub > 12 or operator-authorized
            end-if
    end-read.

check-operator-program.
    if opr-program (operator-sub) = "RECEIPTS"
       or opr-program (operator-sub) = "ALL"
        move 'Y' to operator-flag
    end-if.

*> The feed's manifest is proved before a single record is applied:
*> every batch must sit between its own header and trailer, follow on
*> from the last sequence applied from its source, and agree with
*> its trailer's record count and hash total. Anything else refuses
*> the whole feed.
verify-feed-manifest.
    move 'Y' to feed-ok-flag.
    move spaces to feed-refusal-ws.
    move spaces to feed-source-ws.
    move spaces to feed-sequence-ws.
    move 0 to feed-batch-count.
    move 'N' to feed-in-batch-flag.
    perform load-feed-register.
    move 'N' to feed-eof-flag.
    open input receipt-file.
    perform check-feed-record until feed-eof or not feed-accepted.
    close receipt-file.
    if feed-accepted and feed-in-batch
        move 'N' to feed-ok-flag
        move "LAST BATCH HAS NO TRAILER" to feed-refusal-ws
    end-if.
    if not feed-accepted
        display "RECEIPTS: FEED gr-receipts REFUSED - " feed-refusal-ws
        display "    SOURCE " feed-source-ws " SEQUENCE " feed-sequence-ws
            " - NOTHING APPLIED"
    end-if.

check-feed-record.
    read receipt-file
        at end
            move 'Y' to feed-eof-flag
        not at end
            move receipt-record to feed-manifest-record
            evaluate true
                when fm-header
                    perform check-feed-header
                when fm-trailer
                    perform check-feed-trailer
                when other
                    perform count-feed-record
            end-evaluate
    end-read.

check-feed-header.
    move fm-source to feed-source-ws.
    move fm-sequence to feed-sequence-ws.
    perform find-feed-source.
    evaluate true
        when feed-in-batch
            move "HEADER BEFORE LAST TRAILER" to feed-refusal-ws
        when fm-sequence is not numeric
            move "SEQUENCE NOT NUMERIC" to feed-refusal-ws
        when feed-batch-count >= 50 or not feed-source-found
            move "MORE THAN 50 BATCHES" to feed-refusal-ws
        when fm-sequence not > tbl-src-last-seq (feed-source-sub)
            move "REPEATED SEQUENCE" to feed-refusal-ws
        when fm-sequence > tbl-src-last-seq (feed-source-sub) + 1
            move "SEQUENCE GAP" to feed-refusal-ws
        when other
            add 1 to feed-batch-count
            move fm-source to tbl-bat-source (feed-batch-count)
            move fm-sequence to tbl-bat-sequence (feed-batch-count)
            move fm-create-date to tbl-bat-create-date (feed-batch-count)
            move fm-sequence to tbl-src-last-seq (feed-source-sub)
            move 0 to feed-count-ws
            move 0 to feed-hash-ws
            move 'Y' to feed-in-batch-flag
    end-evaluate.
    if feed-refusal-ws not = spaces
        move 'N' to feed-ok-flag
    end-if.

check-feed-trailer.
    evaluate true
        when not feed-in-batch
            move "TRAILER WITHOUT HEADER" to feed-refusal-ws
        when fm-source not = tbl-bat-source (feed-batch-count)
          or fm-sequence not = tbl-bat-sequence (feed-batch-count)
            move "TRAILER DOES NOT MATCH HEADER" to feed-refusal-ws
        when fm-record-count is not numeric
          or fm-record-count not = feed-count-ws
            move "RECORD COUNT MISMATCH" to feed-refusal-ws
        when fm-hash-total is not numeric
          or fm-hash-total not = feed-hash-ws
            move "HASH TOTAL MISMATCH" to feed-refusal-ws
        when other
            move feed-count-ws to tbl-bat-count (feed-batch-count)
            move feed-hash-ws to tbl-bat-hash (feed-batch-count)
            move 'N' to feed-in-batch-flag
    end-evaluate.
    if feed-refusal-ws not = spaces
        move 'N' to feed-ok-flag
    end-if.

count-feed-record.
    if not feed-in-batch
        move "RECORD OUTSIDE A BATCH" to feed-refusal-ws
        move 'N' to feed-ok-flag
    else
        add 1 to feed-count-ws
        if rcp-quality is numeric
            add rcp-quality to feed-hash-ws
        end-if
        if rcp-cost is numeric
            add rcp-cost to feed-hash-ws
        end-if
    end-if.

*> Finds the source named in feed-source-ws, adding it (nothing yet
*> applied) the first time it is seen.
find-feed-source.
    move 'N' to feed-source-flag.
    move 1 to feed-source-sub.
    perform match-feed-source until feed-source-sub > feed-source-count
        or feed-source-found.
    if not feed-source-found and feed-source-count < 50
        add 1 to feed-source-count
        move feed-source-count to feed-source-sub
        move feed-source-ws to tbl-src-source (feed-source-sub)
        move 0 to tbl-src-last-seq (feed-source-sub)
        move 'Y' to feed-source-flag
    end-if.

match-feed-source.
    if tbl-src-source (feed-source-sub) = feed-source-ws
        move 'Y' to feed-source-flag
    else
        add 1 to feed-source-sub
    end-if.

load-feed-register.
    move 0 to feed-source-count.
    open input feed-register-file.
    if feed-register-status = '00'
        perform load-feed-register-record
            until feed-register-status not = '00'
    end-if
    close feed-register-file.

load-feed-register-record.
    read feed-register-file
        at end
            continue
        not at end
            if freg-feed = "gr-receipts"
                move freg-source to feed-source-ws
                perform find-feed-source
                if feed-source-found
                   and freg-sequence > tbl-src-last-seq (feed-source-sub)
                    move freg-sequence to tbl-src-last-seq (feed-source-sub)
                end-if
            end-if
    end-read.

*> Every batch applied tonight goes on the register, so the same
*> sequence is refused if the feed is ever sent again.
record-feed-register.
    open extend feed-register-file.
    perform write-feed-register-entry
        varying feed-batch-sub from 1 by 1
        until feed-batch-sub > feed-batch-count.
    close feed-register-file.

write-feed-register-entry.
    move "gr-receipts" to freg-feed.
    move tbl-bat-source (feed-batch-sub) to freg-source.
    move tbl-bat-sequence (feed-batch-sub) to freg-sequence.
    move tbl-bat-create-date (feed-batch-sub) to freg-create-date.
    move tbl-bat-count (feed-batch-sub) to freg-record-count.
    move tbl-bat-hash (feed-batch-sub) to freg-hash-total.
    move run-date-ws to freg-applied-date.
    move "RECEIPTS" to freg-program.
    move operator-id-ws to freg-operator.
    write feed-register-record.

load-item-code-table.
    move 0 to item-code-count.
    open input item-code-file.
    if item-code-status = '00'
        perform load-item-code-record until item-code-status not = '00'
            or item-code-count >= 2000
        if item-code-status = '00'
            display "GR-ITEM-CODES HAS MORE THAN 2000 ENTRIES - EXTRA "
                "ROWS IGNORED"
            move 4 to run-rc
            move "WARNINGS" to condition-ws
        end-if
    end-if
    close item-code-file.
    perform name-barcode-entry
        varying item-code-sub from 1 by 1
        until item-code-sub > item-code-count.

load-item-code-record.
    read item-code-file
        at end
            continue
        not at end
            if icd-code not = spaces
               and (icd-is-sku or icd-is-barcode)
                add 1 to item-code-count
                move icd-code to tbl-icd-code (item-code-count)
                move icd-type to tbl-icd-type (item-code-count)
                if icd-is-sku
                    move icd-code to tbl-icd-sku (item-code-count)
                    move icd-name to tbl-icd-name (item-code-count)
                else
                    move icd-sku to tbl-icd-sku (item-code-count)
                    move spaces to tbl-icd-name (item-code-count)
                end-if
            end-if
    end-read.

*> A barcode takes its name off its SKU row; with no SKU row it keeps
*> a blank name and resolves to nothing.
name-barcode-entry.
    if tbl-icd-type (item-code-sub) = 'B'
        move 0 to item-code-match-sub
        perform find-sku-entry
            varying item-code-sku-sub from 1 by 1
            until item-code-sku-sub > item-code-count
            or item-code-match-sub > 0
        if item-code-match-sub > 0
            move tbl-icd-name (item-code-match-sub)
                to tbl-icd-name (item-code-sub)
        end-if
    end-if.

find-sku-entry.
    if tbl-icd-type (item-code-sku-sub) = 'S'
       and tbl-icd-code (item-code-sku-sub) =
           tbl-icd-sku (item-code-sub)
        move item-code-sku-sub to item-code-match-sub
    end-if.

load-run-control.
    open input runctl-file.
    if runctl-status = '00'
    move receipt-read-count to rl-in-count.
    move error-count to rl-reject-count.
    move run-rc to rl-return-code.
    move operator-id-ws to rl-operator.
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

end program Receipts.
