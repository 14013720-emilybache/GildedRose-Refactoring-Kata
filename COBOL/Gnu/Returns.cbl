*> the record to the indexed items master, and writes a returns
*> register finance can net against the disposal register's SOLD
*> totals. A return with no history on file is reported and left for
*> manual handling instead of going on at a guessed quality. The
*> returned units come back at the cost they went out at - the
*> store's weighted-average cost on gr-cost-ledger, which a sale
*> leaves in place; an item the ledger has never seen is entered at
*> its carrying price and flagged on the register. Each restored
*> item also goes to gr-returns-history with the quality it left at
*> and the quality it came back at, for the shrink analysis.
*> The tills may send a SKU or barcode in place of the name; it is
*> resolved to the canonical name through gr-item-codes first, and a
*> code that cannot be resolved goes to gr-unresolved-codes instead
*> of being taken for an item the master does not carry.

environment division.

    select audit-history-file assign 'gr-audit-history'
        file status is history-status.
    select register-file assign 'gr-returns-register'.
    select optional returns-history-file
        assign 'gr-returns-history'.
    select cost-ledger-file assign 'gr-cost-ledger'
        organization indexed
        access mode dynamic
        record key is cost-key
        file status is cost-status.
    select lock-file assign 'gr-itemlock'
        file status is lock-status.
    select legend-file assign 'gr-legend'
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
   copy "graudit.cpy".
   fd register-file.
   01 register-line pic x(120).
   fd returns-history-file.
   copy "grreth.cpy".
   fd cost-ledger-file.
   copy "grcost.cpy".
   fd lock-file.
   copy "grlock.cpy".
   fd legend-file.
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
      02 filler pic x(28) value "RETURNS REGISTER - RUN DATE ".
      02 rh-run-date pic x(8).
   01 items-status pic x(2).
   01 cost-status pic x(2).
   01 history-status pic x(2).
   01 lock-status pic x(2).
   01 lock-ok-flag pic x value 'N'.
      02 rg-sell-in pic ----9.
      02 filler pic x(7) value " VALUE ".
      02 rg-valuation pic z(8)9.99.
      02 rg-cost-note pic x(14) value spaces.
   01 register-error.
      02 re-reason pic x(22).
      02 re-store-id pic x(4).
      02 rt-errors pic zz9999.
      02 filler pic x(7) value " VALUE ".
      02 rt-valuation pic z(8)9.99.
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
    perform load-legend-table.
    perform load-category-table.
    perform load-item-code-table.
    open input returns-file.
    open i-o items.
    if items-status not = '00'
        move run-rc to return-code
        goback
    end-if.
    perform open-cost-ledger.
    if cost-status not = '00'
        display "COST LEDGER NOT AVAILABLE - STATUS " cost-status
        close returns-file
        close items
        perform release-item-lock
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open output register-file.
    open extend returns-history-file.
    perform write-report-heading.
return-start-lable.
    read returns-file end go to return-end-lable.
        move returns-record to feed-manifest-record
        if fm-header or fm-trailer
            go to return-start-lable
        end-if
        add 1 to returns-read-count
        perform resolve-feed-item
        if code-unresolved
            go to return-start-lable
        end-if
        if ret-name = spaces
            move "BLANK NAME" to re-reason
            perform write-error-line
    end-if.
    close returns-file.
    close items.
    perform record-feed-register.
    close register-file.
    close returns-history-file.
    close cost-ledger-file.
    perform release-item-lock.
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> A code in place of the name is resolved before anything else looks
*> at the line; one that cannot be is listed and the line left alone.
resolve-feed-item.
    move ret-store-id to code-store-ws.
    move ret-name to code-field-ws.
    perform resolve-item-code.
    if code-resolved
        move code-field-ws to ret-name
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
    move "gr-returns" to unr-feed.
    move "RETURNS" to unr-program.
    move code-store-ws to unr-store-id.
    move code-field-ws to unr-code.
    move code-reason-ws to unr-reason.
    open extend unresolved-file.
    write unresolved-record.
    close unresolved-file.

process-one-return.
    perform find-last-history.
    if not history-found
    add 1 to restored-count.
    compute line-valuation = regrade-quality * last-price.
    add line-valuation to total-restored-valuation.
    perform check-returned-cost.
    perform write-returns-history.
    perform write-register-line.

write-returns-history.
    move ret-store-id to reth-store-id.
    move ret-name to reth-name.
    move ret-reason to reth-reason.
    move ret-days to reth-days.
    move last-quality to reth-last-quality.
    move regrade-quality to reth-regrade-quality.
    move last-price to reth-price.
    move run-date-ws to reth-run-date.
    write returns-history-record.

*> With nothing on hand the weighted average is simply the cost of
*> the returned units, which the ledger entry left by the sale
*> already holds.
check-returned-cost.
    move spaces to rg-cost-note.
    move ret-store-id to cost-store-id.
    move ret-name to cost-name.
    read cost-ledger-file
        invalid key
            move ret-store-id to cost-store-id
            move ret-name to cost-name
            move last-price to cost-average
            move "RETURNS" to cost-last-program
            move run-date-ws to cost-last-date
            write cost-record
            move " COST AT PRICE" to rg-cost-note
        not invalid key
            move "RETURNS" to cost-last-program
            move run-date-ws to cost-last-date
            rewrite cost-record
    end-read.

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

*> Re-grade from the item's last recorded state for the days it was
*> off the shelf, at the category rate for its class: degrading
*> classes lose rate-per-day (floor zero), appreciating classes gain
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
        display "RETURNS: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "RETURNS"
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
    open input returns-file.
    perform check-feed-record until feed-eof or not feed-accepted.
    close returns-file.
    if feed-accepted and feed-in-batch
        move 'N' to feed-ok-flag
        move "LAST BATCH HAS NO TRAILER" to feed-refusal-ws
    end-if.
    if not feed-accepted
        display "RETURNS: FEED gr-returns REFUSED - " feed-refusal-ws
        display "    SOURCE " feed-source-ws " SEQUENCE " feed-sequence-ws
            " - NOTHING APPLIED"
    end-if.

check-feed-record.
    read returns-file
        at end
            move 'Y' to feed-eof-flag
        not at end
            move returns-record to feed-manifest-record
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
        if ret-days is numeric
            add ret-days to feed-hash-ws
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
            if freg-feed = "gr-returns"
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
    move "gr-returns" to freg-feed.
    move tbl-bat-source (feed-batch-sub) to freg-source.
    move tbl-bat-sequence (feed-batch-sub) to freg-sequence.
    move tbl-bat-create-date (feed-batch-sub) to freg-create-date.
    move tbl-bat-count (feed-batch-sub) to freg-record-count.
    move tbl-bat-hash (feed-batch-sub) to freg-hash-total.
    move run-date-ws to freg-applied-date.
    move "RETURNS" to freg-program.
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
    move returns-read-count to rl-in-count.
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

end program Returns.
