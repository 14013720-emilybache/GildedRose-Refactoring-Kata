*> code. A SOLD record is also appended, run-stamped, to the
*> permanent gr-sales-history file with its carrying price and the
*> proceeds the till took, so the gross-margin reporting can compare
*> what an item sold for against what the book carried it at, and
*> with the weighted-average cost off gr-cost-ledger as the cost of
*> the sale for the cost-based margin and COGS. Until
*> this ran, sold and binned items stayed on the master as ghost
*> stock and the trailer's valuation total overstated what was
*> actually on the shelves. A held item is only ever removed as a
*> SOLD to the customer collecting it: the hold drops off gr-holds
*> and the customer's deposit is posted APPLIED on
*> gr-deposit-ledger. An item a recall has in quarantine on
*> gr-quarantine is refused whatever the code; it leaves the master
*> only through RecallMaint, under code RECALL. The till and
*> warehouse may send a SKU or barcode in place of the name; it is
*> resolved to the canonical name through gr-item-codes first, and a
*> code that cannot be resolved goes to gr-unresolved-codes instead
*> of being taken for an item the master does not carry.

environment division.

        file status is items-status.
    select register-file assign 'gr-disposal-register'.
    select optional sales-history-file assign 'gr-sales-history'.
    select cost-ledger-file assign 'gr-cost-ledger'
        organization indexed
        access mode dynamic
        record key is cost-key
        file status is cost-status.
    select optional disposal-history-file
        assign 'gr-disposal-history'.
    select optional journal-file
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select optional quarantine-file assign 'gr-quarantine'
        file status is quarantine-status.
    select optional deposit-file assign 'gr-deposit-ledger'.
    select operator-file assign 'gr-operators'
        file status is operator-status.
    select optional feed-register-file assign 'gr-feed-register'
        file status is feed-register-status.
    select item-code-file assign 'gr-item-codes'
        file status is item-code-status.
    select optional unresolved-file assign 'gr-unresolved-codes'.

data division.
file section.
   01 register-line pic x(132).
   fd sales-history-file.
   copy "grsales.cpy".
   fd cost-ledger-file.
   copy "grcost.cpy".
   fd disposal-history-file.
   copy "grdisph.cpy".
   fd journal-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd quarantine-file.
   copy "grquar.cpy".
   fd deposit-file.
   copy "grdeplg.cpy".
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
      02 filler pic x(29) value "DISPOSAL REGISTER - RUN DATE ".
      02 rh-run-date pic x(8).
   01 items-status pic x(2).
   01 cost-status pic x(2).
   01 cost-ledger-flag pic x value 'N'.
      88 cost-ledger-open value 'Y'.
   01 journal-file-name pic x(30).
   01 lock-status pic x(2).
   01 lock-ok-flag pic x value 'N'.
         03 tbl-hold-store-id pic x(4).
         03 tbl-hold-name pic x(50).
         03 tbl-hold-expiry pic x(8).
         03 tbl-hold-customer-id pic x(8).
         03 tbl-hold-deposit pic 9(5)v99.
         03 tbl-hold-deposit-state pic x.
         03 tbl-hold-collected pic x.
   01 holds-count pic 9(4) value 0 comp.
   01 holds-overflow-flag pic x value 'N'.
      88 holds-overflow value 'Y'.
   01 collected-count pic 9(6) value 0.
   01 item-removed-flag pic x value 'N'.
      88 item-removed value 'Y'.
   01 holds-sub pic 9(4) comp.
   01 holds-status pic x(2).
   01 hold-flag pic x value 'N'.
      88 item-held value 'Y'.
   01 quarantine-table.
      02 quarantine-entry occurs 1000 times.
         03 tbl-qtn-store-id pic x(4).
         03 tbl-qtn-name pic x(50).
   01 quarantine-count pic 9(4) value 0 comp.
   01 quarantine-sub pic 9(4) comp.
   01 quarantine-status pic x(2).
   01 quarantine-flag pic x value 'N'.
      88 item-quarantined value 'Y'.
   01 disposal-code-table.
      02 filler pic x(8) value "SOLD".
      02 filler pic x(8) value "DAMAGED".
      02 rt-count pic zz9999.
      02 filler pic x(7) value " VALUE ".
      02 rt-valuation pic z(8)9.99.
   01 register-collect-line.
      02 filler pic x(22) value "  COLLECTED BY CUST ".
      02 rc-customer-id pic x(8).
      02 filler pic x(17) value " DEPOSIT APPLIED ".
      02 rc-deposit pic zzzz9.99.
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
    perform initialize-code-totals
        varying code-sub from 1 by 1 until code-sub > 4.
    perform load-holds-table.
    perform load-quarantine-table.
    perform load-item-code-table.
    open input disposal-file.
    open i-o items.
    if items-status not = '00'
    open output register-file.
    open extend sales-history-file.
    open extend disposal-history-file.
    open input cost-ledger-file.
    if cost-status = '00'
        move 'Y' to cost-ledger-flag
    end-if.
    open extend deposit-file.
    perform open-journal.
    perform write-report-heading.
dispose-start-lable.
    read disposal-file end go to dispose-end-lable.
        move disposal-record to feed-manifest-record
        if fm-header or fm-trailer
            go to dispose-start-lable
        end-if
        add 1 to disposal-read-count
        perform resolve-feed-item
        if code-unresolved
            go to dispose-start-lable
        end-if
        perform match-disposal-code
        if code-unknown
            move "INVALID DISPOSAL CODE" to re-reason
    end-if.
    close disposal-file.
    close items.
    perform record-feed-register.
    close register-file.
    close sales-history-file.
    close disposal-history-file.
    if cost-ledger-open
        close cost-ledger-file
    end-if.
    close journal-file.
    close deposit-file.
    if collected-count > 0
        perform rewrite-holds-file
    end-if.
    perform release-item-lock.
    perform write-run-log.
    move run-rc to return-code.
        move code-sub to matched-code-sub
    end-if.

*> A code in place of the name is resolved before anything else looks
*> at the line; one that cannot be is listed and the line left alone.
resolve-feed-item.
    move dsp-store-id to code-store-ws.
    move dsp-name to code-field-ws.
    perform resolve-item-code.
    if code-resolved
        move code-field-ws to dsp-name
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
    move "gr-disposals" to unr-feed.
    move "DISPOSE" to unr-program.
    move code-store-ws to unr-store-id.
    move code-field-ws to unr-code.
    move code-reason-ws to unr-reason.
    open extend unresolved-file.
    write unresolved-record.
    close unresolved-file.

dispose-one-item.
    move dsp-store-id to store-id.
    move dsp-name to name.
            perform write-error-line
        not invalid key
            perform check-item-hold
            perform check-item-quarantine
            evaluate true
                when item-quarantined
                    move "ITEM QUARANTINED" to re-reason
                    perform write-error-line
                when not item-held
                    perform remove-and-register
                when dsp-code = "SOLD" and not holds-overflow
                    perform remove-and-register
                    if item-removed
                        perform collect-held-item
                    end-if
                when other
                    move "ITEM ON HOLD" to re-reason
                    perform write-error-line
            end-evaluate
    end-read.

*> A reserved item is never deleted under the customer: any disposal
*> other than the sale to the customer bounces to the register as
*> ITEM ON HOLD until the hold expires or is released. The sale is
*> the customer's pickup and closes the hold - unless gr-holds is
*> over the table cap, when the file cannot be rewritten safely and
*> the sale bounces too.
check-item-hold.
    move 'N' to hold-flag.
    move 1 to holds-sub.
    if tbl-hold-store-id (holds-sub) = store-id
       and tbl-hold-name (holds-sub) = name
       and tbl-hold-expiry (holds-sub) not < run-date-ws
       and tbl-hold-collected (holds-sub) not = 'Y'
        move 'Y' to hold-flag
    else
        add 1 to holds-sub
                "ROWS IGNORED AND THOSE ITEMS NOT SHIELDED"
            move 4 to run-rc
            move "WARNINGS" to condition-ws
            move 'Y' to holds-overflow-flag
        end-if
    end-if
    close holds-file.
                move hold-store-id to tbl-hold-store-id (holds-count)
                move hold-name to tbl-hold-name (holds-count)
                move hold-expiry to tbl-hold-expiry (holds-count)
                move hold-customer-id
                    to tbl-hold-customer-id (holds-count)
                move hold-deposit to tbl-hold-deposit (holds-count)
                move hold-deposit-state
                    to tbl-hold-deposit-state (holds-count)
                move 'N' to tbl-hold-collected (holds-count)
            end-if
    end-read.

*> A recalled item in quarantine is not sold, moved or binned here:
*> it leaves the master only through RecallMaint.
check-item-quarantine.
    move 'N' to quarantine-flag.
    move 1 to quarantine-sub.
    perform check-quarantine-entry until quarantine-sub > quarantine-count
        or item-quarantined.

check-quarantine-entry.
    if tbl-qtn-store-id (quarantine-sub) = store-id
       and tbl-qtn-name (quarantine-sub) = name
        move 'Y' to quarantine-flag
    else
        add 1 to quarantine-sub
    end-if.

load-quarantine-table.
    move 0 to quarantine-count.
    open input quarantine-file.
    if quarantine-status = '00'
        perform load-quarantine-record until quarantine-status not = '00'
            or quarantine-count >= 1000
        if quarantine-status = '00'
            display "GR-QUARANTINE HAS MORE THAN 1000 ITEMS IN "
                "QUARANTINE - EXTRA ROWS IGNORED AND THOSE ITEMS NOT "
                "FROZEN"
            move 4 to run-rc
            move "WARNINGS" to condition-ws
        end-if
    end-if
    close quarantine-file.

load-quarantine-record.
    read quarantine-file
        at end
            continue
        not at end
            if qtn-quarantined
                add 1 to quarantine-count
                move qtn-store-id to tbl-qtn-store-id (quarantine-count)
                move qtn-name to tbl-qtn-name (quarantine-count)
            end-if
    end-read.

*> The held item has gone to its customer: the deposit comes off the
*> ledger against the sale - brought to book first if HoldsMaint has
*> not yet seen the hold - and the hold is marked for dropping when
*> gr-holds is rewritten at the end of the run.
collect-held-item.
    move 'Y' to tbl-hold-collected (holds-sub).
    add 1 to collected-count.
    if tbl-hold-deposit (holds-sub) > 0
        if tbl-hold-deposit-state (holds-sub) not = 'T'
            move "TAKEN" to dep-action
            perform post-deposit
            move 'T' to tbl-hold-deposit-state (holds-sub)
        end-if
        move "APPLIED" to dep-action
        perform post-deposit
    end-if.
    move tbl-hold-customer-id (holds-sub) to rc-customer-id.
    move tbl-hold-deposit (holds-sub) to rc-deposit.
    move register-collect-line to register-line.
    write register-line.

post-deposit.
    move tbl-hold-store-id (holds-sub) to dep-store-id.
    move tbl-hold-name (holds-sub) to dep-name.
    move tbl-hold-customer-id (holds-sub) to dep-customer-id.
    move tbl-hold-deposit (holds-sub) to dep-amount.
    move run-date-ws to dep-run-date.
    move "DISPOSE" to dep-program.
    move operator-id-ws to dep-operator.
    write deposit-record.

*> Every hold not collected tonight goes back as it was read, expired
*> ones included - releasing those is HoldsMaint's job.
rewrite-holds-file.
    open output holds-file.
    perform rewrite-one-hold
        varying holds-sub from 1 by 1
        until holds-sub > holds-count.
    close holds-file.

rewrite-one-hold.
    if tbl-hold-collected (holds-sub) not = 'Y'
        move tbl-hold-store-id (holds-sub) to hold-store-id
        move tbl-hold-name (holds-sub) to hold-name
        move tbl-hold-expiry (holds-sub) to hold-expiry
        move tbl-hold-customer-id (holds-sub) to hold-customer-id
        move tbl-hold-deposit (holds-sub) to hold-deposit
        move tbl-hold-deposit-state (holds-sub)
            to hold-deposit-state
        write hold-record
    end-if.

remove-and-register.
    move 'N' to item-removed-flag.
    compute line-valuation = quality * price.
    perform write-journal-record.
    delete items record
            move "NOT ON MASTER" to re-reason
            perform write-error-line
        not invalid key
            move 'Y' to item-removed-flag
            perform write-register-line
            add 1 to tot-count (matched-code-sub)
            add line-valuation to tot-valuation (matched-code-sub)
        move 'C' to sale-proceeds-source
    end-if.
    move run-date-ws to sale-run-date.
    perform stamp-sale-cost.
    write sale-record.

*> The cost of the sale is the store's weighted-average cost for the
*> item; an item the ledger has never seen stands in at its carrying
*> price, marked 'P'.
stamp-sale-cost.
    move price to sale-cost.
    move 'P' to sale-cost-source.
    if cost-ledger-open
        move store-id to cost-store-id
        move name to cost-name
        read cost-ledger-file
            invalid key
                continue
            not invalid key
                move cost-average to sale-cost
                move 'L' to sale-cost-source
        end-read
    end-if.

*> Before-image protection: the record as it stood goes to the
*> run-stamped journal before the delete lands, so a bad disposal
*> feed is a Rollback, not a restore.
    move 'D' to jr-action.
    move run-date-ws to jr-run-date.
    move item to jr-image.
    move operator-id-ws to jr-operator.
    write journal-record.

write-register-line.
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
        display "DISPOSE: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "DISPOSE"
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
    open input disposal-file.
    perform check-feed-record until feed-eof or not feed-accepted.
    close disposal-file.
    if feed-accepted and feed-in-batch
        move 'N' to feed-ok-flag
        move "LAST BATCH HAS NO TRAILER" to feed-refusal-ws
    end-if.
    if not feed-accepted
        display "DISPOSE: FEED gr-disposals REFUSED - " feed-refusal-ws
        display "    SOURCE " feed-source-ws " SEQUENCE " feed-sequence-ws
            " - NOTHING APPLIED"
    end-if.

check-feed-record.
    read disposal-file
        at end
            move 'Y' to feed-eof-flag
        not at end
            move disposal-record to feed-manifest-record
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
        if dsp-proceeds is numeric
            add dsp-proceeds to feed-hash-ws
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
            if freg-feed = "gr-disposals"
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
    move "gr-disposals" to freg-feed.
    move tbl-bat-source (feed-batch-sub) to freg-source.
    move tbl-bat-sequence (feed-batch-sub) to freg-sequence.
    move tbl-bat-create-date (feed-batch-sub) to freg-create-date.
    move tbl-bat-count (feed-batch-sub) to freg-record-count.
    move tbl-bat-hash (feed-batch-sub) to freg-hash-total.
    move run-date-ws to freg-applied-date.
    move "DISPOSE" to freg-program.
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
    move disposal-read-count to rl-in-count.
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

end program Dispose.
