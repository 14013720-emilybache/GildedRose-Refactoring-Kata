*> balancing register prices every move in base currency both ways -
*> value out of the sending store and value into the receiving store
*> - and totals both sides so finance can see the book moved, not
*> shrank. The item's weighted-average cost on gr-cost-ledger goes
*> with it, revalued the same way, and becomes the receiving store's
*> cost for the item. Only lines released on the dual-control queue
*> (gr-pending) are moved; each is marked on the queue afterwards -
*> applied, or refused when the run turns it away. An item a recall
*> has in quarantine on gr-quarantine is refused - it stays where it
*> was caught.
*> A line may carry a SKU or barcode in place of the name; once the
*> line is found released it is resolved to the canonical name
*> through gr-item-codes, and a code that cannot be resolved goes to
*> gr-unresolved-codes instead of being taken for an item the master
*> does not carry.

environment division.

    select register-file assign 'gr-transfer-register'.
    select lock-file assign 'gr-itemlock'
        file status is lock-status.
    select pending-file assign 'gr-pending'
        file status is pending-status.
    select optional audit-file assign 'gr-audit'.
    select optional audit-history-file assign 'gr-audit-history'.
    select cost-ledger-file assign 'gr-cost-ledger'
        organization indexed
        access mode dynamic
        record key is cost-key
        file status is cost-status.
    select store-file assign 'gr-stores'
        file status is store-status.
    select rate-file assign 'gr-rates'
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select optional quarantine-file assign 'gr-quarantine'
        file status is quarantine-status.
    select operator-file assign 'gr-operators'
        file status is operator-status.
    select optional feed-register-file assign 'gr-feed-register'
        file status is feed-register-status.
    select item-code-file assign 'gr-item-codes'
        file status is item-code-status.
    select optional unresolved-file assign 'gr-unresolved-codes'.

data division.
file section.
   fd transfer-file.
   copy "grxfer.cpy".
   fd items.
   copy "gritem.cpy".
   fd register-file.
   01 register-line pic x(132).
   fd lock-file.
   copy "grlock.cpy".
   fd pending-file.
   copy "grpend.cpy".
   fd audit-file.
   copy "graudit.cpy".
   fd audit-history-file.
   01 audit-history-record pic x(100).
   fd cost-ledger-file.
   copy "grcost.cpy".
   fd store-file.
   copy "grstores.cpy".
   fd rate-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd quarantine-file.
   copy "grquar.cpy".
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
      02 filler pic x(29) value "TRANSFER REGISTER - RUN DATE ".
      02 rh-run-date pic x(8).
   01 items-status pic x(2).
   01 cost-status pic x(2).
   01 moved-cost pic 9(5)v99.
   01 lock-status pic x(2).
   01 lock-ok-flag pic x value 'N'.
      88 item-lock-ok value 'Y'.
   01 lock-time-ws pic x(8).
   01 pending-status pic x(2).
*> The lines released on the dual-control queue for this feed; each
*> feed line must match one not already matched before it is applied.
   01 released-table.
      02 released-entry occurs 2000 times.
         03 tbl-rel-image pic x(80).
         03 tbl-rel-used pic x.
            88 released-line-used value 'Y'.
         03 tbl-rel-outcome pic x.
            88 released-line-applied value 'A'.
            88 released-line-refused value 'F'.
   01 released-count pic 9(4) value 0 comp.
   01 released-sub pic 9(4) comp.
   01 released-match-sub pic 9(4) value 0 comp.
   01 released-flag pic x value 'N'.
      88 line-released value 'Y'.
   01 released-full-flag pic x value 'N'.
      88 released-table-full value 'Y'.
   01 feed-line-ws pic x(80).
   01 store-table.
      02 store-entry occurs 50 times.
         03 tbl-store-id pic x(4).
      02 filler pic x(15) value " VALUE IN BASE ".
      02 rt-value-in pic z(8)9.99.
   01 register-balance-line pic x(50).
   01 quarantine-table.
      02 quarantine-entry occurs 1000 times.
         03 tbl-qtn-store-id pic x(4).
         03 tbl-qtn-name pic x(50).
   01 quarantine-count pic 9(4) value 0 comp.
   01 quarantine-sub pic 9(4) comp.
   01 quarantine-status pic x(2).
   01 quarantine-flag pic x value 'N'.
      88 item-quarantined value 'Y'.
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
    perform load-store-table.
    perform load-rate-table.
    perform load-quarantine-table.
    perform load-released-lines.
    perform load-item-code-table.
    open input transfer-file.
    open i-o items.
    if items-status not = '00'
        move run-rc to return-code
        goback
    end-if.
    perform open-cost-ledger.
    if cost-status not = '00'
        display "COST LEDGER NOT AVAILABLE - STATUS " cost-status
        close transfer-file
        close items
        perform release-item-lock
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open output register-file.
    open extend audit-file.
    open extend audit-history-file.
    perform write-report-heading.
transfer-start-lable.
    read transfer-file end go to transfer-end-lable.
        move transfer-record to feed-manifest-record
        if fm-header or fm-trailer
            go to transfer-start-lable
        end-if
        add 1 to transfer-read-count
        move transfer-record to feed-line-ws
        perform check-line-released
        if line-released
            perform resolve-feed-item
            if code-unresolved
                go to transfer-start-lable
            end-if
        end-if
        if not line-released
            move "NOT RELEASED" to re-reason
            perform write-error-line
        else
            if xfr-from-store = xfr-to-store
                move "FROM AND TO STORE SAME" to re-reason
                perform write-error-line
            else
                perform transfer-one-item
            end-if
        end-if
    go to transfer-start-lable.
transfer-end-lable.
    end-if.
    close transfer-file.
    close items.
    perform record-feed-register.
    close register-file.
    close audit-file.
    close audit-history-file.
    close cost-ledger-file.
    perform mark-queue-applied.
    perform release-item-lock.
    perform write-run-log.
    move run-rc to return-code.
*> The receiving key is checked before anything is touched, so a
*> transfer that cannot complete leaves the sending store's record
*> exactly as it was.
*> Only lines FeedApprove has released reach the master. A line on
*> the feed with no released queue line behind it - hand-written,
*> already applied, or never approved - is refused.
load-released-lines.
    move 0 to released-count.
    open input pending-file.
    if pending-status = '00'
        perform load-released-record until pending-status not = '00'
    end-if
    close pending-file.

load-released-record.
    read pending-file
        at end
            continue
        not at end
            if pend-released and pend-transfer-feed
                if released-count < 2000
                    add 1 to released-count
                    move pend-image to tbl-rel-image (released-count)
                    move 'N' to tbl-rel-used (released-count)
                    move space to tbl-rel-outcome (released-count)
                else
                    if not released-table-full
                        display "MORE THAN 2000 RELEASED TRANSFER LINES - "
                            "THE REST WAIT FOR THE NEXT RUN"
                        move 'Y' to released-full-flag
                    end-if
                end-if
            end-if
    end-read.

check-line-released.
    move 'N' to released-flag.
    move 0 to released-match-sub.
    move 1 to released-sub.
    perform find-released-entry until released-sub > released-count
        or line-released.

find-released-entry.
    if not released-line-used (released-sub)
       and tbl-rel-image (released-sub) = feed-line-ws
        move 'Y' to released-flag
        move 'Y' to tbl-rel-used (released-sub)
        move released-sub to released-match-sub
    else
        add 1 to released-sub
    end-if.

*> What became of the queue line behind the feed line in hand: applied
*> once the master has taken it, refused when the run turned it away.
mark-line-applied.
    if released-match-sub > 0
        move 'A' to tbl-rel-outcome (released-match-sub)
    end-if.

mark-line-refused.
    if released-match-sub > 0
        move 'F' to tbl-rel-outcome (released-match-sub)
    end-if.

*> Queue lines acted on tonight are marked applied, or refused when
*> the run turned them away, so FeedApprove leaves them off the next
*> live feed and PendingReport shows the refusals. The released lines
*> are met in the same order they were loaded.
mark-queue-applied.
    move 0 to released-sub.
    open i-o pending-file.
    if pending-status = '00'
        perform mark-applied-record until pending-status not = '00'
    end-if
    close pending-file.

mark-applied-record.
    read pending-file
        at end
            continue
        not at end
            if pend-released and pend-transfer-feed
                add 1 to released-sub
                if released-sub not > released-count
                    if released-line-used (released-sub)
                        if released-line-applied (released-sub)
                            move 'A' to pend-status
                        else
                            move 'F' to pend-status
                        end-if
                        move run-date-ws to pend-applied-date
                        rewrite pending-record
                    end-if
                end-if
            end-if
    end-read.

*> A code in place of the name is resolved before anything else looks
*> at the line; one that cannot be is listed and the line left alone.
resolve-feed-item.
    move xfr-from-store to code-store-ws.
    move xfr-name to code-field-ws.
    perform resolve-item-code.
    if code-resolved
        move code-field-ws to xfr-name
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
    move "gr-transfers" to unr-feed.
    move "TRANSFER" to unr-program.
    move code-store-ws to unr-store-id.
    move code-field-ws to unr-code.
    move code-reason-ws to unr-reason.
    open extend unresolved-file.
    write unresolved-record.
    close unresolved-file.

transfer-one-item.
    move xfr-to-store to store-id.
    move xfr-name to name.
            move "NOT ON MASTER" to re-reason
            perform write-error-line
        not invalid key
            perform check-item-quarantine
            if item-quarantined
                move "ITEM QUARANTINED" to re-reason
                perform write-error-line
            else
                perform move-one-record
            end-if
    end-read.

*> Revalue through base currency: price times the sending store's
    add 1 to moved-count.
    add value-out-base to total-value-out.
    add value-in-base to total-value-in.
    perform carry-transfer-cost.
    perform write-movement-audit.
    perform write-register-line.
    perform mark-line-applied.

*> The receiving store holds none of the item, so its weighted-average
*> cost becomes the sending store's, revalued into its currency like
*> the price. Stock with no ledger entry moves at its carrying price.
carry-transfer-cost.
    move xfr-from-store to cost-store-id.
    move xfr-name to cost-name.
    read cost-ledger-file
        invalid key
            move revalued-price to moved-cost
        not invalid key
            if from-currency = to-currency
                move cost-average to moved-cost
            else
                compute moved-cost rounded =
                    cost-average * from-rate / to-rate
            end-if
    end-read.
    move xfr-to-store to cost-store-id.
    move xfr-name to cost-name.
    read cost-ledger-file
        invalid key
            perform stamp-cost-record
            write cost-record
        not invalid key
            perform stamp-cost-record
            rewrite cost-record
    end-read.

stamp-cost-record.
    move xfr-to-store to cost-store-id.
    move xfr-name to cost-name.
    move moved-cost to cost-average.
    move "TRANSFER" to cost-last-program.
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

*> Two movement records on the audit trail - the record leaving the
*> sending store and arriving at the receiving one. Old and new
    move held-quality to audit-old-quality.
    move held-quality to audit-new-quality.
    move run-date-ws to audit-run-date.
    move operator-id-ws to audit-operator.
    write audit-record.
    move audit-record to audit-history-record.
    write audit-history-record.
    end-if
    add 1 to rate-sub.

*> A recalled item in quarantine stays in the store it was caught in
*> until RecallMaint releases it or disposes of it.
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
            perform raise-warning
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

raise-warning.
    if run-rc < 4
        move 4 to run-rc

write-error-line.
    add 1 to error-count.
    perform mark-line-refused.
    move xfr-from-store to re-from-store.
    move xfr-to-store to re-to-store.
    move xfr-name to re-name.
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
        display "TRANSFER: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "TRANSFER"
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
    open input transfer-file.
    perform check-feed-record until feed-eof or not feed-accepted.
    close transfer-file.
    if feed-accepted and feed-in-batch
        move 'N' to feed-ok-flag
        move "LAST BATCH HAS NO TRAILER" to feed-refusal-ws
    end-if.
    if not feed-accepted
        display "TRANSFER: FEED gr-transfers REFUSED - " feed-refusal-ws
        display "    SOURCE " feed-source-ws " SEQUENCE " feed-sequence-ws
            " - NOTHING APPLIED"
    end-if.

check-feed-record.
    read transfer-file
        at end
            move 'Y' to feed-eof-flag
        not at end
            move transfer-record to feed-manifest-record
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
            if freg-feed = "gr-transfers"
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
    move "gr-transfers" to freg-feed.
    move tbl-bat-source (feed-batch-sub) to freg-source.
    move tbl-bat-sequence (feed-batch-sub) to freg-sequence.
    move tbl-bat-create-date (feed-batch-sub) to freg-create-date.
    move tbl-bat-count (feed-batch-sub) to freg-record-count.
    move tbl-bat-hash (feed-batch-sub) to freg-hash-total.
    move run-date-ws to freg-applied-date.
    move "TRANSFER" to freg-program.
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
    move transfer-read-count to rl-in-count.
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

end program Transfer.
