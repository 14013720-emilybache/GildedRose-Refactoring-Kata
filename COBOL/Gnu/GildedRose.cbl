
file-control.
    select in-items assign 'in-items'.
    select presorted-items assign to dynamic presorted-file-name.
    select sort-file assign to dynamic sort-file-name.
    select optional items assign 'items'
        organization indexed
        access mode dynamic
        file status is rate-status.
    select parm-file assign 'gr-parms'
        file status is parm-status.
    select reject-file assign to dynamic reject-file-name.
    select audit-file assign to dynamic audit-file-name.
    select optional audit-history-file assign 'gr-audit-history'.
    select preview-file assign 'gr-preview'.
    select preview-reject-file assign 'gr-preview-rejects'.
    select preview-audit-file assign 'gr-preview-audit'.
    select trailer-file assign 'gr-trailer'.
    select optional trailer-history-file
        assign to dynamic trailer-history-file-name.
    select abort-report assign to dynamic abort-file-name.
    select markdown-report assign to dynamic markdown-file-name.
    select preview-trailer-file assign 'gr-preview-trailer'.
    select checkpoint-file assign to dynamic checkpoint-file-name
        file status is checkpoint-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select calendar-file assign 'gr-calendar'
        file status is calendar-status.
    select runstage-file assign to dynamic runstage-file-name
        file status is runstage-status.
    select lock-file assign to dynamic lock-file-name
        file status is lock-status.
    select rate-warning-file assign to dynamic rate-warning-file-name.
    select optional runlog-file assign 'gr-runlog'.
    select optional quarantine-file assign 'gr-quarantine'
        file status is quarantine-status.
    select optional feed-register-file assign 'gr-feed-register'
        file status is feed-register-status.
    select partition-file assign 'gr-partitions'
        file status is partition-status.
    select item-code-file assign 'gr-item-codes'
        file status is item-code-status.
    select optional unresolved-file assign 'gr-unresolved-codes'.

data division.
file section.
   fd preview-reject-file.
   01 preview-reject-record pic x(90).
   fd preview-audit-file.
   01 preview-audit-record pic x(100).
   fd trailer-file.
   01 trailer-line pic x(69).
   fd trailer-history-file.
   fd audit-file.
   copy "graudit.cpy".
   fd audit-history-file.
   01 audit-history-record pic x(100).
   fd runctl-file.
   copy "grrunctl.cpy".
   fd calendar-file.
      02 rw-flag pic x.
   fd runlog-file.
   copy "grrunlog.cpy".
   fd quarantine-file.
   copy "grquar.cpy".
   fd checkpoint-file.
   01 checkpoint-record.
      02 checkpoint-phase pic x.
      02 checkpoint-reject-count pic 9(6).
      02 checkpoint-aged-image pic x(69).
      02 checkpoint-run-date pic x(8).
      02 checkpoint-store-id pic x(4).
      02 checkpoint-store-count pic 9(6).
      02 checkpoint-store-quality pic 9(8).
      02 checkpoint-store-valuation pic 9(9)v99.
   fd feed-register-file.
   copy "grfeedrg.cpy".
   fd partition-file.
   copy "grpart.cpy".
   fd item-code-file.
   copy "gritemcd.cpy".
   fd unresolved-file.
   copy "grunres.cpy".

working-storage section.
   01 legend-table.
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
   01 event-table.
      02 event-entry occurs 25 times.
         03 tbl-ev-code pic x(4).
   01 sum-quality pic 9(8) value 0.
   01 sum-valuation pic 9(9)v99 value 0.
   01 line-valuation pic s9(9)v99.
*> The running totals for the store the aging pass is in. The master
*> is read in key order, so a change of store-id closes the store
*> and its STOR line goes to gr-trailer-history beside the day's
*> TRLR line.
   01 store-break-id pic x(4) value spaces.
   01 store-out-count pic 9(6) value 0.
   01 store-sum-quality pic 9(8) value 0.
   01 store-sum-valuation pic 9(9)v99 value 0.
   01 store-trailer.
      02 st-marker pic x(4).
      02 st-in-count pic 9(6).
      02 st-out-count pic 9(6).
      02 st-sum-quality pic 9(8).
      02 st-valuation-total pic 9(9)v99.
      02 st-run-date pic x(8).
      02 st-store-id pic x(4).
      02 filler pic x(22).
   01 old-sell-in pic s9(4).
   01 old-quality pic s9(4).
   01 old-price pic 9(5)v99.
   01 lock-status pic x(2).
   01 lock-ok-flag pic x value 'N'.
      88 item-lock-ok value 'Y'.
   01 own-restart-flag pic x value 'N'.
      88 own-restart value 'Y'.
   01 lock-time-ws pic x(8).
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
   01 feed-hash-item.
      02 filler pic x(58).
      02 fh-quality pic s9(4).
      02 fh-price pic 9(5)v99.
*> Store partitioning. With GR_PARTITION naming a gr-partitions entry
*> the run covers only that partition's store-id range, so several
*> partitions can age the master side by side. Each partition keeps
*> its own checkpoint, range lock, run stage and night's outputs
*> under file names suffixed with its id, and logs under its own
*> program name; NightMerge combines the outputs once every
*> partition is complete. No partition named is the whole chain in
*> one stream, exactly as before.
   01 partition-status pic x(2).
   01 partition-id-ws pic x(2) value spaces.
   01 partition-flag pic x value 'N'.
      88 partition-run value 'Y'.
   01 partition-refused-flag pic x value 'N'.
      88 partition-refused value 'Y'.
   01 partition-table.
      02 partition-entry occurs 10 times.
         03 tbl-part-id pic x(2).
         03 tbl-part-last-store pic x(4).
   01 partition-count pic 9(4) value 0 comp.
   01 partition-sub pic 9(4) comp.
   01 partition-found-flag pic x value 'N'.
      88 partition-found value 'Y'.
   01 first-partition-flag pic x value 'N'.
      88 first-partition value 'Y'.
   01 range-low-ws pic x(4) value low-values.
   01 range-high-ws pic x(4) value high-values.
   01 range-store-ws pic x(4).
   01 range-flag pic x value 'Y'.
      88 store-in-range value 'Y'.
   01 range-empty-flag pic x value 'N'.
      88 range-empty value 'Y'.
   01 runstage-status pic x(2).
   01 partition-done-flag pic x value 'N'.
      88 partition-complete value 'Y'.
   01 run-log-program pic x(12) value "GILDEDROSE".
   01 file-base-ws pic x(20).
   01 file-name-ws pic x(30).
   01 presorted-file-name pic x(30) value "gr-in-sorted".
   01 sort-file-name pic x(30) value "gr-sortwork".
   01 reject-file-name pic x(30) value "gr-rejects".
   01 audit-file-name pic x(30) value "gr-audit".
   01 trailer-history-file-name pic x(30) value "gr-trailer-history".
   01 abort-file-name pic x(30) value "gr-abort-report".
   01 markdown-file-name pic x(30) value "gr-markdown-report".
   01 checkpoint-file-name pic x(30) value "gr-checkpoint".
   01 runstage-file-name pic x(30) value "gr-runstage".
   01 lock-file-name pic x(30) value "gr-itemlock".
   01 rate-warning-file-name pic x(30) value "gr-rate-warning".
   01 range-lock-name pic x(30) value spaces.
   01 range-stage-name pic x(30) value spaces.
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
    perform load-legend-table.
    perform load-category-table.
    perform load-promo-table.
    perform load-holds-table.
    perform load-quarantine-table.
    perform load-event-table.
    perform load-store-table.
    perform load-rate-table.
    perform load-item-code-table.
    perform load-run-parms.
    perform load-run-control.
    perform resolve-partition.
    perform write-start-log.
    if partition-refused
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-end-log
        move run-rc to return-code
        goback
    end-if.
    if live-run
        if not runctl-on-hand
            display "GR-RUNCTL NOT AVAILABLE - RUN REFUSED"
            move run-rc to return-code
            goback
        end-if
        if partition-run and not operator-override
            perform check-partition-stage
            if partition-complete
                display "PARTITION " partition-id-ws " FOR "
                    process-date-ws " ALREADY COMPLETED - RUN REFUSED"
                move 8 to run-rc
                move "REFUSED" to condition-ws
                perform write-end-log
                move run-rc to return-code
                goback
            end-if
        end-if
    end-if.
    if live-run
        perform acquire-item-lock
            move run-rc to return-code
            goback
        end-if
        if partition-run
            perform acquire-range-lock
        end-if
    end-if.
    perform verify-feed-manifest.
    if not feed-accepted
        if live-run
            perform release-item-lock
        end-if
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-end-log
        move run-rc to return-code
        goback
    end-if.
    perform load-processing-calendar.
    perform load-checkpoint.
        else
            open output reject-file
            open output audit-file
            if partition-run
                open output trailer-history-file
                close trailer-history-file
            end-if
        end-if
        if not partition-run
            open extend audit-history-file
        end-if
        if resume-in-txn-phase or resume-in-age-phase
            open extend markdown-report
        else
        move 'N' to stage-txn-flag
        move 'N' to stage-age-flag
        perform write-run-stage
        if partition-run
            perform write-chain-stage
        end-if
    end-if.
    if live-run and resume-in-txn-phase and resume-txn-count > 0
        perform skip-checkpointed-txn varying skip-sub from 1 by 1
*> own markdown heading.
age-day-start-lable.
    move day-entry (day-sub) to process-date-ws.
    if partition-run
        perform position-partition-range
    end-if.
    if live-run and resume-in-age-phase
       and day-entry (day-sub) = resume-run-date
        perform resume-age-day
        move 0 to out-record-count
        move 0 to sum-quality
        move 0 to sum-valuation
        perform reset-store-totals
        if live-run
            perform write-markdown-heading
        end-if
    end-if.
age-start-lable.
    if partition-run and range-empty
        go to age-end-lable
    end-if.
    read items next end go to age-end-lable.
    if partition-run and store-id > range-high-ws
        go to age-end-lable
    end-if.
        add 1 to aged-record-count.
        if store-out-count > 0 and store-id not = store-break-id
            perform write-store-trailer
        end-if
        move store-id to store-break-id.
        perform classify-item.
        move sell-in to old-sell-in.
        move quality to old-quality.
        move price to old-price.
        perform check-item-quarantine.
        if item-quarantined
            go to age-record-lable
        end-if
        evaluate item-class
            when "LEGENDARY"
                continue
            end-evaluate
        end-if
        perform apply-markdown.
age-record-lable.
        perform write-audit-record.
        add 1 to out-record-count.
        add quality to sum-quality.
        compute line-valuation rounded =
            local-valuation * exchange-rate-ws.
        add line-valuation to sum-valuation.
        add 1 to store-out-count.
        add quality to store-sum-quality.
        add line-valuation to store-sum-valuation.
        if live-run
            move item to aged-image-ws
            perform write-age-checkpoint
        perform write-item-output.
    go to age-start-lable.
age-end-lable.
    if store-out-count > 0
        perform write-store-trailer
    end-if.
    perform write-day-trailer.
    if day-sub < day-count
        perform advance-to-next-day
        close preview-audit-file
    else
        perform clear-checkpoint
        if not partition-run
            perform record-feed-register
        end-if
        close reject-file
        close audit-file
        if not partition-run
            close audit-history-file
        end-if
        close markdown-report
        if not partition-run
            perform write-run-control
        end-if
        perform write-rate-warning
        move 'Y' to stage-txn-flag
        move 'Y' to stage-age-flag
    if reject-count > 0
        perform raise-warning
    end-if.
    if unresolved-count > 0
        display "GILDEDROSE: " unresolved-count " IN-ITEMS RECORDS "
            "CARRY AN UNRESOLVED ITEM CODE - SEE GR-UNRESOLVED-CODES"
        perform raise-warning
    end-if.
    if run-rc = 0
        move "CLEAN" to condition-ws
    else
    close items.
    close reject-file.
    close audit-file.
    if not partition-run
        close audit-history-file
    end-if.
    close markdown-report.
*> The lock stays held on an abort: the master is half-updated and
*> nothing else should touch it until the restart completes or the

write-run-log.
    move process-date-ws to rl-run-date.
    move run-log-program to rl-program.
    move in-record-count to rl-in-count.
    move reject-count to rl-reject-count.
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
    if rl-event = "START"
        move 0 to rl-end-date
        move 0 to rl-end-time
        move 0 to rl-elapsed
    end-if.

clock-to-centiseconds.
    move run-clock-hh to run-clock-cs.
    multiply 60 by run-clock-cs.
    add run-clock-mm to run-clock-cs.
    multiply 60 by run-clock-cs.
    add run-clock-ss to run-clock-cs.
    multiply 100 by run-clock-cs.
    add run-clock-cc to run-clock-cs.

*> The breaker trips once rejects exceed the configured count limit
*> or the configured percentage of the records read so far; zero
*> limits leave it switched off. The percentage is only tested once
            end-if
    end-read.

*> A recalled item in quarantine is frozen where it stands: the
*> night neither ages it nor marks it down until RecallMaint releases
*> it or disposes of it, and an in-items update or delete for it is
*> rejected rather than applied. It is still on hand, so it still
*> counts in the trailer totals, and its audit record goes out
*> unchanged - old values equal to new.
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

write-markdown-heading.
    move process-date-ws to mh-run-date.
    move markdown-heading to markdown-line.
    move sell-in to audit-new-sell-in.
    move quality to audit-new-quality.
    move process-date-ws to audit-run-date.
    move spaces to audit-operator.
    move old-price to audit-old-price.
    move price to audit-new-price.
    if dry-run
        write preview-audit-record
    else
        write audit-record
        if not partition-run
            move audit-record to audit-history-record
            write audit-history-record
        end-if
    end-if.

*> One trailer per logical day: every day's control totals go to
        open extend trailer-history-file
        write trailer-history-line
        close trailer-history-file
        if day-sub = day-count and not partition-run
            move trailer-record to trailer-line
            open output trailer-file
            write trailer-line
        end-if
    end-if.

*> One STOR line per store per logical day on gr-trailer-history,
*> the denominator the shrink analysis divides a store's losses by.
*> A restart that re-closes a store after an abend can leave its
*> line on file twice for the date; readers take the last one. A
*> dry run writes none.
write-store-trailer.
    if live-run
        move spaces to store-trailer
        move "STOR" to st-marker
        move 0 to st-in-count
        move store-out-count to st-out-count
        move store-sum-quality to st-sum-quality
        move store-sum-valuation to st-valuation-total
        move process-date-ws to st-run-date
        move store-break-id to st-store-id
        move store-trailer to trailer-history-line
        open extend trailer-history-file
        write trailer-history-line
        close trailer-history-file
    end-if.
    perform reset-store-totals.

reset-store-totals.
    move spaces to store-break-id.
    move 0 to store-out-count.
    move 0 to store-sum-quality.
    move 0 to store-sum-valuation.

*> A delete only needs the key; adds and updates must carry a fully
*> valid item image.
validate-transaction.
            perform validate-item
        end-if
    end-if.
    if item-valid and (txn-update or txn-delete)
        perform check-item-quarantine
        if item-quarantined
            move 'N' to item-status
            move "ITEM QUARANTINED" to reject-reason-ws
        end-if
    end-if.

validate-item.
    move 'Y' to item-status.
    end-if
    close parm-file.

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
    open input in-items.
    perform check-feed-record until feed-eof or not feed-accepted.
    close in-items.
    if feed-accepted and feed-in-batch
        move 'N' to feed-ok-flag
        move "LAST BATCH HAS NO TRAILER" to feed-refusal-ws
    end-if.
    if not feed-accepted
        display "GILDEDROSE: FEED in-items REFUSED - " feed-refusal-ws
        display "    SOURCE " feed-source-ws " SEQUENCE " feed-sequence-ws
            " - NOTHING APPLIED"
    end-if.

check-feed-record.
    read in-items
        at end
            move 'Y' to feed-eof-flag
        not at end
            move in-item to feed-manifest-record
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
        move in-item-image to feed-hash-item
        if fh-quality is numeric
            add fh-quality to feed-hash-ws
        end-if
        if fh-price is numeric
            add fh-price to feed-hash-ws
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
            if freg-feed = "in-items"
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
    move "in-items" to freg-feed.
    move tbl-bat-source (feed-batch-sub) to freg-source.
    move tbl-bat-sequence (feed-batch-sub) to freg-sequence.
    move tbl-bat-create-date (feed-batch-sub) to freg-create-date.
    move tbl-bat-count (feed-batch-sub) to freg-record-count.
    move tbl-bat-hash (feed-batch-sub) to freg-hash-total.
    move process-date-ws to freg-applied-date.
    move "GILDEDROSE" to freg-program.
    move spaces to freg-operator.
    write feed-register-record.

*> The processing date the scheduler set for tonight, and the date
*> of the last run that completed clean - the double-run guard.
load-item-code-table.
    move 0 to item-code-count.
    open input item-code-file.
    if item-code-status = '00'
        perform load-item-code-record until item-code-status not = '00'
            or item-code-count >= 2000
        if item-code-status = '00'
            display "GR-ITEM-CODES HAS MORE THAN 2000 ENTRIES - EXTRA "
                "ROWS IGNORED"
            perform raise-warning
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
*> time, recorded with holder, date and time. A lock left held by
*> this program's own abended run is taken over so the checkpoint
*> restart is not blocked; any other holder means refuse and let
*> the operator decide through LockMaint. Partitions of the same
*> night share the master lock - each finds it held by GILDEDROSE
*> and carries on - and keep one another apart through their range
*> locks; the master lock is released by NightMerge, not by any one
*> partition, so no maintenance program gets in between. Because
*> the master lock lets any GILDEDROSE run through, a partition also
*> refuses while its own range lock is held by another run, and a
*> whole-chain run refuses while any partition is at work on the
*> processing date.
acquire-item-lock.
    move "gr-itemlock" to lock-file-name.
    move 'Y' to lock-ok-flag.
    open input lock-file.
    if lock-status = '00'
        end-read
    end-if.
    close lock-file.
    if item-lock-ok
        if partition-run
            perform check-range-lock
        else
            perform check-partitions-idle
        end-if
        move "gr-itemlock" to lock-file-name
    end-if.
    if item-lock-ok
        perform write-lock-held
    end-if.

*> A held range lock is another run of this partition still at work,
*> or its own abended run - which is let back in only when the
*> partition's checkpoint shows a restart to pick up.
check-range-lock.
    move range-lock-name to lock-file-name.
    open input lock-file.
    if lock-status = '00'
        read lock-file
            at end
                continue
            not at end
                if lock-state = 'H'
                    perform check-own-checkpoint
                    if not own-restart
                        move 'N' to lock-ok-flag
                        display "GILDEDROSE: PARTITION "
                            partition-id-ws " LOCKED SINCE " lock-date
                            " " lock-time " - RUN REFUSED"
                    end-if
                end-if
        end-read
    end-if.
    close lock-file.

check-own-checkpoint.
    move 'N' to own-restart-flag.
    open input checkpoint-file.
    if checkpoint-status = '00'
        read checkpoint-file
            not at end
                if checkpoint-phase = 'T' or checkpoint-phase = 'A'
                    move 'Y' to own-restart-flag
                end-if
        end-read
    end-if
    close checkpoint-file.

*> The whole chain is run only when no partition is: none holds its
*> range lock, and - short of the operator override - none has a
*> stage record for the processing date still waiting on the merge.
check-partitions-idle.
    perform load-partition-table.
    perform check-partition-idle
        varying partition-sub from 1 by 1
        until partition-sub > partition-count
        or not item-lock-ok.
    move "gr-runstage" to runstage-file-name.

check-partition-idle.
    move "gr-itemlock" to file-base-ws.
    perform suffix-table-partition.
    move file-name-ws to lock-file-name.
    open input lock-file.
    if lock-status = '00'
        read lock-file
            at end
                continue
            not at end
                if lock-state = 'H'
                    move 'N' to lock-ok-flag
                    display "GILDEDROSE: PARTITION "
                        tbl-part-id (partition-sub) " LOCKED SINCE "
                        lock-date " " lock-time
                        " - WHOLE-CHAIN RUN REFUSED"
                end-if
        end-read
    end-if.
    close lock-file.
    if item-lock-ok and not operator-override
        move "gr-runstage" to file-base-ws
        perform suffix-table-partition
        move file-name-ws to runstage-file-name
        open input runstage-file
        if runstage-status = '00'
            read runstage-file
                not at end
                    if stage-date = process-date-ws
                        move 'N' to lock-ok-flag
                        display "GILDEDROSE: PARTITION "
                            tbl-part-id (partition-sub) " HAS RUN FOR "
                            process-date-ws
                            " - WHOLE-CHAIN RUN REFUSED"
                    end-if
            end-read
        end-if
        close runstage-file
    end-if.

suffix-table-partition.
    move spaces to file-name-ws.
    string file-base-ws delimited by space
        "-" delimited by size
        tbl-part-id (partition-sub) delimited by space
        into file-name-ws
    end-string.

write-lock-held.
    move 'H' to lock-state.
    move "GILDEDROSE" to lock-holder.
    move process-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move spaces to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.

release-item-lock.
    if partition-run
        move range-lock-name to lock-file-name
    else
        move "gr-itemlock" to lock-file-name
    end-if.
    move 'F' to lock-state.
    move "GILDEDROSE" to lock-holder.
    move process-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move spaces to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.

*> A partition's own range lock, gr-itemlock-<id>. Held from the
*> start of the partition until it completes; an abort leaves it
*> held with the partition's checkpoint, and the partition's own
*> restart takes it over. One left by a partition that died before
*> its first checkpoint is released through LockMaint.
acquire-range-lock.
    move range-lock-name to lock-file-name.
    perform write-lock-held.

*> Which store-id range this run covers. GR_PARTITION names a
*> gr-partitions entry; blank means the whole chain. A dry run
*> always previews the whole chain. A partition id that is not on
*> the master refuses the run rather than age the wrong stores.
resolve-partition.
    move spaces to partition-id-ws.
    accept partition-id-ws from environment "GR_PARTITION".
    if partition-id-ws not = spaces
        if dry-run
            display "GILDEDROSE: DRY RUN PREVIEWS THE WHOLE CHAIN - "
                "PARTITION " partition-id-ws " IGNORED"
        else
            move spaces to run-log-program
            string "GILDEDROSE" delimited by size
                partition-id-ws delimited by space
                into run-log-program
            end-string
            perform load-partition-table
            move 'N' to partition-found-flag
            move 1 to partition-sub
            perform find-partition-entry
                until partition-sub > partition-count
                or partition-found
            if partition-found
                perform set-partition-range
                perform set-partition-files
                move 'Y' to partition-flag
            else
                display "GILDEDROSE: PARTITION " partition-id-ws
                    " NOT ON GR-PARTITIONS - RUN REFUSED"
                move 'Y' to partition-refused-flag
            end-if
        end-if
    end-if.

find-partition-entry.
    if tbl-part-id (partition-sub) = partition-id-ws
        move 'Y' to partition-found-flag
    else
        add 1 to partition-sub
    end-if.

*> Above the previous partition's last store up to this one's; the
*> first partition runs from the bottom of the key range and the
*> last to the top, so no store-id falls between partitions.
set-partition-range.
    if partition-sub = 1
        move 'Y' to first-partition-flag
        move low-values to range-low-ws
    else
        move tbl-part-last-store (partition-sub - 1) to range-low-ws
    end-if.
    if partition-sub = partition-count
        move high-values to range-high-ws
    else
        move tbl-part-last-store (partition-sub) to range-high-ws
    end-if.

check-store-range.
    move 'Y' to range-flag.
    if partition-run
        if range-store-ws > range-high-ws
            move 'N' to range-flag
        end-if
        if not first-partition and range-store-ws not > range-low-ws
            move 'N' to range-flag
        end-if
    end-if.

*> Position the master on the partition's first key for each aging
*> pass; a range with nothing on the master ages nothing.
position-partition-range.
    move 'N' to range-empty-flag.
    if first-partition
        move low-values to item-key
        start items key not < item-key
            invalid key
                move 'Y' to range-empty-flag
        end-start
    else
        move range-low-ws to store-id
        move high-values to name
        start items key > item-key
            invalid key
                move 'Y' to range-empty-flag
        end-start
    end-if.

set-partition-files.
    move "gr-in-sorted" to file-base-ws.
    perform suffix-partition-file.
    move file-name-ws to presorted-file-name.
    move "gr-sortwork" to file-base-ws.
    perform suffix-partition-file.
    move file-name-ws to sort-file-name.
    move "gr-rejects" to file-base-ws.
    perform suffix-partition-file.
    move file-name-ws to reject-file-name.
    move "gr-audit" to file-base-ws.
    perform suffix-partition-file.
    move file-name-ws to audit-file-name.
    move "gr-trailer" to file-base-ws.
    perform suffix-partition-file.
    move file-name-ws to trailer-history-file-name.
    move "gr-abort-report" to file-base-ws.
    perform suffix-partition-file.
    move file-name-ws to abort-file-name.
    move "gr-markdown-report" to file-base-ws.
    perform suffix-partition-file.
    move file-name-ws to markdown-file-name.
    move "gr-checkpoint" to file-base-ws.
    perform suffix-partition-file.
    move file-name-ws to checkpoint-file-name.
    move "gr-runstage" to file-base-ws.
    perform suffix-partition-file.
    move file-name-ws to runstage-file-name.
    move file-name-ws to range-stage-name.
    move "gr-itemlock" to file-base-ws.
    perform suffix-partition-file.
    move file-name-ws to range-lock-name.
    move "gr-rate-warning" to file-base-ws.
    perform suffix-partition-file.
    move file-name-ws to rate-warning-file-name.

suffix-partition-file.
    move spaces to file-name-ws.
    string file-base-ws delimited by space
        "-" delimited by size
        partition-id-ws delimited by space
        into file-name-ws
    end-string.

*> A partition that has already aged the processing date through to
*> the end is not run again - its outputs are waiting for the merge.
check-partition-stage.
    move 'N' to partition-done-flag.
    open input runstage-file.
    if runstage-status = '00'
        read runstage-file
            not at end
                if stage-date = process-date-ws
                   and stage-age-done = 'Y'
                    move 'Y' to partition-done-flag
                end-if
        end-read
    end-if
    close runstage-file.

*> The chain's own stage record goes back to N/N when a partition
*> commits to go, so the morning reports refuse until NightMerge
*> has combined every partition and stamped it complete.
write-chain-stage.
    move "gr-runstage" to runstage-file-name.
    perform write-run-stage.
    move range-stage-name to runstage-file-name.

load-partition-table.
    move 0 to partition-count.
    open input partition-file.
    if partition-status = '00'
        perform load-partition-record until partition-status not = '00'
            or partition-count >= 10
        if partition-status = '00'
            display "GR-PARTITIONS HAS MORE THAN 10 ENTRIES - EXTRA "
                "ROWS IGNORED"
        end-if
    end-if
    close partition-file.

load-partition-record.
    read partition-file
        at end
            continue
        not at end
            if part-id not = spaces
                add 1 to partition-count
                move part-id to tbl-part-id (partition-count)
                move part-last-store
                    to tbl-part-last-store (partition-count)
            end-if
    end-read.

*> Persist whether any store currency converted at 1 tonight, so
*> the morning digest can name the cause instead of pointing at a
*> bare WARNINGS return code. Written every live run - a clean
    move 0 to out-record-count.
    move 0 to sum-quality.
    move 0 to sum-valuation.
    perform reset-store-totals.
    move spaces to aged-image-ws.
    if live-run
        perform write-age-checkpoint
sort-in-items.
    sort sort-file on ascending key sort-store-id sort-name
        with duplicates in order
        input procedure is release-feed-records
        giving presorted-items.

*> Only the transaction records go to the sort; the manifest headers
*> and trailers have done their work once the feed is verified. A
*> SKU or barcode in place of the name is resolved to the canonical
*> name before the record is sorted, so it lands on the key the
*> master carries; a record whose code cannot be resolved stays out
*> of the run and goes to gr-unresolved-codes, rather than being
*> added under the code or rejected as an unknown item. A restart
*> re-sorts the same feed and lists nothing twice; a dry run lists
*> nothing.
release-feed-records.
    move 'N' to feed-eof-flag.
    open input in-items.
    perform release-feed-record until feed-eof.
    close in-items.

release-feed-record.
    read in-items
        at end
            move 'Y' to feed-eof-flag
        not at end
            move in-item to feed-manifest-record
            if not fm-header and not fm-trailer
                move in-item-image (1:4) to range-store-ws
                perform check-store-range
                if store-in-range
                    perform resolve-feed-item
                    if not code-unresolved
                        release sort-in-record from in-item
                    end-if
                end-if
            end-if
    end-read.

resolve-feed-item.
    move in-item-image (1:4) to code-store-ws.
    move in-item-image (5:50) to code-field-ws.
    perform resolve-item-code.
    if code-resolved
        move code-field-ws to in-item-image (5:50)
    end-if.
    if code-unresolved
        add 1 to unresolved-count
        if live-run and not resume-in-txn-phase
            perform write-unresolved-code
        end-if
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
    move spaces to unresolved-record.
    move process-date-ws to unr-run-date.
    move "in-items" to unr-feed.
    move "GILDEDROSE" to unr-program.
    move code-store-ws to unr-store-id.
    move code-field-ws to unr-code.
    move code-reason-ws to unr-reason.
    open extend unresolved-file.
    write unresolved-record.
    close unresolved-file.

*> The checkpoint carries which phase the run was in (T = applying
*> transactions, A = aging the master) and how far it had got, so a
*> restart re-applies nothing and re-ages nothing.
                    move checkpoint-reject-count to reject-baseline
                    move checkpoint-aged-image to resume-aged-image
                    move checkpoint-run-date to resume-run-date
                    move checkpoint-store-id to store-break-id
                    move checkpoint-store-count to store-out-count
                    move checkpoint-store-quality to store-sum-quality
                    move checkpoint-store-valuation
                        to store-sum-valuation
                end-if
        end-read
    end-if
    move sum-quality to checkpoint-sum-quality.
    move sum-valuation to checkpoint-sum-valuation.
    move reject-count to checkpoint-reject-count.
    move store-break-id to checkpoint-store-id.
    move store-out-count to checkpoint-store-count.
    move store-sum-quality to checkpoint-store-quality.
    move store-sum-valuation to checkpoint-store-valuation.
    open output checkpoint-file.
    write checkpoint-record.
    close checkpoint-file.
    move 0 to checkpoint-sum-quality.
    move 0 to checkpoint-sum-valuation.
    move 0 to checkpoint-reject-count.
    move spaces to checkpoint-store-id.
    move 0 to checkpoint-store-count.
    move 0 to checkpoint-store-quality.
    move 0 to checkpoint-store-valuation.
    open output checkpoint-file.
    write checkpoint-record.
    close checkpoint-file.
