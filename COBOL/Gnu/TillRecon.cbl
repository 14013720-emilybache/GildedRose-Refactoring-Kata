program-id. TillRecon as "TillRecon".

*> Till price-file reconciliation. LabelExtract tells the stores
*> which shelf labels to reprint, but nothing confirmed the tills
*> were charging the price the master holds. Each store's
*> point-of-sale sends back its active price file on gr-till-prices;
*> this sorts it into key order and matches it against the indexed
*> items master, reporting three cases: an item the till prices
*> differently from the master (marked OVER where the till charges
*> more - the customer is being overcharged), an item the till has
*> that the master does not, and a master item missing from the
*> till. Only stores that sent a file are checked for missing items.
*> Every mismatch is aged in days from the last price move on the
*> item - an automatic markdown on gr-audit-history or a batch
*> change on gr-reprice-history - to the processing date, so the
*> drift that has been costing customers longest stands out. A
*> duplicate till line or an unreadable till price is listed as a
*> till-side fault and left out of the match.

environment division.

input-output section.

file-control.
    select till-file assign 'gr-till-prices'
        file status is till-status.
    select sorted-till-file assign 'gr-till-sorted'
        file status is sorted-till-status.
    select sort-file assign 'gr-sortwork'.
    select items assign 'items'
        organization indexed
        access mode dynamic
        record key is item-key
        file status is items-status.
    select audit-history-file assign 'gr-audit-history'
        file status is history-status.
    select reprice-history-file assign 'gr-reprice-history'
        file status is reprice-history-status.
    select recon-report assign 'gr-till-recon'.
    select runstage-file assign 'gr-runstage'
        file status is runstage-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.

data division.
file section.
   fd till-file.
   copy "grtillp.cpy".
   fd sorted-till-file.
   01 sorted-till-record.
      02 sorted-till-key pic x(54).
      02 sorted-till-price-x pic x(7).
      02 sorted-till-price redefines sorted-till-price-x
          pic 9(5)v99.
   sd sort-file.
   01 sort-till-record.
      02 sort-store-id pic x(4).
      02 sort-name pic x(50).
      02 sort-price pic x(7).
   fd items.
   copy "gritem.cpy".
   fd audit-history-file.
   copy "graudit.cpy".
   fd reprice-history-file.
   copy "greprch.cpy".
   fd recon-report.
   01 report-line pic x(132).
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
   01 till-status pic x(2).
   01 sorted-till-status pic x(2).
   01 items-status pic x(2).
   01 history-status pic x(2).
   01 reprice-history-status pic x(2).
   01 runstage-status pic x(2).
   01 stage-ok-flag pic x value 'N'.
      88 run-stage-ok value 'Y'.
*> The stores that sent a till file; a master item is only missing
*> from the till if its store's till reported at all.
   01 till-store-table.
      02 till-store-entry occurs 50 times pic x(4).
   01 till-store-count pic 9(4) value 0 comp.
   01 till-store-sub pic 9(4) comp.
   01 till-store-flag pic x value 'N'.
      88 till-store-found value 'Y'.
   01 lookup-store-id pic x(4).
*> The match keys; HIGH-VALUES once a side is exhausted, so the
*> other side drains through the same compare.
   01 master-key-ws pic x(54).
   01 till-key-ws pic x(54).
   01 previous-till-key pic x(54) value low-values.
   01 till-price-ws pic 9(5)v99.
   01 till-read-count pic 9(6) value 0.
   01 matched-count pic 9(6) value 0.
*> One entry per mismatch found by the match, in key order: the
*> case (P price differs, T till only, M master only, D duplicate
*> till line, B unreadable till price), both prices, and the last
*> price-move date found for the item.
   01 mismatch-table.
      02 mismatch-entry occurs 2000 times.
         03 tbl-mm-type pic x.
         03 tbl-mm-store-id pic x(4).
         03 tbl-mm-name pic x(50).
         03 tbl-mm-master-price pic 9(5)v99.
         03 tbl-mm-till-price pic 9(5)v99.
         03 tbl-mm-last-move pic x(8).
   01 mismatch-count pic 9(4) value 0 comp.
   01 mismatch-sub pic 9(4) comp.
   01 mismatch-type-ws pic x.
   01 mismatch-store-id pic x(4).
   01 mismatch-name pic x(50).
   01 mismatch-master-price pic 9(5)v99.
   01 mismatch-till-price pic 9(5)v99.
   01 table-full-flag pic x value 'N'.
      88 mismatch-table-full value 'Y'.
   01 lookup-name pic x(50).
   01 move-date-ws pic x(8).
   01 age-days pic 9(5).
   01 run-date-num pic 9(8).
   01 move-date-num pic 9(8).
   01 price-count pic 9(6) value 0.
   01 till-only-count pic 9(6) value 0.
   01 master-only-count pic 9(6) value 0.
   01 duplicate-count pic 9(6) value 0.
   01 bad-price-count pic 9(6) value 0.
   01 over-count pic 9(6) value 0.
   01 report-heading.
      02 filler pic x(38)
         value "TILL PRICE RECONCILIATION - RUN DATE ".
      02 rh-run-date pic x(8).
   01 recon-detail.
      02 rd-case pic x(15).
      02 rd-store-id pic x(4).
      02 filler pic x value space.
      02 rd-name pic x(50).
      02 filler pic x(8) value " MASTER ".
      02 rd-master-price pic z(4)9.99.
      02 filler pic x(6) value " TILL ".
      02 rd-till-price pic z(4)9.99.
      02 rd-over pic x(5).
      02 filler pic x(7) value " MOVED ".
      02 rd-last-move pic x(8).
      02 filler pic x(5) value " AGE ".
      02 rd-age-x pic x(5).
      02 rd-age redefines rd-age-x pic zzzz9.
   01 recon-total-line.
      02 filler pic x(8) value "MATCHED ".
      02 rt-matched pic zz9999.
      02 filler pic x(15) value " PRICE DIFFERS ".
      02 rt-price pic zz9999.
      02 filler pic x(6) value " OVER ".
      02 rt-over pic zz9999.
      02 filler pic x(15) value " NOT ON MASTER ".
      02 rt-till-only pic zz9999.
      02 filler pic x(13) value " NOT AT TILL ".
      02 rt-master-only pic zz9999.
      02 filler pic x(11) value " DUPLICATE ".
      02 rt-duplicate pic zz9999.
      02 filler pic x(11) value " BAD PRICE ".
      02 rt-bad-price pic zz9999.
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
        display "TILLRECON: NIGHTLY RUN NOT COMPLETE FOR "
            run-date-ws " - RUN REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open input till-file.
    if till-status not = '00'
        display "TILLRECON: NO TILL PRICE FILE ON HAND - RUN REFUSED"
        close till-file
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    close till-file.
    open input items.
    if items-status not = '00'
        display "ITEMS MASTER NOT AVAILABLE - STATUS " items-status
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform sort-till-prices.
    perform load-till-stores.
    open input sorted-till-file.
    perform read-next-till.
    perform read-next-master.
match-start-lable.
    if master-key-ws = high-values and till-key-ws = high-values
        go to match-end-lable
    end-if.
    if master-key-ws < till-key-ws
        perform check-master-only
        perform read-next-master
        go to match-start-lable
    end-if.
    if master-key-ws > till-key-ws
        move 'T' to mismatch-type-ws
        move 0 to mismatch-master-price
        move till-price-ws to mismatch-till-price
        move sorted-till-key (1:4) to mismatch-store-id
        move sorted-till-key (5:50) to mismatch-name
        perform add-mismatch
        perform read-next-till
        go to match-start-lable
    end-if.
    if price in item = till-price-ws
        add 1 to matched-count
    else
        move 'P' to mismatch-type-ws
        move price in item to mismatch-master-price
        move till-price-ws to mismatch-till-price
        move store-id in item to mismatch-store-id
        move name in item to mismatch-name
        perform add-mismatch
    end-if.
    perform read-next-till.
    perform read-next-master.
    go to match-start-lable.
match-end-lable.
    close sorted-till-file.
    close items.
    perform find-last-price-moves.
    open output recon-report.
    perform write-report-heading.
    perform write-mismatch-line
        varying mismatch-sub from 1 by 1
        until mismatch-sub > mismatch-count.
    move matched-count to rt-matched.
    move price-count to rt-price.
    move over-count to rt-over.
    move till-only-count to rt-till-only.
    move master-only-count to rt-master-only.
    move duplicate-count to rt-duplicate.
    move bad-price-count to rt-bad-price.
    move recon-total-line to report-line.
    write report-line.
    if mismatch-table-full
        move "*** MORE THAN 2000 MISMATCHES - EXTRAS COUNTED, NOT LISTED"
            to report-line
        write report-line
        display "TILLRECON: MORE THAN 2000 MISMATCHES - EXTRAS NOT "
            "LISTED"
    end-if.
    close recon-report.
    if mismatch-count > 0 or mismatch-table-full
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> Several stores' files arrive concatenated in whatever order the
*> tills sent them; the match needs them in master key order.
sort-till-prices.
    sort sort-file on ascending key sort-store-id sort-name
        with duplicates in order
        using till-file
        giving sorted-till-file.

load-till-stores.
    move 0 to till-store-count.
    open input sorted-till-file.
    if sorted-till-status = '00'
        perform load-till-store-record
            until sorted-till-status not = '00'
    end-if.
    close sorted-till-file.

load-till-store-record.
    read sorted-till-file
        at end
            continue
        not at end
            move sorted-till-key (1:4) to lookup-store-id
            perform find-till-store
            if not till-store-found
                if till-store-count < 50
                    add 1 to till-store-count
                    move lookup-store-id
                        to till-store-entry (till-store-count)
                else
                    display "TILLRECON: MORE THAN 50 STORES ON THE "
                        "TILL FILE - MISSING ITEMS NOT CHECKED FOR "
                        lookup-store-id
                end-if
            end-if
    end-read.

find-till-store.
    move 'N' to till-store-flag.
    move 1 to till-store-sub.
    perform find-till-store-entry
        until till-store-sub > till-store-count or till-store-found.

find-till-store-entry.
    if till-store-entry (till-store-sub) = lookup-store-id
        move 'Y' to till-store-flag
    else
        add 1 to till-store-sub
    end-if.

*> The next usable till line. A second line for a key already seen
*> and a price that is not a number are till-side faults: listed,
*> and skipped for the match.
read-next-till.
    move spaces to till-key-ws.
    perform take-till-record until till-key-ws not = spaces.

take-till-record.
    read sorted-till-file
        at end
            move high-values to till-key-ws
        not at end
            add 1 to till-read-count
            if sorted-till-key = previous-till-key
                move 'D' to mismatch-type-ws
                perform add-till-fault
            else
                move sorted-till-key to previous-till-key
                if sorted-till-price is not numeric
                    move 'B' to mismatch-type-ws
                    perform add-till-fault
                else
                    move sorted-till-key to till-key-ws
                    move sorted-till-price to till-price-ws
                end-if
            end-if
    end-read.

add-till-fault.
    move 0 to mismatch-master-price.
    move 0 to mismatch-till-price.
    if sorted-till-price is numeric
        move sorted-till-price to mismatch-till-price
    end-if.
    move sorted-till-key (1:4) to mismatch-store-id.
    move sorted-till-key (5:50) to mismatch-name.
    perform add-mismatch.

read-next-master.
    read items next
        at end
            move high-values to master-key-ws
        not at end
            move item-key to master-key-ws
    end-read.

check-master-only.
    move store-id in item to lookup-store-id.
    perform find-till-store.
    if till-store-found
        move 'M' to mismatch-type-ws
        move price in item to mismatch-master-price
        move 0 to mismatch-till-price
        move store-id in item to mismatch-store-id
        move name in item to mismatch-name
        perform add-mismatch
    end-if.

add-mismatch.
    evaluate mismatch-type-ws
        when 'P'
            add 1 to price-count
            if mismatch-till-price > mismatch-master-price
                add 1 to over-count
            end-if
        when 'T'
            add 1 to till-only-count
        when 'M'
            add 1 to master-only-count
        when 'D'
            add 1 to duplicate-count
        when other
            add 1 to bad-price-count
    end-evaluate.
    if mismatch-count < 2000
        add 1 to mismatch-count
        move mismatch-type-ws to tbl-mm-type (mismatch-count)
        move mismatch-store-id to tbl-mm-store-id (mismatch-count)
        move mismatch-name to tbl-mm-name (mismatch-count)
        move mismatch-master-price
            to tbl-mm-master-price (mismatch-count)
        move mismatch-till-price to tbl-mm-till-price (mismatch-count)
        move spaces to tbl-mm-last-move (mismatch-count)
    else
        move 'Y' to table-full-flag
    end-if.

*> The last date each mismatched item's price moved, whichever trail
*> it moved on: a markdown is an audit-history line whose price
*> changed, a batch change is a reprice-history line.
find-last-price-moves.
    open input audit-history-file.
    if history-status = '00'
        perform scan-audit-history until history-status not = '00'
    end-if.
    close audit-history-file.
    open input reprice-history-file.
    if reprice-history-status = '00'
        perform scan-reprice-history
            until reprice-history-status not = '00'
    end-if.
    close reprice-history-file.

scan-audit-history.
    read audit-history-file
        at end
            continue
        not at end
            if audit-old-price not = audit-new-price
                move audit-store-id to lookup-store-id
                move audit-name to lookup-name
                move audit-run-date to move-date-ws
                perform stamp-price-move
                    varying mismatch-sub from 1 by 1
                    until mismatch-sub > mismatch-count
            end-if
    end-read.

scan-reprice-history.
    read reprice-history-file
        at end
            continue
        not at end
            move rph-store-id to lookup-store-id
            move rph-name to lookup-name
            move rph-run-date to move-date-ws
            perform stamp-price-move
                varying mismatch-sub from 1 by 1
                until mismatch-sub > mismatch-count
    end-read.

stamp-price-move.
    if tbl-mm-store-id (mismatch-sub) = lookup-store-id
       and tbl-mm-name (mismatch-sub) = lookup-name
       and (tbl-mm-last-move (mismatch-sub) = spaces
            or move-date-ws > tbl-mm-last-move (mismatch-sub))
        move move-date-ws to tbl-mm-last-move (mismatch-sub)
    end-if.

*> No price move on file leaves the date and age blank: the item
*> has carried the price it was added at.
write-mismatch-line.
    evaluate tbl-mm-type (mismatch-sub)
        when 'P'
            move "PRICE DIFFERS " to rd-case
        when 'T'
            move "NOT ON MASTER " to rd-case
        when 'M'
            move "NOT AT TILL " to rd-case
        when 'D'
            move "DUPLICATE TILL " to rd-case
        when other
            move "BAD TILL PRICE " to rd-case
    end-evaluate.
    move tbl-mm-store-id (mismatch-sub) to rd-store-id.
    move tbl-mm-name (mismatch-sub) to rd-name.
    move tbl-mm-master-price (mismatch-sub) to rd-master-price.
    move tbl-mm-till-price (mismatch-sub) to rd-till-price.
    move spaces to rd-over.
    if tbl-mm-type (mismatch-sub) = 'P'
       and tbl-mm-till-price (mismatch-sub) >
           tbl-mm-master-price (mismatch-sub)
        move " OVER" to rd-over
    end-if.
    move tbl-mm-last-move (mismatch-sub) to rd-last-move.
    move spaces to rd-age-x.
    if tbl-mm-last-move (mismatch-sub) is numeric
       and run-date-ws is numeric
       and tbl-mm-last-move (mismatch-sub) not > run-date-ws
        move run-date-ws to run-date-num
        move tbl-mm-last-move (mismatch-sub) to move-date-num
        compute age-days =
            function integer-of-date (run-date-num)
            - function integer-of-date (move-date-num)
        move age-days to rd-age
    end-if.
    move recon-detail to report-line.
    write report-line.

write-report-heading.
    move run-date-ws to rh-run-date.
    move report-heading to report-line.
    write report-line.

*> The step-sequence gate: the master is only worth reconciling once
*> the nightly run has stamped gr-runstage age-done for this
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
    move "TILLRECON" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move till-read-count to rl-in-count.
    compute rl-reject-count = price-count + till-only-count
        + master-only-count + duplicate-count + bad-price-count.
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

end program TillRecon.
