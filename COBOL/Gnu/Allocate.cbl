program-id. Allocate as "Allocate".

*> Nightly stock allocation proposals. Slow stock sits in one store
*> and goes to Purge while another store has sold out of the same
*> item and is reordering it. This measures each item's selling rate
*> at each store - the sales lines on gr-sales-history over the last
*> parm-alloc-days days - and compares it with what each store holds
*> on the items master. A store that has been selling the item and
*> no longer holds it is short; a store holding the item that has
*> sold it more slowly is the source. The slowest holder goes first,
*> and between equally slow holders the one that has already taken
*> more markdowns on the item (price cuts on gr-audit-history over
*> the same days) goes first, then the one with more sell-in left.
*> Stock with fewer than parm-alloc-sell-in days of sell-in left is
*> not worth the move and is never proposed. Each short store is
*> offered at most one record, the fastest-selling store first, and
*> each record is proposed at most once. A record a recall has in
*> quarantine on gr-quarantine is never a source and does not count
*> as stock the store holds.
*>
*> The proposals go to gr-transfers-proposed in the gr-transfers
*> layout, with a justification register beside them giving both
*> selling rates, the markdowns taken, the sell-in left and the
*> stock's value in base currency. The merchandiser submits the
*> proposals to the dual-control queue (FeedSubmit) and the lines
*> released there reach gr-transfers for the Transfer run; nothing
*> here touches the master.

environment division.

input-output section.

file-control.
    select items assign 'items'
        organization indexed
        record key is item-key
        file status is items-status.
    select sales-history-file assign 'gr-sales-history'
        file status is sales-status.
    select audit-history-file assign 'gr-audit-history'
        file status is audit-history-status.
    select proposed-file assign 'gr-transfers-proposed'.
    select allocation-register assign 'gr-allocation-register'.
    select store-file assign 'gr-stores'
        file status is store-status.
    select rate-file assign 'gr-rates'
        file status is rate-status.
    select parm-file assign 'gr-parms'
        file status is parm-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select runstage-file assign 'gr-runstage'
        file status is runstage-status.
    select optional runlog-file assign 'gr-runlog'.
    select optional quarantine-file assign 'gr-quarantine'
        file status is quarantine-status.

data division.
file section.
   fd items.
   copy "gritem.cpy".
   fd sales-history-file.
   copy "grsales.cpy".
   fd audit-history-file.
   copy "graudit.cpy".
   fd proposed-file.
   copy "grxfer.cpy".
   fd allocation-register.
   01 register-line pic x(150).
   fd store-file.
   copy "grstores.cpy".
   fd rate-file.
   copy "grrates.cpy".
   fd parm-file.
   copy "grparms.cpy".
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runstage-file.
   copy "grrunstg.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd quarantine-file.
   copy "grquar.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 items-status pic x(2).
   01 sales-status pic x(2).
   01 audit-history-status pic x(2).
   01 parm-status pic x(2).
   01 runstage-status pic x(2).
   01 stage-ok-flag pic x value 'N'.
      88 run-stage-ok value 'Y'.
   01 alloc-days pic 9(3) value 28.
   01 alloc-sell-in pic 9(3) value 5.
   01 run-date-num pic 9(8).
   01 from-date-num pic 9(8).
   01 days-back pic s9(6).
   01 window-flag pic x value 'N'.
      88 in-window value 'Y'.
*> Selling rate: sales lines per store and item inside the window.
*> tbl-vel-held is set once the master shows the store still holds
*> the item; a store that sold it and holds none is short.
   01 velocity-table.
      02 velocity-entry occurs 3000 times.
         03 tbl-vel-store-id pic x(4).
         03 tbl-vel-name pic x(50).
         03 tbl-vel-sales pic 9(5).
         03 tbl-vel-held pic x.
            88 velocity-held value 'Y'.
         03 tbl-vel-served pic x.
            88 velocity-served value 'Y'.
   01 velocity-count pic 9(4) value 0 comp.
   01 velocity-sub pic 9(4) comp.
   01 velocity-flag pic x value 'N'.
      88 velocity-found value 'Y'.
   01 velocity-full-flag pic x value 'N'.
      88 velocity-table-full value 'Y'.
*> Candidate sources: records on the master for an item some other
*> store has been selling.
   01 candidate-table.
      02 candidate-entry occurs 2000 times.
         03 tbl-cand-store-id pic x(4).
         03 tbl-cand-name pic x(50).
         03 tbl-cand-sell-in pic s9(4).
         03 tbl-cand-quality pic s9(4).
         03 tbl-cand-price pic 9(5)v99.
         03 tbl-cand-sales pic 9(5).
         03 tbl-cand-markdowns pic 9(5).
         03 tbl-cand-used pic x.
            88 candidate-used value 'Y'.
   01 candidate-count pic 9(4) value 0 comp.
   01 candidate-sub pic 9(4) comp.
   01 candidate-full-flag pic x value 'N'.
      88 candidate-table-full value 'Y'.
   01 best-cand-sub pic 9(4) comp.
   01 best-demand-sub pic 9(4) comp.
   01 demand-sales pic 9(5).
   01 other-demand-flag pic x value 'N'.
      88 other-store-selling value 'Y'.
   01 quarantine-table.
      02 quarantine-entry occurs 1000 times.
         03 tbl-qtn-store-id pic x(4).
         03 tbl-qtn-name pic x(50).
   01 quarantine-count pic 9(4) value 0 comp.
   01 quarantine-sub pic 9(4) comp.
   01 quarantine-status pic x(2).
   01 quarantine-flag pic x value 'N'.
      88 item-quarantined value 'Y'.
   01 lookup-store-id pic x(4).
   01 lookup-name pic x(50).
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
   01 lookup-currency pic x(3).
   01 lookup-rate pic 9(3)v9(6).
   01 rate-missing-flag pic x value 'N'.
      88 rate-missing value 'Y'.
   01 value-base pic 9(9)v99.
   01 sales-read pic 9(6) value 0.
   01 proposed-count pic 9(6) value 0.
   01 short-count pic 9(6) value 0.
   01 unfilled-count pic 9(6) value 0.
   01 total-value-base pic 9(9)v99 value 0.
   01 report-heading.
      02 filler pic x(32) value "ALLOCATION PROPOSALS - RUN DATE ".
      02 rh-run-date pic x(8).
      02 filler pic x(15) value "  SALES WINDOW ".
      02 rh-days pic zz9.
      02 filler pic x(24) value " DAYS  MIN SELL-IN LEFT ".
      02 rh-sell-in pic zz9.
   01 register-detail.
      02 rd-from-store pic x(4).
      02 filler pic x(4) value " -> ".
      02 rd-to-store pic x(4).
      02 filler pic x value space.
      02 rd-name pic x(50).
      02 filler pic x(6) value " SOLD ".
      02 rd-from-sales pic zzzz9.
      02 filler pic x(3) value " V ".
      02 rd-to-sales pic zzzz9.
      02 filler pic x(4) value " MD ".
      02 rd-markdowns pic zzz9.
      02 filler pic x(9) value " SELL-IN ".
      02 rd-sell-in pic ----9.
      02 filler pic x(9) value " QUALITY ".
      02 rd-quality pic ----9.
      02 filler pic x(12) value " VALUE BASE ".
      02 rd-value pic z(8)9.99.
   01 unfilled-detail.
      02 filler pic x(9) value "NO SOURCE".
      02 filler pic x(4) value " -> ".
      02 ud-to-store pic x(4).
      02 filler pic x value space.
      02 ud-name pic x(50).
      02 filler pic x(6) value " SOLD ".
      02 ud-to-sales pic zzzz9.
   01 register-total-line.
      02 filler pic x(15) value "STORES SHORT   ".
      02 rt-short pic zz9999.
      02 filler pic x(10) value " PROPOSED ".
      02 rt-proposed pic zz9999.
      02 filler pic x(11) value " NO SOURCE ".
      02 rt-unfilled pic zz9999.
      02 filler pic x(12) value " VALUE BASE ".
      02 rt-value pic z(8)9.99.
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
        display "ALLOCATE: NIGHTLY RUN NOT COMPLETE FOR "
            run-date-ws " - RUN REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-run-parms.
    perform load-store-table.
    perform load-rate-table.
    perform load-quarantine-table.
    perform load-sales-velocity.
    open input items.
    if items-status not = '00'
        display "ITEMS MASTER NOT AVAILABLE - STATUS " items-status
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
master-start-lable.
    read items end go to master-end-lable.
        perform check-item-quarantine
        if not item-quarantined
            perform mark-master-record
        end-if
    go to master-start-lable.
master-end-lable.
    close items.
    perform count-markdowns.
    open output proposed-file.
    open output allocation-register.
    perform write-report-heading.
    move 1 to best-demand-sub.
    perform allocate-next-demand until best-demand-sub = 0.
    move short-count to rt-short.
    move proposed-count to rt-proposed.
    move unfilled-count to rt-unfilled.
    move total-value-base to rt-value.
    move register-total-line to register-line.
    write register-line.
    close proposed-file.
    close allocation-register.
    if velocity-table-full or candidate-table-full
        perform raise-warning
    end-if.
    if rate-missing
        display "ALLOCATE: NO RATE ON FILE FOR ONE OR MORE STORE "
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

*> Count each sale in the window against its store and item.
load-sales-velocity.
    move run-date-ws to run-date-num.
    open input sales-history-file.
    if sales-status = '00'
        perform load-sale-record until sales-status not = '00'
    end-if.
    close sales-history-file.

load-sale-record.
    read sales-history-file
        at end
            continue
        not at end
            move sale-run-date to from-date-num
            perform check-window
            if in-window
                add 1 to sales-read
                move sale-store-id to lookup-store-id
                move sale-name to lookup-name
                perform find-velocity-entry
                if velocity-found
                    add 1 to tbl-vel-sales (velocity-sub)
                else
                    perform add-velocity-entry
                end-if
            end-if
    end-read.

add-velocity-entry.
    if velocity-count < 3000
        add 1 to velocity-count
        move lookup-store-id to tbl-vel-store-id (velocity-count)
        move lookup-name to tbl-vel-name (velocity-count)
        move 1 to tbl-vel-sales (velocity-count)
        move 'N' to tbl-vel-held (velocity-count)
        move 'N' to tbl-vel-served (velocity-count)
    else
        if not velocity-table-full
            display "ALLOCATE: MORE THAN 3000 STORE/ITEM SELLING "
                "RATES - FURTHER ITEMS NOT ALLOCATED"
            move 'Y' to velocity-full-flag
        end-if
    end-if.

find-velocity-entry.
    move 'N' to velocity-flag.
    move 1 to velocity-sub.
    perform find-velocity-slot until velocity-sub > velocity-count
        or velocity-found.

find-velocity-slot.
    if tbl-vel-store-id (velocity-sub) = lookup-store-id
       and tbl-vel-name (velocity-sub) = lookup-name
        move 'Y' to velocity-flag
    else
        add 1 to velocity-sub
    end-if.

*> A date inside the window is today or up to alloc-days - 1 days
*> back. A trail line with no usable date is left out.
check-window.
    move 'N' to window-flag.
    if from-date-num is numeric and from-date-num > 0
       and run-date-num is numeric
        compute days-back =
            function integer-of-date (run-date-num)
            - function integer-of-date (from-date-num)
        if days-back >= 0 and days-back < alloc-days
            move 'Y' to window-flag
        end-if
    end-if.

*> A master record at a store that has been selling the item marks
*> that store as still holding it. A record with enough sell-in left
*> and stock on hand becomes a candidate source when any other store
*> has been selling the item.
mark-master-record.
    move store-id to lookup-store-id.
    move name to lookup-name.
    perform find-velocity-entry.
    if velocity-found
        move 'Y' to tbl-vel-held (velocity-sub)
        move tbl-vel-sales (velocity-sub) to demand-sales
    else
        move 0 to demand-sales
    end-if.
    if sell-in >= alloc-sell-in and quality > 0
        move 'N' to other-demand-flag
        move 1 to velocity-sub
        perform check-other-demand until velocity-sub > velocity-count
            or other-store-selling
        if other-store-selling
            perform add-candidate-entry
        end-if
    end-if.

check-other-demand.
    if tbl-vel-name (velocity-sub) = name
       and tbl-vel-store-id (velocity-sub) not = store-id
        move 'Y' to other-demand-flag
    else
        add 1 to velocity-sub
    end-if.

add-candidate-entry.
    if candidate-count < 2000
        add 1 to candidate-count
        move store-id to tbl-cand-store-id (candidate-count)
        move name to tbl-cand-name (candidate-count)
        move sell-in to tbl-cand-sell-in (candidate-count)
        move quality to tbl-cand-quality (candidate-count)
        move price to tbl-cand-price (candidate-count)
        move demand-sales to tbl-cand-sales (candidate-count)
        move 0 to tbl-cand-markdowns (candidate-count)
        move 'N' to tbl-cand-used (candidate-count)
    else
        if not candidate-table-full
            display "ALLOCATE: MORE THAN 2000 CANDIDATE SOURCE "
                "RECORDS - FURTHER STOCK NOT CONSIDERED"
            move 'Y' to candidate-full-flag
        end-if
    end-if.

*> Markdowns already taken: the nightly run's price cuts on each
*> candidate record inside the same window.
count-markdowns.
    if candidate-count > 0
        open input audit-history-file
        if audit-history-status = '00'
            perform count-markdown-record
                until audit-history-status not = '00'
        end-if
        close audit-history-file
    end-if.

count-markdown-record.
    read audit-history-file
        at end
            continue
        not at end
            if audit-new-price < audit-old-price
               and audit-old-sell-in not = audit-new-sell-in
                move audit-run-date to from-date-num
                perform check-window
                if in-window
                    perform find-markdown-candidate
                end-if
            end-if
    end-read.

find-markdown-candidate.
    move 1 to candidate-sub.
    perform match-markdown-candidate
        until candidate-sub > candidate-count.

match-markdown-candidate.
    if tbl-cand-store-id (candidate-sub) = audit-store-id
       and tbl-cand-name (candidate-sub) = audit-name
        add 1 to tbl-cand-markdowns (candidate-sub)
        move candidate-count to candidate-sub
    end-if
    add 1 to candidate-sub.

*> Take the fastest-selling short store not yet dealt with and find
*> it a source. best-demand-sub comes back zero when none is left.
allocate-next-demand.
    move 0 to best-demand-sub.
    perform pick-best-demand
        varying velocity-sub from 1 by 1
        until velocity-sub > velocity-count.
    if best-demand-sub > 0
        move 'Y' to tbl-vel-served (best-demand-sub)
        add 1 to short-count
        perform pick-best-candidate
        if best-cand-sub > 0
            perform write-proposal
        else
            add 1 to unfilled-count
            perform write-unfilled-line
        end-if
    end-if.

pick-best-demand.
    if not velocity-held (velocity-sub)
       and not velocity-served (velocity-sub)
        if best-demand-sub = 0
            move velocity-sub to best-demand-sub
        else
            if tbl-vel-sales (velocity-sub) >
               tbl-vel-sales (best-demand-sub)
                move velocity-sub to best-demand-sub
            end-if
        end-if
    end-if.

pick-best-candidate.
    move 0 to best-cand-sub.
    perform weigh-candidate
        varying candidate-sub from 1 by 1
        until candidate-sub > candidate-count.

*> A source must hold the item, be unused, and have sold it more
*> slowly than the short store. Slowest first, then most markdowns
*> taken, then most sell-in left.
weigh-candidate.
    if not candidate-used (candidate-sub)
       and tbl-cand-name (candidate-sub) =
           tbl-vel-name (best-demand-sub)
       and tbl-cand-store-id (candidate-sub) not =
           tbl-vel-store-id (best-demand-sub)
       and tbl-cand-sales (candidate-sub) <
           tbl-vel-sales (best-demand-sub)
        if best-cand-sub = 0
            move candidate-sub to best-cand-sub
        else
            perform compare-candidates
        end-if
    end-if.

compare-candidates.
    evaluate true
        when tbl-cand-sales (candidate-sub) <
             tbl-cand-sales (best-cand-sub)
            move candidate-sub to best-cand-sub
        when tbl-cand-sales (candidate-sub) >
             tbl-cand-sales (best-cand-sub)
            continue
        when tbl-cand-markdowns (candidate-sub) >
             tbl-cand-markdowns (best-cand-sub)
            move candidate-sub to best-cand-sub
        when tbl-cand-markdowns (candidate-sub) <
             tbl-cand-markdowns (best-cand-sub)
            continue
        when tbl-cand-sell-in (candidate-sub) >
             tbl-cand-sell-in (best-cand-sub)
            move candidate-sub to best-cand-sub
        when other
            continue
    end-evaluate.

write-proposal.
    move 'Y' to tbl-cand-used (best-cand-sub).
    add 1 to proposed-count.
    move tbl-cand-store-id (best-cand-sub) to xfr-from-store.
    move tbl-vel-store-id (best-demand-sub) to xfr-to-store.
    move tbl-cand-name (best-cand-sub) to xfr-name.
    write transfer-record.
    move tbl-cand-store-id (best-cand-sub) to lookup-store-id.
    perform set-store-rate.
    compute value-base rounded = tbl-cand-quality (best-cand-sub)
        * tbl-cand-price (best-cand-sub) * lookup-rate.
    add value-base to total-value-base.
    move tbl-cand-store-id (best-cand-sub) to rd-from-store.
    move tbl-vel-store-id (best-demand-sub) to rd-to-store.
    move tbl-cand-name (best-cand-sub) to rd-name.
    move tbl-cand-sales (best-cand-sub) to rd-from-sales.
    move tbl-vel-sales (best-demand-sub) to rd-to-sales.
    move tbl-cand-markdowns (best-cand-sub) to rd-markdowns.
    move tbl-cand-sell-in (best-cand-sub) to rd-sell-in.
    move tbl-cand-quality (best-cand-sub) to rd-quality.
    move value-base to rd-value.
    move register-detail to register-line.
    write register-line.

write-unfilled-line.
    move tbl-vel-store-id (best-demand-sub) to ud-to-store.
    move tbl-vel-name (best-demand-sub) to ud-name.
    move tbl-vel-sales (best-demand-sub) to ud-to-sales.
    move unfilled-detail to register-line.
    write register-line.

write-report-heading.
    move run-date-ws to rh-run-date.
    move alloc-days to rh-days.
    move alloc-sell-in to rh-sell-in.
    move report-heading to register-line.
    write register-line.

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

*> A recalled item in quarantine is frozen where it stands: it is not
*> moved, so it is neither a source nor stock the store still holds.
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
                if parm-alloc-days is numeric
                   and parm-alloc-days > 0
                    move parm-alloc-days to alloc-days
                end-if
                if parm-alloc-sell-in is numeric
                    move parm-alloc-sell-in to alloc-sell-in
                end-if
        end-read
    end-if
    close parm-file.

*> The step-sequence gate: holdings are only worth allocating once
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
    move "ALLOCATE" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move sales-read to rl-in-count.
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

end program Allocate.
