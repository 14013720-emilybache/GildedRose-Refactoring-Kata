*> difference is flagged loudly - it means a store's records went
*> missing mid-run. The master is keyed on store-id plus name, so a
*> sequential read delivers the stores in order for the control
*> break. Below the stores come the same figures rolled up by
*> district and by region in base currency, under the store hierarchy
*> in force on the run date.

environment division.

    select runstage-file assign 'gr-runstage'
        file status is runstage-status.
    select optional runlog-file assign 'gr-runlog'.
    select hierarchy-file assign 'gr-store-hierarchy'
        file status is hierarchy-status.

data division.
file section.
   copy "grrunstg.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd hierarchy-file.
   copy "grhier.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
      02 rt-quality pic z(7)9.
      02 filler pic x(11) value " VALUATION ".
      02 rt-valuation pic z(8)9.99.
   01 hierarchy-table.
      02 hierarchy-entry occurs 200 times.
         03 tbl-hier-store-id pic x(4).
         03 tbl-hier-district pic x(4).
         03 tbl-hier-region pic x(4).
         03 tbl-hier-manager pic x(30).
         03 tbl-hier-from-date pic x(8).
         03 tbl-hier-to-date pic x(8).
   01 hierarchy-count pic 9(4) value 0 comp.
   01 hierarchy-sub pic 9(4) comp.
   01 hierarchy-match-sub pic 9(4) comp.
   01 hierarchy-status pic x(2).
   01 lookup-store-id pic x(4).
   01 hier-date-ws pic x(8).
   01 lookup-dist-key.
      02 lookup-region pic x(4).
      02 lookup-district pic x(4).
   01 lookup-manager pic x(30).
   01 district-table.
      02 district-entry occurs 50 times.
         03 tbl-dist-key.
            04 tbl-dist-region pic x(4).
            04 tbl-dist-district pic x(4).
         03 tbl-dist-manager pic x(30).
         03 tbl-dist-count pic 9(6).
         03 tbl-dist-quality pic 9(8).
         03 tbl-dist-valuation pic 9(9)v99.
   01 district-swap pic x(63).
   01 district-count pic 9(4) value 0 comp.
   01 district-sub pic 9(4) comp.
   01 swap-sub pic 9(4) comp.
   01 district-overflow pic 9(4) value 0 comp.
   01 previous-region pic x(4).
   01 region-count pic 9(6).
   01 region-quality pic 9(8).
   01 region-valuation pic 9(9)v99.
   01 report-rollup-heading pic x(60) value
       "BY DISTRICT AND REGION UNDER THE HIERARCHY - BASE CURRENCY".
   01 report-district-line.
      02 filler pic x(9) value "DISTRICT ".
      02 rd-district pic x(10).
      02 filler pic x(8) value " REGION ".
      02 rd-region pic x(10).
      02 filler pic x(9) value " MANAGER ".
      02 rd-manager pic x(30).
      02 filler pic x(7) value " COUNT ".
      02 rd-count pic zz9999.
      02 filler pic x(9) value " QUALITY ".
      02 rd-quality pic z(7)9.
      02 filler pic x(6) value " BASE ".
      02 rd-valuation pic z(8)9.99.
   01 report-region-line.
      02 filler pic x(36) value spaces.
      02 filler pic x(7) value "REGION ".
      02 rr-region pic x(10).
      02 filler pic x(23) value " TOTAL".
      02 filler pic x(7) value " COUNT ".
      02 rr-count pic zz9999.
      02 filler pic x(9) value " QUALITY ".
      02 rr-quality pic z(7)9.
      02 filler pic x(6) value " BASE ".
      02 rr-valuation pic z(8)9.99.
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
    end-if.
    perform load-store-table.
    perform load-rate-table.
    perform load-hierarchy-table.
    perform read-trailer-totals.
    open input items.
    if items-status not = '00'
    if previous-store-id not = spaces
        perform write-store-line
    end-if.
    perform write-rollup-lines.
    move grand-count to rg-count.
    move grand-quality to rg-quality.
    move grand-valuation to rg-valuation.
    move store-base-valuation to rs-base-valuation.
    move report-store-line to report-line.
    write report-line.
    move previous-store-id to lookup-store-id.
    move run-date-ws to hier-date-ws.
    perform set-store-district.
    if district-sub > 0
        add store-count to tbl-dist-count (district-sub)
        add store-quality to tbl-dist-quality (district-sub)
        add store-base-valuation to tbl-dist-valuation (district-sub)
    end-if.
    move 0 to store-count.
    move 0 to store-quality.
    move 0 to store-valuation.
    move 0 to store-base-valuation.

*> The district and region the store reported under on hier-date-ws
*> and its slot in the district table, added on first sight. A store
*> with no row in force rolls up as unassigned (blank district and
*> region). A full table leaves district-sub zero and the store out
*> of the roll-up, and is flagged with the totals.
set-store-district.
    move 0 to hierarchy-match-sub.
    perform find-hierarchy-entry
        varying hierarchy-sub from 1 by 1
        until hierarchy-sub > hierarchy-count.
    if hierarchy-match-sub = 0
        move spaces to lookup-dist-key
        move spaces to lookup-manager
    else
        move tbl-hier-region (hierarchy-match-sub) to lookup-region
        move tbl-hier-district (hierarchy-match-sub)
            to lookup-district
        move tbl-hier-manager (hierarchy-match-sub) to lookup-manager
    end-if.
    move 0 to district-sub.
    perform find-district-entry
        varying swap-sub from 1 by 1
        until swap-sub > district-count or district-sub > 0.
    if district-sub = 0
        if district-count < 50
            add 1 to district-count
            move district-count to district-sub
            initialize district-entry (district-sub)
            move lookup-dist-key to tbl-dist-key (district-sub)
            move lookup-manager to tbl-dist-manager (district-sub)
        else
            add 1 to district-overflow
        end-if
    end-if.

*> Of the rows in force for the store on the date, the one starting
*> latest wins.
find-hierarchy-entry.
    if tbl-hier-store-id (hierarchy-sub) = lookup-store-id
       and hier-date-ws not < tbl-hier-from-date (hierarchy-sub)
       and (tbl-hier-to-date (hierarchy-sub) = spaces
            or hier-date-ws not > tbl-hier-to-date (hierarchy-sub))
        if hierarchy-match-sub = 0
            move hierarchy-sub to hierarchy-match-sub
        else
            if tbl-hier-from-date (hierarchy-sub) >
               tbl-hier-from-date (hierarchy-match-sub)
                move hierarchy-sub to hierarchy-match-sub
            end-if
        end-if
    end-if.

find-district-entry.
    if tbl-dist-key (swap-sub) = lookup-dist-key
        move swap-sub to district-sub
    end-if.

*> District lines in region order with a subtotal as each region
*> closes. The districts add back to the grand total unless the
*> table overflowed, which is flagged.
write-rollup-lines.
    perform sort-district-table.
    move spaces to report-line.
    write report-line.
    move report-rollup-heading to report-line.
    write report-line.
    move spaces to previous-region.
    move 0 to region-count.
    move 0 to region-quality.
    move 0 to region-valuation.
    perform write-district-line
        varying district-sub from 1 by 1
        until district-sub > district-count.
    if district-count > 0
        perform write-region-line
    end-if.
    if district-overflow > 0
        move "*** DISTRICT TABLE FULL - STORES LEFT OUT OF ROLL-UP ***"
            to report-line
        write report-line
        display "STORESUMMARY: MORE THAN 50 DISTRICTS - "
            district-overflow " STORES LEFT OUT OF THE ROLL-UP"
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    move spaces to report-line.
    write report-line.

*> Region order, so each region's districts print together.
sort-district-table.
    perform sort-district-pass
        varying district-sub from 1 by 1
        until district-sub >= district-count.

sort-district-pass.
    perform sort-district-pair
        varying swap-sub from 1 by 1
        until swap-sub > district-count - district-sub.

sort-district-pair.
    if tbl-dist-key (swap-sub) > tbl-dist-key (swap-sub + 1)
        move district-entry (swap-sub) to district-swap
        move district-entry (swap-sub + 1) to district-entry (swap-sub)
        move district-swap to district-entry (swap-sub + 1)
    end-if.

write-district-line.
    if district-sub > 1
       and tbl-dist-region (district-sub) not = previous-region
        perform write-region-line
    end-if.
    move tbl-dist-region (district-sub) to previous-region.
    if tbl-dist-district (district-sub) = spaces
        move "UNASSIGNED" to rd-district
    else
        move tbl-dist-district (district-sub) to rd-district
    end-if.
    if tbl-dist-region (district-sub) = spaces
        move "UNASSIGNED" to rd-region
    else
        move tbl-dist-region (district-sub) to rd-region
    end-if.
    move tbl-dist-manager (district-sub) to rd-manager.
    move tbl-dist-count (district-sub) to rd-count.
    move tbl-dist-quality (district-sub) to rd-quality.
    move tbl-dist-valuation (district-sub) to rd-valuation.
    move report-district-line to report-line.
    write report-line.
    add tbl-dist-count (district-sub) to region-count.
    add tbl-dist-quality (district-sub) to region-quality.
    add tbl-dist-valuation (district-sub) to region-valuation.

write-region-line.
    if previous-region = spaces
        move "UNASSIGNED" to rr-region
    else
        move previous-region to rr-region
    end-if.
    move region-count to rr-count.
    move region-quality to rr-quality.
    move region-valuation to rr-valuation.
    move report-region-line to report-line.
    write report-line.
    move 0 to region-count.
    move 0 to region-quality.
    move 0 to region-valuation.

*> The store's currency and its rate into base currency - the same
*> lookup the nightly run uses for the trailer's valuation total. No
*> store entry means base currency; a missing rate converts at 1.
            move rate-to-base to tbl-rate-value (rate-count)
    end-read.

load-hierarchy-table.
    move 0 to hierarchy-count.
    open input hierarchy-file.
    if hierarchy-status = '00'
        perform load-hierarchy-record until hierarchy-status not = '00'
            or hierarchy-count >= 200
        if hierarchy-status = '00'
            display "GR-STORE-HIERARCHY HAS MORE THAN 200 ENTRIES - "
                "EXTRA ROWS IGNORED"
            move 4 to run-rc
            move "WARNINGS" to condition-ws
        end-if
    end-if
    close hierarchy-file.

load-hierarchy-record.
    read hierarchy-file
        at end
            continue
        not at end
            if hier-store-id not = spaces
                add 1 to hierarchy-count
                move hier-store-id
                    to tbl-hier-store-id (hierarchy-count)
                move hier-district
                    to tbl-hier-district (hierarchy-count)
                move hier-region to tbl-hier-region (hierarchy-count)
                move hier-manager to tbl-hier-manager (hierarchy-count)
                move hier-from-date
                    to tbl-hier-from-date (hierarchy-count)
                move hier-to-date to tbl-hier-to-date (hierarchy-count)
            end-if
    end-read.

*> The grand total must equal the control totals the nightly run
*> wrote to gr-trailer; anything else means records went missing
*> mid-run and gets flagged on the report and the console.
    move grand-count to rl-in-count.
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

end program StoreSummary.
