*> register of what was suggested. Legendary stock never degrades
*> and is never replenished, so it is excluded. Replenishment comes
*> off the master automatically instead of off a manual scan of the
*> morning reports. Each suggestion carries the supplier it is to be
*> placed with: the first supplier on gr-suppliers whose category
*> class matches the item's class off gr-categories, else the first
*> catch-all supplier (blank class). A line no supplier covers goes
*> out with a blank supplier and is flagged on the register. Stock
*> a recall has in quarantine on gr-quarantine is never suggested.

environment division.

        file status is legend-status.
    select category-file assign 'gr-categories'
        file status is category-status.
    select supplier-file assign 'gr-suppliers'
        file status is supplier-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select runstage-file assign 'gr-runstage'
        file status is runstage-status.
    select optional runlog-file assign 'gr-runlog'.
    select optional quarantine-file assign 'gr-quarantine'
        file status is quarantine-status.

data division.
file section.
      02 if-sell-in pic s9(4).
      02 if-price pic 9(5)v99.
      02 if-action pic x(4).
      02 if-supplier pic x(6).
   fd reorder-register.
   01 register-line pic x(120).
   fd parm-file.
   01 legend-record pic x(50).
   fd category-file.
   copy "grcatgry.cpy".
   fd supplier-file.
   copy "grsupp.cpy".
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
   01 category-sub pic 9(4) comp.
   01 category-status pic x(2).
   01 cat-len-ws pic 9(4) comp.
   01 classify-flag pic x value 'N'.
      88 category-matched value 'Y'.
   01 item-class pic x(12).
   01 quarantine-table.
      02 quarantine-entry occurs 1000 times.
         03 tbl-qtn-store-id pic x(4).
         03 tbl-qtn-name pic x(50).
   01 quarantine-count pic 9(4) value 0 comp.
   01 quarantine-sub pic 9(4) comp.
   01 quarantine-status pic x(2).
   01 quarantine-flag pic x value 'N'.
      88 item-quarantined value 'Y'.
   01 supplier-table.
      02 supplier-entry occurs 50 times.
         03 tbl-sup-code pic x(6).
         03 tbl-sup-class pic x(12).
   01 supplier-count pic 9(4) value 0 comp.
   01 supplier-sub pic 9(4) comp.
   01 supplier-status pic x(2).
   01 supplier-flag pic x value 'N'.
      88 supplier-assigned value 'Y'.
   01 unassigned-count pic 9(6) value 0.
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 runstage-status pic x(2).
      02 rg-sell-in pic ----9.
      02 filler pic x(7) value " PRICE ".
      02 rg-price pic z(4)9.99.
      02 filler pic x(5) value " SUP ".
      02 rg-supplier pic x(12).
   01 register-total-line.
      02 filler pic x(10) value "SUGGESTED ".
      02 rt-count pic zz9999.
      02 filler pic x(13) value " NO SUPPLIER ".
      02 rt-unassigned pic zz9999.
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
    perform load-run-parms.
    perform load-legend-table.
    perform load-category-table.
    perform load-supplier-table.
    perform load-quarantine-table.
    open input items.
    if items-status not = '00'
        display "ITEMS MASTER NOT AVAILABLE - STATUS " items-status
reorder-start-lable.
    read items end go to reorder-end-lable.
        perform check-legendary
        perform check-item-quarantine
        if item-not-legendary and not item-quarantined
            perform check-triggers
            if quality-triggered or sell-in-triggered
                perform suggest-reorder
    go to reorder-start-lable.
reorder-end-lable.
    move suggested-count to rt-count.
    move unassigned-count to rt-unassigned.
    move register-total-line to register-line.
    write register-line.
    close items.
    close reorder-interface.
    close reorder-register.
    if unassigned-count > 0
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> A recalled item in quarantine is not replenished - reordering
*> it would only bring in more of the recalled line.
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

check-triggers.
    move 'N' to quality-trigger-flag.
    move 'N' to sell-in-trigger-flag.
    else
        move "RORD" to if-action
    end-if.
    perform assign-supplier.
    write interface-record.
    perform write-register-line.

    move quality to rg-quality.
    move sell-in to rg-sell-in.
    move price to rg-price.
    if supplier-assigned
        move if-supplier to rg-supplier
    else
        move "*UNASSIGNED*" to rg-supplier
    end-if.
    move register-detail to register-line.
    write register-line.

*> The supplier the suggestion is placed with: the first supplier
*> listed for the item's category class, else the first catch-all.
assign-supplier.
    perform classify-item.
    move spaces to if-supplier.
    move 'N' to supplier-flag.
    move 1 to supplier-sub.
    perform match-supplier-class until supplier-sub > supplier-count
        or supplier-assigned.
    if not supplier-assigned
        move 1 to supplier-sub
        perform match-supplier-catch-all
            until supplier-sub > supplier-count
            or supplier-assigned
    end-if.
    if not supplier-assigned
        add 1 to unassigned-count
    end-if.

match-supplier-class.
    if tbl-sup-class (supplier-sub) = item-class
        move 'Y' to supplier-flag
        move tbl-sup-code (supplier-sub) to if-supplier
    else
        add 1 to supplier-sub
    end-if.

match-supplier-catch-all.
    if tbl-sup-class (supplier-sub) = spaces
        move 'Y' to supplier-flag
        move tbl-sup-code (supplier-sub) to if-supplier
    else
        add 1 to supplier-sub
    end-if.

*> Resolve the item's behavior class from the category master the
*> same way the nightly run does: first matching entry wins; an
*> item with no entry is NORMAL.
classify-item.
    move "NORMAL" to item-class.
    move 'N' to classify-flag.
    move 1 to category-sub.
    perform classify-item-entry until category-sub > category-count
        or category-matched.

classify-item-entry.
    if tbl-cat-match (category-sub) = 'P'
        if name (1:tbl-cat-len (category-sub)) =
           tbl-cat-name (category-sub) (1:tbl-cat-len (category-sub))
            move 'Y' to classify-flag
            move tbl-cat-class (category-sub) to item-class
        end-if
    else
        if name = tbl-cat-name (category-sub)
            move 'Y' to classify-flag
            move tbl-cat-class (category-sub) to item-class
        end-if
    end-if
    add 1 to category-sub.

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
                move sup-class to tbl-sup-class (supplier-count)
            end-if
    end-read.

write-report-heading.
    move run-date-ws to rh-run-date.
    move report-heading to register-line.
    move suggested-count to rl-in-count.
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

end program Reorder.
