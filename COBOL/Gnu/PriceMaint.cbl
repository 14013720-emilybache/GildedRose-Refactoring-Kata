*> and writes a repricing audit of old price, new price and the
*> resulting change in valuation, with a summary of the total
*> book-value movement for finance. Sell-in history stays intact -
*> no more delete-and-re-add to carry a supplier cost change. Only
*> lines released on the dual-control queue (gr-pending) are
*> applied; each is marked on the queue afterwards - applied, or
*> refused when the run turns it away and the master is untouched.

environment division.

        assign to dynamic journal-file-name.
    select lock-file assign 'gr-itemlock'
        file status is lock-status.
    select pending-file assign 'gr-pending'
        file status is pending-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select operator-file assign 'gr-operators'
        file status is operator-status.

data division.
file section.
   fd price-change-file.
   copy "grprchg.cpy".
   fd items.
   copy "gritem.cpy".
   fd reprice-audit.
   copy "grjrnl.cpy".
   fd lock-file.
   copy "grlock.cpy".
   fd pending-file.
   copy "grpend.cpy".
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd operator-file.
   copy "groper.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
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
   01 old-price pic 9(5)v99.
   01 valuation-change pic s9(9)v99.
   01 total-movement pic s9(9)v99 value 0.
      02 ad-new-price pic z(4)9.99.
      02 filler pic x(7) value " MOVED ".
      02 ad-movement pic -(8)9.99.
      02 filler pic x(4) value " BY ".
      02 ad-operator pic x(8).
   01 audit-error.
      02 ae-reason pic x(22).
      02 ae-store-id pic x(4).
      02 as-errors pic zz9999.
      02 filler pic x(20) value " BOOK VALUE MOVEMENT".
      02 as-movement pic -(8)9.99.
   01 operator-status pic x(2).
   01 operator-id-ws pic x(8) value spaces.
   01 operator-flag pic x value 'N'.
      88 operator-authorized value 'Y'.
   01 operator-sub pic 9(4) comp.
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
    perform load-released-lines.
    open input price-change-file.
    open i-o items.
    if items-status not = '00'
    perform write-report-heading.
reprice-start-lable.
    read price-change-file end go to reprice-end-lable.
        move price-change-record to feed-line-ws
        perform check-line-released
        if not line-released
            move "NOT RELEASED" to ae-reason
            perform write-error-line
        else
            if pc-new-price is not numeric
                move "NEW PRICE NOT NUMERIC" to ae-reason
                perform write-error-line
            else
                perform reprice-one-item
            end-if
        end-if
    go to reprice-start-lable.
reprice-end-lable.
    close reprice-audit.
    close reprice-history-file.
    close journal-file.
    perform mark-queue-applied.
    perform release-item-lock.
    perform write-run-log.
    move run-rc to return-code.
    goback.

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
            if pend-released and pend-price-feed
                if released-count < 2000
                    add 1 to released-count
                    move pend-image to tbl-rel-image (released-count)
                    move 'N' to tbl-rel-used (released-count)
                    move space to tbl-rel-outcome (released-count)
                else
                    if not released-table-full
                        display "MORE THAN 2000 RELEASED PRICE LINES - "
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
            if pend-released and pend-price-feed
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

reprice-one-item.
    move pc-store-id to store-id.
    move pc-name to name.
    add 1 to change-count.
    perform write-audit-line.
    perform write-reprice-history.
    perform mark-line-applied.

*> The machine-readable repricing trail the month-end close and the
*> label extract read; the print audit stays the human copy.
    move pc-new-price to rph-new-price.
    move pc-reason to rph-reason.
    move run-date-ws to rph-run-date.
    move operator-id-ws to rph-operator.
    write reprice-history-record.

write-audit-line.
    move old-price to ad-old-price.
    move pc-new-price to ad-new-price.
    move valuation-change to ad-movement.
    move operator-id-ws to ad-operator.
    move audit-detail to audit-line.
    write audit-line.

write-error-line.
    add 1 to error-count.
    perform mark-line-refused.
    move pc-store-id to ae-store-id.
    move pc-name to ae-name.
    move audit-error to audit-line.
    move 'R' to jr-action.
    move run-date-ws to jr-run-date.
    move item to jr-image.
    move operator-id-ws to jr-operator.
    write journal-record.

write-report-heading.
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
        display "PRICEMAINT: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "PRICEMAINT"
       or opr-program (operator-sub) = "ALL"
        move 'Y' to operator-flag
    end-if.

load-run-control.
    open input runctl-file.
    if runctl-status = '00'
    move change-count to rl-in-count.
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

end program PriceMaint.
