program-id. FeedSubmit as "FeedSubmit".

*> Maker side of the dual-control queue for the feeds that change the
*> master. Nothing reaches PriceMaint, Transfer or StocktakeApply
*> straight from the person who prepared it any more: the prepared
*> file is submitted here, every line is queued on gr-pending under
*> the submitting operator's id, and FeedApprove releases or declines
*> it. The files that can be submitted are a hand-prepared price
*> change file (gr-price-changes-submit), transfer file
*> (gr-transfers-submit) or adjustment file (gr-adjustments-submit),
*> and the two machine proposals - the allocation run's
*> gr-transfers-proposed and the stocktake variance pass's
*> gr-adjustments-proposed.
*>
*> Each line is measured against the master as it is queued - the
*> percentage a price change cuts, the base-currency value a transfer
*> moves, the quality an adjustment swings - and flagged when the
*> measure is over its gr-parms threshold or cannot be taken (the
*> item is not on the master), so the checker knows the line needs
*> someone other than the submitter. The submission register lists
*> what was queued under which sequence numbers.

environment division.

input-output section.

file-control.
    select price-submit-file assign 'gr-price-changes-submit'
        file status is submit-status.
    select transfer-submit-file assign 'gr-transfers-submit'
        file status is submit-status.
    select adjust-submit-file assign 'gr-adjustments-submit'
        file status is submit-status.
    select allocation-proposed-file assign 'gr-transfers-proposed'
        file status is submit-status.
    select variance-proposed-file assign 'gr-adjustments-proposed'
        file status is submit-status.
    select optional pending-file assign 'gr-pending'
        file status is pending-status.
    select submit-register assign 'gr-submit-register'.
    select items assign 'items'
        organization indexed
        access mode dynamic
        record key is item-key
        file status is items-status.
    select store-file assign 'gr-stores'
        file status is store-status.
    select rate-file assign 'gr-rates'
        file status is rate-status.
    select parm-file assign 'gr-parms'
        file status is parm-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select operator-file assign 'gr-operators'
        file status is operator-status.

data division.
file section.
   fd price-submit-file.
   copy "grprchg.cpy".
   fd transfer-submit-file.
   copy "grxfer.cpy".
   fd adjust-submit-file.
   copy "gradjust.cpy".
   fd allocation-proposed-file.
   01 allocation-proposed-record pic x(58).
   fd variance-proposed-file.
   01 variance-proposed-record pic x(59).
   fd pending-file.
   copy "grpend.cpy".
   fd submit-register.
   01 register-line pic x(132).
   fd items.
   copy "gritem.cpy".
   fd store-file.
   copy "grstores.cpy".
   fd rate-file.
   copy "grrates.cpy".
   fd parm-file.
   copy "grparms.cpy".
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd operator-file.
   copy "groper.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 submit-status pic x(2).
   01 pending-status pic x(2).
   01 items-status pic x(2).
   01 parm-status pic x(2).
   01 feed-choice pic x.
      88 submit-prices value 'P', 'p'.
      88 submit-transfers value 'T', 't'.
      88 submit-adjustments value 'A', 'a'.
      88 submit-allocation value 'L', 'l'.
      88 submit-variance value 'V', 'v'.
      88 feed-choice-valid value 'P', 'p', 'T', 't', 'A', 'a',
                                 'L', 'l', 'V', 'v'.
   01 submitter-ws pic x(8).
   01 feed-name-ws pic x(8).
   01 approve-cut-pct pic 9(3) value 20.
   01 approve-xfr-value pic 9(7) value 1000.
   01 approve-swing pic 9(3) value 10.
   01 last-seq pic 9(6) value 0.
   01 submit-eof-flag pic x value 'N'.
      88 submit-eof value 'Y'.
   01 measure-ws pic 9(9)v99.
   01 measure-flag pic x value 'Y'.
      88 measure-taken value 'Y'.
   01 swing-ws pic s9(5).
   01 queued-count pic 9(6) value 0.
   01 flagged-count pic 9(6) value 0.
   01 unmeasured-count pic 9(6) value 0.
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
   01 lookup-store-id pic x(4).
   01 lookup-currency pic x(3).
   01 lookup-rate pic 9(3)v9(6).
   01 rate-missing-flag pic x value 'N'.
      88 rate-missing value 'Y'.
   01 report-heading.
      02 filler pic x(27) value "FEED SUBMISSION - RUN DATE ".
      02 rh-run-date pic x(8).
      02 filler pic x(6) value " FEED ".
      02 rh-feed pic x(8).
      02 filler pic x(11) value " SUBMITTER ".
      02 rh-submitter pic x(8).
   01 register-detail.
      02 rd-seq pic 9(6).
      02 filler pic x value space.
      02 rd-image pic x(80).
      02 filler pic x(9) value " MEASURE ".
      02 rd-measure pic z(8)9.99.
      02 rd-flag pic x(24).
   01 register-total-line.
      02 filler pic x(7) value "QUEUED ".
      02 rt-queued pic zz9999.
      02 filler pic x(25) value " NEED A SECOND OPERATOR ".
      02 rt-flagged pic zz9999.
      02 filler pic x(14) value " NOT MEASURED ".
      02 rt-unmeasured pic zz9999.
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
    display "Feed to submit (P=Price changes, T=Transfers, "
        "A=Adjustments,".
    display "    L=Allocation proposals, V=Stocktake variance "
        "proposals): ".
    accept feed-choice.
    if not feed-choice-valid
        display "FEEDSUBMIT: UNKNOWN FEED CHOICE - NOTHING SUBMITTED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    display "Submitting operator id: ".
    accept submitter-ws.
    move submitter-ws to operator-id-ws.
    perform authorize-operator.
    if not operator-authorized
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-run-parms.
    perform load-store-table.
    perform load-rate-table.
    perform find-last-seq.
    perform open-submitted-file.
    if submit-status not = '00'
        display "FEEDSUBMIT: SUBMITTED FILE NOT AVAILABLE - STATUS "
            submit-status
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open input items.
    if items-status not = '00'
        display "ITEMS MASTER NOT AVAILABLE - STATUS " items-status
        perform close-submitted-file
        move 8 to run-rc
        move "FATAL" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open extend pending-file.
    open output submit-register.
    perform write-report-heading.
    perform queue-submitted-line until submit-eof.
    move queued-count to rt-queued.
    move flagged-count to rt-flagged.
    move unmeasured-count to rt-unmeasured.
    move register-total-line to register-line.
    write register-line.
    perform close-submitted-file.
    close items.
    close pending-file.
    close submit-register.
    display "FEEDSUBMIT: " queued-count " LINES QUEUED FOR APPROVAL".
    if unmeasured-count > 0 or rate-missing
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    perform write-run-log.
    move run-rc to return-code.
    goback.

open-submitted-file.
    evaluate true
        when submit-prices
            move "PRICE" to feed-name-ws
            open input price-submit-file
        when submit-transfers
            move "TRANSFER" to feed-name-ws
            open input transfer-submit-file
        when submit-allocation
            move "TRANSFER" to feed-name-ws
            open input allocation-proposed-file
        when submit-adjustments
            move "ADJUST" to feed-name-ws
            open input adjust-submit-file
        when submit-variance
            move "ADJUST" to feed-name-ws
            open input variance-proposed-file
    end-evaluate.

close-submitted-file.
    evaluate true
        when submit-prices
            close price-submit-file
        when submit-transfers
            close transfer-submit-file
        when submit-allocation
            close allocation-proposed-file
        when submit-adjustments
            close adjust-submit-file
        when submit-variance
            close variance-proposed-file
    end-evaluate.

*> Read the next submitted line into its feed layout and queue it.
*> The two proposal files share the live feeds' layouts and are
*> measured through them.
queue-submitted-line.
    move spaces to pending-record.
    evaluate true
        when submit-prices
            read price-submit-file
                at end
                    move 'Y' to submit-eof-flag
                not at end
                    move price-change-record to pend-image
            end-read
        when submit-transfers
            read transfer-submit-file
                at end
                    move 'Y' to submit-eof-flag
                not at end
                    move transfer-record to pend-image
            end-read
        when submit-allocation
            read allocation-proposed-file
                at end
                    move 'Y' to submit-eof-flag
                not at end
                    move allocation-proposed-record to transfer-record
                    move transfer-record to pend-image
            end-read
        when submit-adjustments
            read adjust-submit-file
                at end
                    move 'Y' to submit-eof-flag
                not at end
                    move adjustment-record to pend-image
            end-read
        when submit-variance
            read variance-proposed-file
                at end
                    move 'Y' to submit-eof-flag
                not at end
                    move variance-proposed-record to adjustment-record
                    move adjustment-record to pend-image
            end-read
    end-evaluate.
    if not submit-eof
        perform measure-line
        perform write-pending-line
    end-if.

measure-line.
    move 0 to measure-ws.
    move 'Y' to measure-flag.
    evaluate feed-name-ws
        when "PRICE"
            perform measure-price-change
        when "TRANSFER"
            perform measure-transfer
        when other
            perform measure-adjustment
    end-evaluate.

*> The percentage of the current price a change cuts. A rise
*> measures zero.
measure-price-change.
    move pc-store-id to store-id.
    move pc-name to name.
    read items
        invalid key
            move 'N' to measure-flag
        not invalid key
            if pc-new-price is not numeric
                move 'N' to measure-flag
            else
                if price > 0 and pc-new-price < price
                    compute measure-ws rounded =
                        (price - pc-new-price) * 100 / price
                end-if
            end-if
    end-read.

*> The stock's value at the sending store, in base currency.
measure-transfer.
    move xfr-from-store to store-id.
    move xfr-name to name.
    read items
        invalid key
            move 'N' to measure-flag
        not invalid key
            move xfr-from-store to lookup-store-id
            perform set-store-rate
            if quality > 0
                compute measure-ws rounded =
                    quality * price * lookup-rate
            end-if
    end-read.

*> The quality the adjustment takes off or puts on the books: all of
*> it for a removal or an addition, the difference for a re-grade.
measure-adjustment.
    if adj-action = 'A'
        if adj-quality is numeric
            move adj-quality to swing-ws
        else
            move 'N' to measure-flag
        end-if
    else
        move adj-store-id to store-id
        move adj-name to name
        read items
            invalid key
                move 'N' to measure-flag
            not invalid key
                if adj-action = 'D'
                    move quality to swing-ws
                else
                    if adj-quality is numeric
                        compute swing-ws = adj-quality - quality
                    else
                        move 'N' to measure-flag
                    end-if
                end-if
        end-read
    end-if.
    if measure-taken
        if swing-ws < 0
            compute swing-ws = 0 - swing-ws
        end-if
        move swing-ws to measure-ws
    end-if.

write-pending-line.
    add 1 to last-seq.
    add 1 to queued-count.
    move last-seq to pend-seq.
    move feed-name-ws to pend-feed.
    move 'P' to pend-status.
    move measure-ws to pend-measure.
    move submitter-ws to pend-submitter.
    move run-date-ws to pend-submit-date.
    move 'N' to pend-over-threshold.
    move spaces to rd-flag.
    if not measure-taken
        move 'Y' to pend-over-threshold
        add 1 to unmeasured-count
        move " NOT MEASURED - CHECKER" to rd-flag
    else
        evaluate feed-name-ws
            when "PRICE"
                if measure-ws > approve-cut-pct
                    move 'Y' to pend-over-threshold
                end-if
            when "TRANSFER"
                if measure-ws > approve-xfr-value
                    move 'Y' to pend-over-threshold
                end-if
            when other
                if measure-ws > approve-swing
                    move 'Y' to pend-over-threshold
                end-if
        end-evaluate
        if pend-needs-second
            move " OVER LIMIT - CHECKER" to rd-flag
        end-if
    end-if.
    if pend-needs-second
        add 1 to flagged-count
    end-if.
    write pending-record.
    move pend-seq to rd-seq.
    move pend-image to rd-image.
    move pend-measure to rd-measure.
    move register-detail to register-line.
    write register-line.

*> Sequence numbers run on across the life of the queue.
find-last-seq.
    move 0 to last-seq.
    open input pending-file.
    if pending-status = '00'
        perform read-pending-seq until pending-status not = '00'
    end-if.
    close pending-file.

read-pending-seq.
    read pending-file
        at end
            continue
        not at end
            if pend-seq > last-seq
                move pend-seq to last-seq
            end-if
    end-read.

write-report-heading.
    move run-date-ws to rh-run-date.
    move feed-name-ws to rh-feed.
    move submitter-ws to rh-submitter.
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
                if parm-approve-cut-pct is numeric
                    move parm-approve-cut-pct to approve-cut-pct
                end-if
                if parm-approve-xfr-value is numeric
                    move parm-approve-xfr-value to approve-xfr-value
                end-if
                if parm-approve-swing is numeric
                    move parm-approve-swing to approve-swing
                end-if
        end-read
    end-if
    close parm-file.

*> Only an operator whose gr-operators entry names this program (or
*> ALL) may run it; with no operator master on hand nobody may.
authorize-operator.
    move 'N' to operator-flag.
    open input operator-file.
    if operator-status = '00'
        perform find-operator-record until operator-status not = '00'
            or operator-authorized
    end-if
    close operator-file.
    if not operator-authorized
        display "FEEDSUBMIT: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "FEEDSUBMIT"
       or opr-program (operator-sub) = "ALL"
        move 'Y' to operator-flag
    end-if.

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
    move "FEEDSUBMIT" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move queued-count to rl-in-count.
    move unmeasured-count to rl-reject-count.
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

end program FeedSubmit.
