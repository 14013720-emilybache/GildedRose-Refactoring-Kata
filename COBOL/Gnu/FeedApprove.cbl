program-id. FeedApprove as "FeedApprove".

*> Checker side of the dual-control queue. Takes each line waiting on
*> gr-pending and records the approving operator's decision - release
*> or decline - either interactively or from a decisions file keyed
*> by queue sequence number (gr-approval-decisions). A line flagged
*> over its threshold when it was submitted cannot be decided by the
*> operator who submitted it; the decision is refused and the line
*> stays waiting for someone else. Lines below the thresholds still
*> need the approval run, by anyone. Every decision and every refusal
*> is listed on the approval register.
*>
*> The live feeds the maintenance programs read - gr-price-changes,
*> gr-transfers and gr-adjustments - are then rewritten from the
*> queue: every released line the maintenance program has not yet
*> applied or refused, and nothing else. A
*> feed with nothing released is left empty, so yesterday's file can
*> never be applied twice. gr-transfers is one of the manifested
*> feeds, so its released lines go out as a batch under source
*> FEEDAPPR, numbered on from the last such batch Transfer applied.

environment division.

input-output section.

file-control.
    select pending-file assign 'gr-pending'
        file status is pending-status.
    select decisions-file assign 'gr-approval-decisions'
        file status is decisions-status.
    select approval-register assign 'gr-approval-register'.
    select price-change-file assign 'gr-price-changes'.
    select transfer-file assign 'gr-transfers'.
    select adjustment-file assign 'gr-adjustments'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select optional feed-register-file assign 'gr-feed-register'
        file status is feed-register-status.
    select operator-file assign 'gr-operators'
        file status is operator-status.

data division.
file section.
   fd pending-file.
   copy "grpend.cpy".
   fd decisions-file.
   01 decisions-record.
      02 dec-seq pic 9(6).
      02 dec-decision pic x.
   fd approval-register.
   01 register-line pic x(150).
   fd price-change-file.
   copy "grprchg.cpy".
   fd transfer-file.
   copy "grxfer.cpy".
   fd adjustment-file.
   copy "gradjust.cpy".
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd feed-register-file.
   copy "grfeedrg.cpy".
   fd operator-file.
   copy "groper.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 pending-status pic x(2).
   01 decisions-status pic x(2).
   01 mode-choice pic x.
      88 batch-mode value 'B', 'b'.
   01 approver-ws pic x(8).
   01 decision-ws pic x.
      88 decide-release value 'R', 'r'.
      88 decide-decline value 'D', 'd'.
      88 decide-quit value 'Q', 'q'.
   01 quit-flag pic x value 'N'.
      88 approval-quit value 'Y'.
   01 decisions-table.
      02 decisions-entry occurs 2000 times.
         03 tbl-dec-seq pic 9(6).
         03 tbl-dec-decision pic x.
   01 decisions-count pic 9(4) value 0 comp.
   01 decisions-sub pic 9(4) comp.
   01 decision-flag pic x value 'N'.
      88 decision-found value 'Y'.
   01 pending-eof-flag pic x value 'N'.
      88 pending-eof value 'Y'.
   01 measure-disp pic z(8)9.99.
   01 waiting-count pic 9(6) value 0.
   01 released-count pic 9(6) value 0.
   01 declined-count pic 9(6) value 0.
   01 refused-count pic 9(6) value 0.
   01 left-count pic 9(6) value 0.
   01 price-fed-count pic 9(6) value 0.
   01 transfer-fed-count pic 9(6) value 0.
   01 adjust-fed-count pic 9(6) value 0.
   01 report-heading.
      02 filler pic x(24) value "APPROVAL RUN - RUN DATE ".
      02 rh-run-date pic x(8).
      02 filler pic x(10) value " APPROVER ".
      02 rh-approver pic x(8).
   01 register-detail.
      02 rd-action pic x(10).
      02 rd-seq pic 9(6).
      02 filler pic x value space.
      02 rd-feed pic x(8).
      02 filler pic x(4) value " BY ".
      02 rd-submitter pic x(8).
      02 filler pic x value space.
      02 rd-image pic x(80).
      02 rd-flag pic x(20).
   01 register-total-line.
      02 filler pic x(9) value "RELEASED ".
      02 rt-released pic zz9999.
      02 filler pic x(10) value " DECLINED ".
      02 rt-declined pic zz9999.
      02 filler pic x(15) value " SAME OPERATOR ".
      02 rt-refused pic zz9999.
      02 filler pic x(14) value " STILL WAITING".
      02 rt-left pic zz9999.
   01 feed-total-line.
      02 filler pic x(18) value "LIVE FEEDS: PRICE ".
      02 ft-price pic zz9999.
      02 filler pic x(10) value " TRANSFER ".
      02 ft-transfer pic zz9999.
      02 filler pic x(8) value " ADJUST ".
      02 ft-adjust pic zz9999.
   copy "grfeedmf.cpy".
   01 feed-register-status pic x(2).
   01 feed-last-seq pic 9(6) value 0.
   01 feed-create-date pic x(8).
   01 feed-batch-flag pic x value 'N'.
      88 feed-batch-open value 'Y'.
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
    display "Mode (I=Interactive, B=Batch decisions): ".
    accept mode-choice.
    display "Approving operator id: ".
    accept approver-ws.
    move approver-ws to operator-id-ws.
    perform authorize-operator.
    if not operator-authorized
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    if batch-mode
        perform load-decisions-table
    end-if.
    open i-o pending-file.
    if pending-status not = '00'
        display "FEEDAPPROVE: NO PENDING QUEUE - NOTHING TO DECIDE"
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    open output approval-register.
    perform write-report-heading.
    perform decide-pending-line until pending-eof.
    close pending-file.
    perform rewrite-live-feeds.
    move released-count to rt-released.
    move declined-count to rt-declined.
    move refused-count to rt-refused.
    move left-count to rt-left.
    move register-total-line to register-line.
    write register-line.
    move price-fed-count to ft-price.
    move transfer-fed-count to ft-transfer.
    move adjust-fed-count to ft-adjust.
    move feed-total-line to register-line.
    write register-line.
    close approval-register.
    if refused-count > 0
        display "FEEDAPPROVE: " refused-count " LINES NEED AN OPERATOR "
            "OTHER THAN THE SUBMITTER"
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    perform write-run-log.
    move run-rc to return-code.
    goback.

decide-pending-line.
    read pending-file
        at end
            move 'Y' to pending-eof-flag
        not at end
            if pend-waiting
                add 1 to waiting-count
                perform take-decision
                perform apply-decision
            end-if
    end-read.

take-decision.
    move space to decision-ws.
    if batch-mode
        perform find-decision
        if decision-found
            move tbl-dec-decision (decisions-sub) to decision-ws
        end-if
    else
        if not approval-quit
            perform ask-decision
        end-if
    end-if.

ask-decision.
    move pend-measure to measure-disp.
    display " ".
    display pend-seq " " pend-feed " SUBMITTED " pend-submit-date
        " BY " pend-submitter.
    display "  " pend-image.
    if pend-needs-second
        display "  MEASURE " measure-disp
            "  OVER LIMIT - NEEDS A SECOND OPERATOR"
    else
        display "  MEASURE " measure-disp
    end-if.
    display "R=Release, D=Decline, blank=Leave, Q=Leave the rest: ".
    accept decision-ws.
    if decide-quit
        move 'Y' to quit-flag
        move space to decision-ws
    end-if.

*> An over-limit line the submitter tries to decide stays waiting.
apply-decision.
    evaluate true
        when (decide-release or decide-decline)
             and pend-needs-second
             and pend-submitter = approver-ws
            add 1 to refused-count
            add 1 to left-count
            move "REFUSED" to rd-action
            move " SUBMITTER CANNOT" to rd-flag
            perform write-register-line
        when decide-release
            move 'R' to pend-status
            perform stamp-decision
            add 1 to released-count
            move "RELEASED" to rd-action
            perform write-register-line
        when decide-decline
            move 'D' to pend-status
            perform stamp-decision
            add 1 to declined-count
            move "DECLINED" to rd-action
            perform write-register-line
        when other
            add 1 to left-count
    end-evaluate.

stamp-decision.
    move approver-ws to pend-approver.
    move run-date-ws to pend-decide-date.
    rewrite pending-record.
    if pend-needs-second
        move " OVER LIMIT" to rd-flag
    else
        move spaces to rd-flag
    end-if.

write-register-line.
    move pend-seq to rd-seq.
    move pend-feed to rd-feed.
    move pend-submitter to rd-submitter.
    move pend-image to rd-image.
    move register-detail to register-line.
    write register-line.

find-decision.
    move 'N' to decision-flag.
    move 1 to decisions-sub.
    perform find-decision-entry until decisions-sub > decisions-count
        or decision-found.

find-decision-entry.
    if tbl-dec-seq (decisions-sub) = pend-seq
        move 'Y' to decision-flag
    else
        add 1 to decisions-sub
    end-if.

load-decisions-table.
    move 0 to decisions-count.
    open input decisions-file.
    if decisions-status = '00'
        perform load-decisions-record until decisions-status not = '00'
            or decisions-count >= 2000
        if decisions-status = '00'
            display "GR-APPROVAL-DECISIONS HAS MORE THAN 2000 ENTRIES - "
                "EXTRA LINES LEFT WAITING"
        end-if
    end-if
    close decisions-file.

load-decisions-record.
    read decisions-file
        at end
            continue
        not at end
            add 1 to decisions-count
            move dec-seq to tbl-dec-seq (decisions-count)
            move dec-decision to tbl-dec-decision (decisions-count)
    end-read.

*> Every released line not yet applied or refused goes back out on
*> its live feed, in queue order.
rewrite-live-feeds.
    perform find-last-feed-sequence.
    open output price-change-file.
    open output transfer-file.
    open output adjustment-file.
    move 'N' to pending-eof-flag.
    open input pending-file.
    perform feed-released-line until pending-eof.
    close pending-file.
    close price-change-file.
    if feed-batch-open
        perform write-feed-trailer
    end-if.
    close transfer-file.
    close adjustment-file.

feed-released-line.
    read pending-file
        at end
            move 'Y' to pending-eof-flag
        not at end
            if pend-released
                evaluate true
                    when pend-price-feed
                        move pend-image to price-change-record
                        write price-change-record
                        add 1 to price-fed-count
                    when pend-transfer-feed
                        if not feed-batch-open
                            perform write-feed-header
                        end-if
                        move pend-image to transfer-record
                        write transfer-record
                        add 1 to transfer-fed-count
                    when pend-adjust-feed
                        move pend-image to adjustment-record
                        write adjustment-record
                        add 1 to adjust-fed-count
                end-evaluate
            end-if
    end-read.

find-last-feed-sequence.
    move 0 to feed-last-seq.
    open input feed-register-file.
    if feed-register-status = '00'
        perform scan-feed-register until feed-register-status not = '00'
    end-if
    close feed-register-file.

scan-feed-register.
    read feed-register-file
        at end
            continue
        not at end
            if freg-feed = "gr-transfers" and freg-source = "FEEDAPPR"
               and freg-sequence > feed-last-seq
                move freg-sequence to feed-last-seq
            end-if
    end-read.

*> Transfer lines carry no quality or price, so the batch hash total
*> is zero.
write-feed-header.
    add 1 to feed-last-seq.
    accept feed-create-date from date yyyymmdd.
    move "*HDR" to fm-tag.
    move "FEEDAPPR" to fm-source.
    move feed-last-seq to fm-sequence.
    move feed-create-date to fm-create-date.
    move 0 to fm-record-count.
    move 0 to fm-hash-total.
    move feed-manifest-record to transfer-record.
    write transfer-record.
    move 'Y' to feed-batch-flag.

write-feed-trailer.
    move "*TRL" to fm-tag.
    move "FEEDAPPR" to fm-source.
    move feed-last-seq to fm-sequence.
    move feed-create-date to fm-create-date.
    move transfer-fed-count to fm-record-count.
    move 0 to fm-hash-total.
    move feed-manifest-record to transfer-record.
    write transfer-record.
    move 'N' to feed-batch-flag.

write-report-heading.
    move run-date-ws to rh-run-date.
    move approver-ws to rh-approver.
    move report-heading to register-line.
    write register-line.

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
        display "FEEDAPPROVE: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "FEEDAPPROVE"
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
    move "FEEDAPPROVE" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move waiting-count to rl-in-count.
    move refused-count to rl-reject-count.
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

end program FeedApprove.
