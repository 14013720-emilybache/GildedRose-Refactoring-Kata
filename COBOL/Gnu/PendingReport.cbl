program-id. PendingReport as "PendingReport".

*> Dual-control queue ageing. Lists every line on gr-pending that is
*> still waiting - for a checker's decision, or released and not yet
*> applied by its maintenance program - with the operator who
*> submitted it, whether it needs a second operator, and how many
*> days it has waited since it was submitted (or, once released,
*> since the release). A released line its maintenance program
*> refused is listed too, with the days since the refusal, so the
*> submitter corrects and resubmits it rather than assume it went
*> through. Each feed closes with its counts and its oldest wait, so
*> a price change sitting unreviewed for a week is on paper rather
*> than forgotten.

environment division.

input-output section.

file-control.
    select pending-file assign 'gr-pending'
        file status is pending-status.
    select pending-report assign 'gr-pending-report'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.

data division.
file section.
   fd pending-file.
   copy "grpend.cpy".
   fd pending-report.
   01 report-line pic x(150).
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 pending-status pic x(2).
   01 run-date-num pic 9(8).
   01 from-date-num pic 9(8).
   01 days-waiting pic s9(6).
   01 feed-table.
      02 feed-entry occurs 3 times.
         03 tbl-feed-name pic x(8).
         03 tbl-feed-waiting pic 9(6).
         03 tbl-feed-released pic 9(6).
         03 tbl-feed-refused pic 9(6).
         03 tbl-feed-oldest pic 9(6).
   01 feed-sub pic 9(4) comp.
   01 listed-count pic 9(6) value 0.
   01 report-heading.
      02 filler pic x(31) value "PENDING QUEUE AGEING - RUN DATE".
      02 filler pic x value space.
      02 rh-run-date pic x(8).
   01 section-heading.
      02 filler pic x(5) value "FEED ".
      02 sh-feed pic x(8).
   01 report-detail.
      02 rd-state pic x(10).
      02 rd-seq pic 9(6).
      02 filler pic x(4) value " BY ".
      02 rd-submitter pic x(8).
      02 filler pic x value space.
      02 rd-image pic x(80).
      02 filler pic x(6) value " DAYS ".
      02 rd-days pic zzzz9.
      02 rd-flag pic x(12).
   01 feed-total-line.
      02 filler pic x(8) value "WAITING ".
      02 ft-waiting pic zz9999.
      02 filler pic x(23) value " RELEASED NOT APPLIED  ".
      02 ft-released pic zz9999.
      02 filler pic x(9) value " REFUSED ".
      02 ft-refused pic zz9999.
      02 filler pic x(13) value " OLDEST DAYS ".
      02 ft-oldest pic zzzz9.
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
    move "PRICE" to tbl-feed-name (1).
    move "TRANSFER" to tbl-feed-name (2).
    move "ADJUST" to tbl-feed-name (3).
    open output pending-report.
    move run-date-ws to rh-run-date.
    move report-heading to report-line.
    write report-line.
    perform report-one-feed varying feed-sub from 1 by 1
        until feed-sub > 3.
    close pending-report.
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> One pass of the queue per feed keeps each feed's lines together
*> in queue order.
report-one-feed.
    move 0 to tbl-feed-waiting (feed-sub).
    move 0 to tbl-feed-released (feed-sub).
    move 0 to tbl-feed-refused (feed-sub).
    move 0 to tbl-feed-oldest (feed-sub).
    move spaces to report-line.
    write report-line.
    move tbl-feed-name (feed-sub) to sh-feed.
    move section-heading to report-line.
    write report-line.
    open input pending-file.
    if pending-status = '00'
        perform report-pending-record until pending-status not = '00'
    end-if.
    close pending-file.
    move tbl-feed-waiting (feed-sub) to ft-waiting.
    move tbl-feed-released (feed-sub) to ft-released.
    move tbl-feed-refused (feed-sub) to ft-refused.
    move tbl-feed-oldest (feed-sub) to ft-oldest.
    move feed-total-line to report-line.
    write report-line.

report-pending-record.
    read pending-file
        at end
            continue
        not at end
            if pend-feed = tbl-feed-name (feed-sub)
               and (pend-waiting or pend-released or pend-refused)
                perform write-pending-line
            end-if
    end-read.

write-pending-line.
    add 1 to listed-count.
    evaluate true
        when pend-waiting
            add 1 to tbl-feed-waiting (feed-sub)
            move "WAITING" to rd-state
            move pend-submit-date to from-date-num
        when pend-released
            add 1 to tbl-feed-released (feed-sub)
            move "RELEASED" to rd-state
            move pend-decide-date to from-date-num
        when other
            add 1 to tbl-feed-refused (feed-sub)
            move "REFUSED" to rd-state
            move pend-applied-date to from-date-num
    end-evaluate.
    move 0 to days-waiting.
    move run-date-ws to run-date-num.
    if run-date-num is numeric and from-date-num is numeric
       and from-date-num > 0
        compute days-waiting =
            function integer-of-date (run-date-num)
            - function integer-of-date (from-date-num)
    end-if.
    if days-waiting < 0
        move 0 to days-waiting
    end-if.
    if days-waiting > tbl-feed-oldest (feed-sub)
       and not pend-refused
        move days-waiting to tbl-feed-oldest (feed-sub)
    end-if.
    move pend-seq to rd-seq.
    move pend-submitter to rd-submitter.
    move pend-image to rd-image.
    move days-waiting to rd-days.
    if pend-needs-second and pend-waiting
        move " 2ND CHECKER" to rd-flag
    else
        move spaces to rd-flag
    end-if.
    move report-detail to report-line.
    write report-line.

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
    move "PENDINGRPT" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move listed-count to rl-in-count.
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

end program PendingReport.
