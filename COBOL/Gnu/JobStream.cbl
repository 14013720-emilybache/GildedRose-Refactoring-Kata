program-id. JobStream as "JobStream".

*> Nightly job-stream driver. Runs the steps defined on gr-jobstream
*> in order, calling each step's program and judging its return code
*> against the limit the definition allows for that step, so the
*> overnight operator no longer reads gr-runlog to decide what runs
*> after a WARNINGS night. A step starts only when every step it
*> depends on has completed within its own limit; otherwise it is
*> skipped, and anything depending on it is skipped in turn. Steps
*> that do not depend on a failure still run.
*>
*> Progress for the processing date is kept on gr-jobstate, rewritten
*> before and after every step. Run again for the same date, the
*> stream restarts at the first step that did not complete: steps
*> already completed are not called a second time, and a step caught
*> mid-run by an abend is run again. Each step's outcome goes on
*> gr-runlog under its step id with event STEP, followed by the
*> stream's own END line - ABORTED when any step failed or was
*> skipped.

environment division.

input-output section.

file-control.
    select jobstream-file assign 'gr-jobstream'
        file status is jobstream-status.
    select jobstate-file assign 'gr-jobstate'
        file status is jobstate-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.

data division.
file section.
   fd jobstream-file.
   copy "grjobstr.cpy".
   fd jobstate-file.
   01 jobstate-record.
      02 jst-run-date pic x(8).
      02 jst-step-id pic x(8).
      02 jst-status pic x.
      02 jst-return-code pic 9(2).
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 jobstream-status pic x(2).
   01 jobstate-status pic x(2).
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
*> tbl-step-status: blank = not yet run tonight, R = called and not
*> yet returned, C = completed within its limit, F = failed (return
*> code over the limit, or the program could not be loaded), S =
*> skipped because a prerequisite did not complete.
   01 step-table.
      02 step-entry occurs 50 times.
         03 tbl-step-id pic x(8).
         03 tbl-step-program pic x(30).
         03 tbl-step-max-rc pic 9(2).
         03 tbl-step-depends pic x(8) occurs 5 times.
         03 tbl-step-status pic x.
            88 step-pending value space.
            88 step-running value 'R'.
            88 step-complete value 'C'.
            88 step-failed value 'F'.
            88 step-skipped value 'S'.
         03 tbl-step-rc pic 9(2).
   01 step-count pic 9(4) value 0 comp.
   01 step-sub pic 9(4) comp.
   01 depend-sub pic 9(4) comp.
   01 lookup-sub pic 9(4) comp.
   01 lookup-step-id pic x(8).
   01 lookup-flag pic x value 'N'.
      88 lookup-found value 'Y'.
   01 definition-flag pic x value 'Y'.
      88 definition-ok value 'Y'.
   01 blocked-flag pic x value 'N'.
      88 step-blocked value 'Y'.
   01 blocking-step-id pic x(8).
   01 step-rc pic 9(2).
   01 call-program-ws pic x(30).
   01 restart-flag pic x value 'N'.
      88 stream-restart value 'Y'.
   01 restart-step-id pic x(8) value spaces.
   01 steps-run pic 9(6) value 0.
   01 steps-failed pic 9(6) value 0.
   01 steps-skipped pic 9(6) value 0.
   01 steps-warned pic 9(6) value 0.
   01 rc-disp pic z9.
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
   01 step-start-date pic 9(8).
   01 step-start-time pic 9(8).

procedure division.
    accept run-start-date from date yyyymmdd.
    accept run-start-time from time.
    perform load-run-control.
    if run-date-ws = spaces
        display "JOBSTREAM: GR-RUNCTL NOT AVAILABLE - NO PROCESSING "
            "DATE, STREAM REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-stream-table.
    if step-count = 0 or not definition-ok
        if step-count = 0
            display "JOBSTREAM: NO STEPS ON GR-JOBSTREAM - STREAM "
                "REFUSED"
        end-if
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-job-state.
    if stream-restart
        display "JOBSTREAM: RESTARTING " run-date-ws " AT STEP "
            restart-step-id
    end-if.
    perform write-start-log.
    perform run-stream-step
        varying step-sub from 1 by 1 until step-sub > step-count.
    if steps-failed > 0 or steps-skipped > 0
        display "JOBSTREAM: " steps-failed " STEPS FAILED, "
            steps-skipped " SKIPPED - RERUN TO RESTART"
        move 8 to run-rc
        move "ABORTED" to condition-ws
    else
        if steps-warned > 0
            move 4 to run-rc
            move "WARNINGS" to condition-ws
        end-if
    end-if.
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> A step completed on an earlier pass for this date is left alone.
*> Otherwise it runs only if every prerequisite completed tonight.
run-stream-step.
    if step-complete (step-sub)
        display "JOBSTREAM: " tbl-step-id (step-sub)
            " COMPLETED EARLIER - NOT RERUN"
        move "PRIOR RUN" to rl-condition
        perform stamp-step-start
        move tbl-step-rc (step-sub) to step-rc
        if step-rc > 0
            add 1 to steps-warned
        end-if
        perform write-step-log
    else
        perform check-step-prereqs
        if step-blocked
            move 'S' to tbl-step-status (step-sub)
            move 0 to tbl-step-rc (step-sub)
            add 1 to steps-skipped
            display "JOBSTREAM: " tbl-step-id (step-sub)
                " SKIPPED - PREREQUISITE " blocking-step-id
                " DID NOT COMPLETE"
            perform save-job-state
            move "SKIPPED" to rl-condition
            perform stamp-step-start
            move 0 to step-rc
            perform write-step-log
        else
            perform call-step-program
        end-if
    end-if.

check-step-prereqs.
    move 'N' to blocked-flag.
    move 1 to depend-sub.
    perform check-one-prereq until depend-sub > 5 or step-blocked.

check-one-prereq.
    if tbl-step-depends (step-sub depend-sub) not = spaces
        move tbl-step-depends (step-sub depend-sub) to lookup-step-id
        perform find-step-entry
        if not step-complete (lookup-sub)
            move 'Y' to blocked-flag
            move lookup-step-id to blocking-step-id
        end-if
    end-if
    add 1 to depend-sub.

*> The state is saved as running before the call, so an abend inside
*> the step leaves it to be run again on restart.
call-step-program.
    move 'R' to tbl-step-status (step-sub).
    perform save-job-state.
    move tbl-step-program (step-sub) to call-program-ws.
    display "JOBSTREAM: " tbl-step-id (step-sub) " STARTING "
        call-program-ws.
    move 0 to return-code.
    perform stamp-step-start.
    call call-program-ws
        on exception
            display "JOBSTREAM: PROGRAM " call-program-ws
                " COULD NOT BE LOADED"
            move 99 to return-code
    end-call.
    move return-code to step-rc.
    cancel call-program-ws.
    move 0 to return-code.
    add 1 to steps-run.
    move step-rc to tbl-step-rc (step-sub).
    move step-rc to rc-disp.
    if step-rc > tbl-step-max-rc (step-sub)
        move 'F' to tbl-step-status (step-sub)
        add 1 to steps-failed
        display "JOBSTREAM: " tbl-step-id (step-sub) " FAILED - RC "
            rc-disp
        move "FAILED" to rl-condition
    else
        move 'C' to tbl-step-status (step-sub)
        if step-rc > 0
            add 1 to steps-warned
            move "WARNINGS" to rl-condition
        else
            move "CLEAN" to rl-condition
        end-if
        display "JOBSTREAM: " tbl-step-id (step-sub) " COMPLETE - RC "
            rc-disp
    end-if.
    perform save-job-state.
    perform write-step-log.

find-step-entry.
    move 'N' to lookup-flag.
    move 1 to lookup-sub.
    perform find-step-slot until lookup-sub > step-count
        or lookup-found.

find-step-slot.
    if tbl-step-id (lookup-sub) = lookup-step-id
        move 'Y' to lookup-flag
    else
        add 1 to lookup-sub
    end-if.

*> The definition is checked whole before anything runs: a duplicate
*> step id, or a prerequisite that is not an earlier step, refuses
*> the stream rather than leave a step that can never start.
load-stream-table.
    move 0 to step-count.
    open input jobstream-file.
    if jobstream-status = '00'
        perform load-stream-record until jobstream-status not = '00'
            or step-count >= 50
        if jobstream-status = '00'
            read jobstream-file
                not at end
                    display "JOBSTREAM: MORE THAN 50 STEPS ON "
                        "GR-JOBSTREAM - STREAM REFUSED"
                    move 'N' to definition-flag
            end-read
        end-if
    end-if
    close jobstream-file.

load-stream-record.
    read jobstream-file
        at end
            continue
        not at end
            if js-step-id not = spaces
                move js-step-id to lookup-step-id
                perform find-step-entry
                if lookup-found
                    display "JOBSTREAM: STEP " js-step-id
                        " DEFINED TWICE - STREAM REFUSED"
                    move 'N' to definition-flag
                end-if
                add 1 to step-count
                move js-step-id to tbl-step-id (step-count)
                move js-program to tbl-step-program (step-count)
                move js-max-rc to tbl-step-max-rc (step-count)
                move space to tbl-step-status (step-count)
                move 0 to tbl-step-rc (step-count)
                move 1 to depend-sub
                perform load-step-depend until depend-sub > 5
            end-if
    end-read.

load-step-depend.
    move js-depends (depend-sub)
        to tbl-step-depends (step-count depend-sub).
    if js-depends (depend-sub) not = spaces
        move js-depends (depend-sub) to lookup-step-id
        perform find-step-entry
        if not lookup-found or lookup-sub not < step-count
            display "JOBSTREAM: STEP " js-step-id " DEPENDS ON "
                lookup-step-id " WHICH IS NOT AN EARLIER STEP - "
                "STREAM REFUSED"
            move 'N' to definition-flag
        end-if
    end-if.
    add 1 to depend-sub.

*> Only completed steps carry over from an earlier pass for the same
*> processing date; failed, skipped and interrupted steps are run
*> again. State left from another date is ignored.
load-job-state.
    open input jobstate-file.
    if jobstate-status = '00'
        perform load-state-record until jobstate-status not = '00'
    end-if
    close jobstate-file.
    if stream-restart
        move 1 to step-sub
        perform find-restart-step until step-sub > step-count
            or restart-step-id not = spaces
    end-if.

load-state-record.
    read jobstate-file
        at end
            continue
        not at end
            if jst-run-date = run-date-ws and jst-status = 'C'
                move jst-step-id to lookup-step-id
                perform find-step-entry
                if lookup-found
                    move 'C' to tbl-step-status (lookup-sub)
                    move jst-return-code to tbl-step-rc (lookup-sub)
                    move 'Y' to restart-flag
                end-if
            end-if
    end-read.

find-restart-step.
    if not step-complete (step-sub)
        move tbl-step-id (step-sub) to restart-step-id
    end-if
    add 1 to step-sub.

save-job-state.
    open output jobstate-file.
    perform save-state-record
        varying lookup-sub from 1 by 1 until lookup-sub > step-count.
    close jobstate-file.

save-state-record.
    move run-date-ws to jst-run-date.
    move tbl-step-id (lookup-sub) to jst-step-id.
    move tbl-step-status (lookup-sub) to jst-status.
    move tbl-step-rc (lookup-sub) to jst-return-code.
    write jobstate-record.

load-run-control.
    open input runctl-file.
    if runctl-status = '00'
        read runctl-file
            not at end
                move runctl-process-date to run-date-ws
        end-read
    end-if
    close runctl-file.

*> rl-condition is set by the caller before the step line goes out.
write-step-log.
    move run-date-ws to rl-run-date.
    move tbl-step-id (step-sub) to rl-program.
    move "STEP" to rl-event.
    move 0 to rl-in-count.
    move 0 to rl-reject-count.
    move step-rc to rl-return-code.
    move spaces to rl-operator.
    perform stamp-step-times.
    open extend runlog-file.
    write runlog-record.
    close runlog-file.

write-start-log.
    move run-date-ws to rl-run-date.
    move "JOBSTREAM" to rl-program.
    move "START" to rl-event.
    move spaces to rl-condition.
    move 0 to rl-in-count.
    move 0 to rl-reject-count.
    move 0 to rl-return-code.
    move spaces to rl-operator.
    move run-start-date to rl-start-date.
    move run-start-time to rl-start-time.
    move 0 to rl-end-date.
    move 0 to rl-end-time.
    move 0 to rl-elapsed.
    open extend runlog-file.
    write runlog-record.
    close runlog-file.

write-run-log.
    move run-date-ws to rl-run-date.
    move "JOBSTREAM" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move steps-run to rl-in-count.
    compute rl-reject-count = steps-failed + steps-skipped.
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

stamp-step-start.
    accept step-start-date from date yyyymmdd.
    accept step-start-time from time.

*> A step is timed from just before its program is called to the
*> return, so its STEP line carries the step's own elapsed time; a
*> step skipped or completed on an earlier pass is stamped as it is
*> logged, so shows no time of its own.
stamp-step-times.
    accept run-end-date from date yyyymmdd.
    accept run-end-time from time.
    move step-start-date to rl-start-date.
    move step-start-time to rl-start-time.
    move run-end-date to rl-end-date.
    move run-end-time to rl-end-time.
    compute run-elapsed-cs =
        function integer-of-date (run-end-date)
        - function integer-of-date (step-start-date).
    multiply 8640000 by run-elapsed-cs.
    move run-end-time to run-clock.
    perform clock-to-centiseconds.
    add run-clock-cs to run-elapsed-cs.
    move step-start-time to run-clock.
    perform clock-to-centiseconds.
    subtract run-clock-cs from run-elapsed-cs.
    divide run-elapsed-cs by 100 giving rl-elapsed.

end program JobStream.
