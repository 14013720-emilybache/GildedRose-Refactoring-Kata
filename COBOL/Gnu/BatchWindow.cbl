program-id. BatchWindow as "BatchWindow".

*> Batch-window trend. Over the latest parm-window-dates processing
*> dates on gr-runlog, up to the gr-runctl processing date, this
*> lists every job-stream step's STEP timings night by night: when
*> it started and ended, its elapsed seconds, the records its
*> program reported and so its throughput in records a second. A
*> program's END line is credited to the step whose start and end
*> stamps enclose it. Each night's elapsed time is set against the
*> step's rolling average over the earlier nights in the window,
*> and a step more than parm-slow-step-pct percent slower is
*> flagged.
*>
*> The stream as a whole is then shown night by night - first step
*> started to last step ended - with its slack against the online
*> start (parm-online-start, HHMM) next following the stream's
*> start; the critical path is the longest chain of prerequisites on
*> gr-jobstream taken at the steps' average durations; and a
*> straight-line trend in the slack projects the first night the
*> stream would overrun the online start. Steps skipped, completed
*> on an earlier pass, or logged before the timing stamps were kept
*> are left out. A slow step or an overrun on the latest night ends
*> the run WARNINGS.

environment division.

input-output section.

file-control.
    select optional runlog-file assign 'gr-runlog'
        file status is runlog-status.
    select optional jobstream-file assign 'gr-jobstream'
        file status is jobstream-status.
    select parm-file assign 'gr-parms'
        file status is parm-status.
    select window-report assign 'gr-batch-window'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.

data division.
file section.
   fd runlog-file.
   copy "grrunlog.cpy".
   fd jobstream-file.
   copy "grjobstr.cpy".
   fd parm-file.
   copy "grparms.cpy".
   fd window-report.
   01 report-line pic x(132).
   fd runctl-file.
   copy "grrunctl.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 runlog-status pic x(2).
   01 jobstream-status pic x(2).
   01 parm-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 window-dates pic 9(2) value 14.
   01 slow-step-pct pic 9(3) value 25.
   01 online-start pic 9(4) value 0600.
   01 online-start-parts redefines online-start.
      02 online-hh pic 9(2).
      02 online-mm pic 9(2).
   01 online-start-time pic 9(8).
   01 runlog-eof-flag pic x value 'N'.
      88 runlog-eof value 'Y'.
   01 log-record-count pic 9(6) value 0.
   01 date-table.
      02 date-entry occurs 31 times.
         03 tbl-date pic x(8).
         03 tbl-date-days pic 9(7).
         03 tbl-stream-flag pic x.
            88 stream-timed value 'Y'.
         03 tbl-stream-start pic s9(11)v99.
         03 tbl-stream-end pic s9(11)v99.
         03 tbl-stream-start-date pic 9(8).
         03 tbl-stream-start-time pic 9(8).
         03 tbl-stream-end-date pic 9(8).
         03 tbl-stream-end-time pic 9(8).
         03 tbl-stream-slack pic s9(9)v99.
   01 date-count pic 9(4) value 0 comp.
   01 date-sub pic 9(4) comp.
   01 date-low-sub pic 9(4) comp.
   01 swap-sub pic 9(4) comp.
   01 swap-date pic x(8).
   01 lookup-date pic x(8).
   01 lookup-date-sub pic 9(4) comp.
   01 step-table.
      02 step-entry occurs 50 times.
         03 tbl-step-id pic x(8).
         03 tbl-step-program pic x(30).
         03 tbl-step-depends pic x(8) occurs 5 times.
         03 tbl-step-runs pic 9(4) comp.
         03 tbl-step-total pic 9(9)v99.
         03 tbl-step-records pic 9(9).
         03 tbl-step-average pic 9(7)v99.
         03 tbl-step-finish pic 9(9)v99.
         03 tbl-step-pred pic 9(4) comp.
         03 step-cell occurs 31 times.
            04 tbl-cell-flag pic x.
               88 cell-ran value 'Y'.
            04 tbl-cell-elapsed pic 9(7)v99.
            04 tbl-cell-start pic s9(11)v99.
            04 tbl-cell-end pic s9(11)v99.
            04 tbl-cell-start-time pic 9(8).
            04 tbl-cell-end-time pic 9(8).
            04 tbl-cell-records pic 9(9).
   01 step-count pic 9(4) value 0 comp.
   01 step-sub pic 9(4) comp.
   01 depend-sub pic 9(4) comp.
   01 lookup-step-id pic x(8).
   01 lookup-step-sub pic 9(4) comp.
   01 unknown-step-count pic 9(6) value 0.
   01 stamp-date pic 9(8).
   01 stamp-time pic 9(8).
   01 stamp-secs pic s9(11)v99.
   01 stamp-part pic 9(5)v99.
   01 stamp-days pic 9(7).
   01 end-start-secs pic s9(11)v99.
   01 end-end-secs pic s9(11)v99.
   01 end-credited-flag pic x.
      88 end-credited value 'Y'.
   01 deadline-date pic 9(8).
   01 deadline-days pic 9(7).
   01 deadline-secs pic s9(11)v99.
   01 online-start-secs pic 9(5).
   01 rolling-total pic 9(9)v99.
   01 rolling-runs pic 9(4) comp.
   01 rolling-average pic 9(7)v99.
   01 slow-limit pic 9(9)v99.
   01 slow-over-pct pic 9(5).
   01 slow-work pic 9(11)v99.
   01 step-rate pic 9(7)v9.
   01 latest-slow-count pic 9(6) value 0.
   01 slow-step-count pic 9(6) value 0.
   01 timed-step-count pic 9(6) value 0.
   01 best-finish pic 9(9)v99.
   01 best-sub pic 9(4) comp.
   01 path-table.
      02 path-entry occurs 50 times pic 9(4) comp.
   01 path-count pic 9(4) value 0 comp.
   01 path-sub pic 9(4) comp.
   01 stream-elapsed pic 9(9)v99.
   01 stream-total pic 9(11)v99.
   01 stream-count pic 9(4) comp.
   01 stream-average pic 9(9)v99.
*> Least-squares line through slack (y) against days since the first
*> night in the window (x).
   01 trend-n pic 9(4) comp.
   01 trend-x pic s9(7).
   01 trend-sum-x pic s9(9).
   01 trend-sum-xx pic s9(11).
   01 trend-sum-y pic s9(13)v99.
   01 trend-sum-xy pic s9(15)v99.
   01 trend-numerator pic s9(17)v99.
   01 trend-denominator pic s9(13).
   01 trend-slope pic s9(9)v9(4).
   01 trend-intercept pic s9(11)v9(4).
   01 trend-cross pic s9(9)v9(4).
   01 trend-last-x pic s9(7).
   01 trend-work pic s9(17)v9(4).
   01 trend-first-days pic 9(7).
   01 overrun-days pic 9(7).
   01 overrun-x pic s9(9).
   01 overrun-ahead pic s9(9).
   01 overrun-date pic 9(8).
   01 latest-overran-flag pic x value 'N'.
      88 latest-overran value 'Y'.
   01 clock-disp.
      02 cd-hh pic 9(2).
      02 filler pic x value ":".
      02 cd-mm pic 9(2).
      02 filler pic x value ":".
      02 cd-ss pic 9(2).
   01 clock-source.
      02 cs-hh pic 9(2).
      02 cs-mm pic 9(2).
      02 cs-ss pic 9(2).
      02 cs-cc pic 9(2).
   01 report-heading.
      02 filler pic x(37)
         value "BATCH WINDOW TREND - PROCESSING DATE ".
      02 rh-run-date pic x(8).
      02 filler pic x(8) value " - LAST ".
      02 rh-dates pic z9.
      02 filler pic x(33)
         value " PROCESSING DATES - ONLINE START ".
      02 rh-online-hh pic 9(2).
      02 filler pic x value ":".
      02 rh-online-mm pic 9(2).
   01 step-heading.
      02 filler pic x(5) value "STEP ".
      02 sh-step-id pic x(8).
      02 filler pic x value space.
      02 sh-program pic x(30).
   01 step-column-heading.
      02 filler pic x(40)
         value "  DATE      START     END          ELAPS".
      02 filler pic x(43)
         value "ED    RECORDS    RECS/SEC ROLLING AVG  FLAG".
   01 step-line.
      02 filler pic x(2) value spaces.
      02 sl-date pic x(8).
      02 filler pic x(2) value spaces.
      02 sl-start pic x(8).
      02 filler pic x(2) value spaces.
      02 sl-end pic x(8).
      02 filler pic x(2) value spaces.
      02 sl-elapsed pic z(6)9.99.
      02 filler pic x(2) value spaces.
      02 sl-records pic z(8)9.
      02 filler pic x(2) value spaces.
      02 sl-rate pic z(7)9.9.
      02 filler pic x(2) value spaces.
      02 sl-average pic z(6)9.99 blank when zero.
      02 filler pic x(2) value spaces.
      02 sl-flag pic x(24).
   01 step-summary-line.
      02 filler pic x(20) value "  WINDOW AVERAGE    ".
      02 ss-average pic z(6)9.99.
      02 filler pic x(11) value " SECS OVER ".
      02 ss-runs pic zz9.
      02 filler pic x(9) value " RUNS    ".
      02 ss-rate pic z(7)9.9.
      02 filler pic x(9) value " RECS/SEC".
   01 slow-flag-text.
      02 filler pic x(10) value "SLOWER BY ".
      02 sf-pct pic zzzz9.
      02 filler pic x value "%".
   01 no-runs-line pic x(40)
      value "  NO TIMED RUNS IN THE WINDOW".
   01 stream-heading.
      02 filler pic x(43)
         value "STREAM BY PROCESSING DATE - SLACK TO ONLINE".
      02 filler pic x(7) value " START ".
      02 st-online-hh pic 9(2).
      02 filler pic x value ":".
      02 st-online-mm pic 9(2).
   01 stream-column-heading.
      02 filler pic x(40)
         value "  DATE      STREAM START       STREAM EN".
      02 filler pic x(37)
         value "D              ELAPSED          SLACK".
   01 stream-line.
      02 filler pic x(2) value spaces.
      02 ln-date pic x(8).
      02 filler pic x(2) value spaces.
      02 ln-start-date pic x(8).
      02 filler pic x value space.
      02 ln-start-time pic x(8).
      02 filler pic x(2) value spaces.
      02 ln-end-date pic x(8).
      02 filler pic x value space.
      02 ln-end-time pic x(8).
      02 filler pic x(2) value spaces.
      02 ln-elapsed pic z(8)9.99.
      02 filler pic x(2) value spaces.
      02 ln-slack pic -(9)9.99.
      02 filler pic x(2) value spaces.
      02 ln-flag pic x(10).
   01 stream-summary-line.
      02 filler pic x(34) value "  AVERAGE STREAM ELAPSED          ".
      02 sm-average pic z(8)9.99.
      02 filler pic x(5) value " SECS".
   01 path-heading.
      02 filler pic x(42)
         value "CRITICAL PATH - LONGEST PREREQUISITE CHAIN".
      02 filler pic x(22) value " AT AVERAGE DURATIONS".
   01 path-line.
      02 filler pic x(2) value spaces.
      02 pl-step-id pic x(8).
      02 filler pic x(2) value spaces.
      02 pl-program pic x(30).
      02 filler pic x(9) value " AVERAGE ".
      02 pl-average pic z(6)9.99.
      02 filler pic x(16) value "  FINISHES AFTER".
      02 pl-finish pic z(8)9.99.
   01 path-total-line.
      02 filler pic x(20) value "  PATH LENGTH       ".
      02 pt-length pic z(8)9.99.
      02 filler pic x(5) value " SECS".
   01 trend-line.
      02 filler pic x(20) value "SLACK TREND         ".
      02 tr-slope pic -(8)9.99.
      02 filler pic x(25) value " SECS A NIGHT OVER NIGHTS".
      02 filler pic x value space.
      02 tr-nights pic z9.
   01 projection-line.
      02 filler pic x(2) value spaces.
      02 pj-text pic x(100).
   01 projection-text.
      02 filler pic x(38)
         value "AT THE CURRENT TREND THE STREAM FIRST ".
      02 filler pic x(29) value "OVERRUNS THE ONLINE START ON ".
      02 pt-date pic x(8).
      02 filler pic x(2) value ", ".
      02 pt-ahead pic zzzz9.
      02 filler pic x(14) value " NIGHTS AHEAD".
   01 note-line.
      02 filler pic x(2) value spaces.
      02 nl-count pic zzzzz9.
      02 nl-text pic x(70).
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
    if run-date-ws = spaces or run-date-ws is not numeric
        display "GR-RUNCTL NOT AVAILABLE - BATCH WINDOW REFUSED"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform load-run-parms.
    compute online-start-time = online-start * 10000.
    move online-hh to online-start-secs.
    multiply 60 by online-start-secs.
    add online-mm to online-start-secs.
    multiply 60 by online-start-secs.
    perform load-stream-table.
    perform collect-window-dates.
    perform sort-window-dates.
    perform collect-step-times.
    perform collect-program-counts.
    perform set-stream-times
        varying date-sub from 1 by 1 until date-sub > date-count.
    open output window-report.
    move run-date-ws to rh-run-date.
    move date-count to rh-dates.
    move online-hh to rh-online-hh.
    move online-mm to rh-online-mm.
    move report-heading to report-line.
    write report-line.
    if date-count = 0
        move spaces to report-line
        write report-line
        move "NO TIMED JOB-STREAM STEPS ON GR-RUNLOG FOR THE WINDOW"
            to report-line
        write report-line
    else
        perform report-step
            varying step-sub from 1 by 1 until step-sub > step-count
        perform report-stream
        perform report-critical-path
        perform report-projection
    end-if.
    if unknown-step-count > 0
        move spaces to report-line
        write report-line
        move unknown-step-count to nl-count
        move " STEP LINES FOR STEPS BEYOND THE 50 THE REPORT HOLDS"
            to nl-text
        move note-line to report-line
        write report-line
    end-if.
    close window-report.
    if latest-slow-count > 0 or latest-overran
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    display "BATCHWINDOW: " date-count " DATES, " timed-step-count
        " STEP RUNS, " slow-step-count " FLAGGED SLOW".
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> gr-jobstream gives the steps in running order and their
*> prerequisites; steps found only on the log are added after them.
load-stream-table.
    move 0 to step-count.
    open input jobstream-file.
    if jobstream-status = '00'
        perform load-stream-record until jobstream-status not = '00'
            or step-count >= 50
    end-if
    close jobstream-file.

load-stream-record.
    read jobstream-file
        at end
            continue
        not at end
            if js-step-id not = spaces
                add 1 to step-count
                move step-count to step-sub
                perform clear-step-entry
                move js-step-id to tbl-step-id (step-sub)
                move js-program to tbl-step-program (step-sub)
                move 1 to depend-sub
                perform load-step-depend until depend-sub > 5
            end-if
    end-read.

load-step-depend.
    move js-depends (depend-sub)
        to tbl-step-depends (step-sub depend-sub).
    add 1 to depend-sub.

clear-step-entry.
    move spaces to tbl-step-id (step-sub).
    move spaces to tbl-step-program (step-sub).
    move 1 to depend-sub.
    perform clear-step-depend until depend-sub > 5.
    move 0 to tbl-step-runs (step-sub).
    move 0 to tbl-step-total (step-sub).
    move 0 to tbl-step-records (step-sub).
    move 0 to tbl-step-average (step-sub).
    move 0 to tbl-step-finish (step-sub).
    move 0 to tbl-step-pred (step-sub).
    move 1 to date-sub.
    perform clear-step-cell until date-sub > 31.

clear-step-depend.
    move spaces to tbl-step-depends (step-sub depend-sub).
    add 1 to depend-sub.

clear-step-cell.
    move 'N' to tbl-cell-flag (step-sub date-sub).
    move 0 to tbl-cell-elapsed (step-sub date-sub).
    move 0 to tbl-cell-start (step-sub date-sub).
    move 0 to tbl-cell-end (step-sub date-sub).
    move 0 to tbl-cell-start-time (step-sub date-sub).
    move 0 to tbl-cell-end-time (step-sub date-sub).
    move 0 to tbl-cell-records (step-sub date-sub).
    add 1 to date-sub.

*> First pass: the latest window-dates processing dates, up to the
*> current one, on which at least one step actually ran and was
*> timed. Once the table is full a later date displaces the
*> earliest held.
collect-window-dates.
    move 0 to date-count.
    move 'N' to runlog-eof-flag.
    open input runlog-file.
    if runlog-status = '00'
        perform scan-window-date until runlog-eof
    end-if.
    close runlog-file.

scan-window-date.
    read runlog-file
        at end
            move 'Y' to runlog-eof-flag
        not at end
            add 1 to log-record-count
            if rl-event = "STEP"
               and rl-condition not = "SKIPPED"
               and rl-condition not = "PRIOR RUN"
               and rl-run-date is numeric
               and rl-run-date not > run-date-ws
               and rl-start-date is numeric
               and rl-start-date > 0
                move rl-run-date to lookup-date
                perform find-window-date
                if lookup-date-sub = 0
                    perform add-window-date
                end-if
            end-if
    end-read.

add-window-date.
    if date-count < window-dates
        add 1 to date-count
        move lookup-date to tbl-date (date-count)
    else
        move 1 to date-low-sub
        perform find-earliest-date
            varying date-sub from 2 by 1 until date-sub > date-count
        if lookup-date > tbl-date (date-low-sub)
            move lookup-date to tbl-date (date-low-sub)
        end-if
    end-if.

find-earliest-date.
    if tbl-date (date-sub) < tbl-date (date-low-sub)
        move date-sub to date-low-sub
    end-if.

find-window-date.
    move 0 to lookup-date-sub.
    perform match-window-date
        varying date-sub from 1 by 1
        until date-sub > date-count or lookup-date-sub > 0.

match-window-date.
    if tbl-date (date-sub) = lookup-date
        move date-sub to lookup-date-sub
    end-if.

*> Oldest first, so rolling averages and the trend run forward.
sort-window-dates.
    perform sort-date-pass
        varying date-sub from 1 by 1 until date-sub >= date-count.
    perform set-date-days
        varying date-sub from 1 by 1 until date-sub > date-count.

sort-date-pass.
    perform sort-date-pair
        varying swap-sub from 1 by 1
        until swap-sub > date-count - date-sub.

sort-date-pair.
    if tbl-date (swap-sub) > tbl-date (swap-sub + 1)
        move tbl-date (swap-sub) to swap-date
        move tbl-date (swap-sub + 1) to tbl-date (swap-sub)
        move swap-date to tbl-date (swap-sub + 1)
    end-if.

set-date-days.
    move tbl-date (date-sub) to stamp-date.
    compute tbl-date-days (date-sub) =
        function integer-of-date (stamp-date).
    move 'N' to tbl-stream-flag (date-sub).
    move 0 to tbl-stream-slack (date-sub).

*> Second pass: each timed STEP line in the window into its step's
*> cell for the date. A step run again on a restart of the same date
*> keeps its last timing.
collect-step-times.
    move 'N' to runlog-eof-flag.
    open input runlog-file.
    if runlog-status = '00'
        perform scan-step-time until runlog-eof
    end-if.
    close runlog-file.

scan-step-time.
    read runlog-file
        at end
            move 'Y' to runlog-eof-flag
        not at end
            if rl-event = "STEP"
               and rl-condition not = "SKIPPED"
               and rl-condition not = "PRIOR RUN"
               and rl-start-date is numeric
               and rl-start-date > 0
                move rl-run-date to lookup-date
                perform find-window-date
                if lookup-date-sub > 0
                    perform post-step-time
                end-if
            end-if
    end-read.

post-step-time.
    move rl-program (1:8) to lookup-step-id.
    perform find-step-entry.
    if lookup-step-sub = 0
        if step-count < 50
            add 1 to step-count
            move step-count to step-sub
            perform clear-step-entry
            move lookup-step-id to tbl-step-id (step-sub)
            move "NOT ON GR-JOBSTREAM" to tbl-step-program (step-sub)
            move step-count to lookup-step-sub
        else
            add 1 to unknown-step-count
        end-if
    end-if.
    if lookup-step-sub > 0
        move lookup-step-sub to step-sub
        move lookup-date-sub to date-sub
        move 'Y' to tbl-cell-flag (step-sub date-sub)
        move rl-elapsed to tbl-cell-elapsed (step-sub date-sub)
        move rl-start-date to stamp-date
        move rl-start-time to stamp-time
        perform stamp-to-seconds
        move stamp-secs to tbl-cell-start (step-sub date-sub)
        move rl-start-time to tbl-cell-start-time (step-sub date-sub)
        move rl-end-date to stamp-date
        move rl-end-time to stamp-time
        perform stamp-to-seconds
        move stamp-secs to tbl-cell-end (step-sub date-sub)
        move rl-end-time to tbl-cell-end-time (step-sub date-sub)
        move 0 to tbl-cell-records (step-sub date-sub)
    end-if.

find-step-entry.
    move 0 to lookup-step-sub.
    perform match-step-entry
        varying step-sub from 1 by 1
        until step-sub > step-count or lookup-step-sub > 0.

match-step-entry.
    if tbl-step-id (step-sub) = lookup-step-id
        move step-sub to lookup-step-sub
    end-if.

*> Third pass: each program's END line is credited to the step on
*> that date whose start and end enclose the program's own, giving
*> the records the step handled.
collect-program-counts.
    move 'N' to runlog-eof-flag.
    open input runlog-file.
    if runlog-status = '00'
        perform scan-program-count until runlog-eof
    end-if.
    close runlog-file.

scan-program-count.
    read runlog-file
        at end
            move 'Y' to runlog-eof-flag
        not at end
            if rl-event = "END"
               and rl-program not = "JOBSTREAM"
               and rl-start-date is numeric
               and rl-start-date > 0
               and rl-end-date is numeric
               and rl-end-date > 0
                move rl-run-date to lookup-date
                perform find-window-date
                if lookup-date-sub > 0
                    perform credit-program-count
                end-if
            end-if
    end-read.

credit-program-count.
    move rl-start-date to stamp-date.
    move rl-start-time to stamp-time.
    perform stamp-to-seconds.
    move stamp-secs to end-start-secs.
    move rl-end-date to stamp-date.
    move rl-end-time to stamp-time.
    perform stamp-to-seconds.
    move stamp-secs to end-end-secs.
    move 'N' to end-credited-flag.
    move lookup-date-sub to date-sub.
    perform credit-step-cell
        varying step-sub from 1 by 1
        until step-sub > step-count or end-credited.

credit-step-cell.
    if cell-ran (step-sub date-sub)
       and end-start-secs not < tbl-cell-start (step-sub date-sub)
       and end-end-secs not > tbl-cell-end (step-sub date-sub)
        add rl-in-count to tbl-cell-records (step-sub date-sub)
        move 'Y' to end-credited-flag
    end-if.

stamp-to-seconds.
    compute stamp-secs = function integer-of-date (stamp-date).
    multiply 86400 by stamp-secs.
    move stamp-time to run-clock.
    perform clock-to-centiseconds.
    divide run-clock-cs by 100 giving stamp-part.
    add stamp-part to stamp-secs.

*> The stream for a date runs from its first step's start to its
*> last step's end, and must end before the first online start
*> after it began.
set-stream-times.
    perform set-stream-step
        varying step-sub from 1 by 1 until step-sub > step-count.
    if stream-timed (date-sub)
        move tbl-stream-start-date (date-sub) to deadline-date
        compute deadline-days =
            function integer-of-date (deadline-date)
        if tbl-stream-start-time (date-sub) not < online-start-time
            add 1 to deadline-days
        end-if
        multiply deadline-days by 86400 giving deadline-secs
        add online-start-secs to deadline-secs
        subtract tbl-stream-end (date-sub) from deadline-secs
            giving tbl-stream-slack (date-sub)
    end-if.

set-stream-step.
    if cell-ran (step-sub date-sub)
        if not stream-timed (date-sub)
           or tbl-cell-start (step-sub date-sub)
              < tbl-stream-start (date-sub)
            move tbl-cell-start (step-sub date-sub)
                to tbl-stream-start (date-sub)
            move tbl-cell-start-time (step-sub date-sub)
                to tbl-stream-start-time (date-sub)
            compute stamp-days =
                tbl-cell-start (step-sub date-sub) / 86400
            compute tbl-stream-start-date (date-sub) =
                function date-of-integer (stamp-days)
        end-if
        if not stream-timed (date-sub)
           or tbl-cell-end (step-sub date-sub)
              > tbl-stream-end (date-sub)
            move tbl-cell-end (step-sub date-sub)
                to tbl-stream-end (date-sub)
            move tbl-cell-end-time (step-sub date-sub)
                to tbl-stream-end-time (date-sub)
            compute stamp-days =
                tbl-cell-end (step-sub date-sub) / 86400
            compute tbl-stream-end-date (date-sub) =
                function date-of-integer (stamp-days)
        end-if
        move 'Y' to tbl-stream-flag (date-sub)
    end-if.

*> One block per step: its nights in date order, each against the
*> average of the step's earlier nights in the window.
report-step.
    move spaces to report-line.
    write report-line.
    move tbl-step-id (step-sub) to sh-step-id.
    move tbl-step-program (step-sub) to sh-program.
    move step-heading to report-line.
    write report-line.
    move 0 to rolling-total.
    move 0 to rolling-runs.
    perform report-step-night
        varying date-sub from 1 by 1 until date-sub > date-count.
    if tbl-step-runs (step-sub) = 0
        move no-runs-line to report-line
        write report-line
    else
        compute tbl-step-average (step-sub) rounded =
            tbl-step-total (step-sub) / tbl-step-runs (step-sub)
        move tbl-step-average (step-sub) to ss-average
        move tbl-step-runs (step-sub) to ss-runs
        move 0 to step-rate
        if tbl-step-total (step-sub) > 0
            compute step-rate rounded =
                tbl-step-records (step-sub) / tbl-step-total (step-sub)
        end-if
        move step-rate to ss-rate
        move step-summary-line to report-line
        write report-line
    end-if.

report-step-night.
    if cell-ran (step-sub date-sub)
        if tbl-step-runs (step-sub) = 0
            move step-column-heading to report-line
            write report-line
        end-if
        add 1 to timed-step-count
        add 1 to tbl-step-runs (step-sub)
        add tbl-cell-elapsed (step-sub date-sub)
            to tbl-step-total (step-sub)
        add tbl-cell-records (step-sub date-sub)
            to tbl-step-records (step-sub)
        move tbl-date (date-sub) to sl-date
        move tbl-cell-start-time (step-sub date-sub) to clock-source
        perform format-clock
        move clock-disp to sl-start
        move tbl-cell-end-time (step-sub date-sub) to clock-source
        perform format-clock
        move clock-disp to sl-end
        move tbl-cell-elapsed (step-sub date-sub) to sl-elapsed
        move tbl-cell-records (step-sub date-sub) to sl-records
        move 0 to step-rate
        if tbl-cell-elapsed (step-sub date-sub) > 0
            compute step-rate rounded =
                tbl-cell-records (step-sub date-sub)
                / tbl-cell-elapsed (step-sub date-sub)
        end-if
        move step-rate to sl-rate
        move spaces to sl-flag
        move 0 to rolling-average
        if rolling-runs > 0
            compute rolling-average rounded =
                rolling-total / rolling-runs
            perform check-slow-step
        end-if
        move rolling-average to sl-average
        move step-line to report-line
        write report-line
        add tbl-cell-elapsed (step-sub date-sub) to rolling-total
        add 1 to rolling-runs
    end-if.

check-slow-step.
    multiply rolling-average by slow-step-pct giving slow-limit.
    divide 100 into slow-limit rounded.
    add rolling-average to slow-limit.
    if tbl-cell-elapsed (step-sub date-sub) > slow-limit
       and rolling-average > 0
        multiply tbl-cell-elapsed (step-sub date-sub) by 100
            giving slow-work
        divide slow-work by rolling-average giving slow-over-pct
        subtract 100 from slow-over-pct
        move slow-over-pct to sf-pct
        move slow-flag-text to sl-flag
        add 1 to slow-step-count
        if date-sub = date-count
            add 1 to latest-slow-count
        end-if
    end-if.

format-clock.
    move cs-hh to cd-hh.
    move cs-mm to cd-mm.
    move cs-ss to cd-ss.

report-stream.
    move spaces to report-line.
    write report-line.
    move online-hh to st-online-hh.
    move online-mm to st-online-mm.
    move stream-heading to report-line.
    write report-line.
    move stream-column-heading to report-line.
    write report-line.
    move 0 to stream-total.
    move 0 to stream-count.
    perform report-stream-night
        varying date-sub from 1 by 1 until date-sub > date-count.
    move 0 to stream-average.
    if stream-count > 0
        compute stream-average rounded = stream-total / stream-count
    end-if.
    move stream-average to sm-average.
    move stream-summary-line to report-line.
    write report-line.

report-stream-night.
    if stream-timed (date-sub)
        add 1 to stream-count
        compute stream-elapsed =
            tbl-stream-end (date-sub) - tbl-stream-start (date-sub)
        add stream-elapsed to stream-total
        move tbl-date (date-sub) to ln-date
        move tbl-stream-start-date (date-sub) to ln-start-date
        move tbl-stream-start-time (date-sub) to clock-source
        perform format-clock
        move clock-disp to ln-start-time
        move tbl-stream-end-date (date-sub) to ln-end-date
        move tbl-stream-end-time (date-sub) to clock-source
        perform format-clock
        move clock-disp to ln-end-time
        move stream-elapsed to ln-elapsed
        move tbl-stream-slack (date-sub) to ln-slack
        move spaces to ln-flag
        if tbl-stream-slack (date-sub) < 0
            move "OVERRAN" to ln-flag
            if date-sub = date-count
                move 'Y' to latest-overran-flag
            end-if
        end-if
        move stream-line to report-line
        write report-line
    end-if.

*> Earliest finish of each step is its average duration after the
*> latest-finishing prerequisite; the path is traced back from the
*> step finishing last. Prerequisites are always earlier steps.
report-critical-path.
    perform set-step-finish
        varying step-sub from 1 by 1 until step-sub > step-count.
    move 0 to best-finish.
    move 0 to best-sub.
    perform find-last-finish
        varying step-sub from 1 by 1 until step-sub > step-count.
    move spaces to report-line.
    write report-line.
    move path-heading to report-line.
    write report-line.
    move 0 to path-count.
    move best-sub to step-sub.
    perform trace-path-step until step-sub = 0 or path-count >= 50.
    perform report-path-step
        varying path-sub from path-count by -1 until path-sub < 1.
    move best-finish to pt-length.
    move path-total-line to report-line.
    write report-line.

set-step-finish.
    move 0 to tbl-step-finish (step-sub).
    move 0 to tbl-step-pred (step-sub).
    move 1 to depend-sub.
    perform check-step-depend until depend-sub > 5.
    add tbl-step-average (step-sub) to tbl-step-finish (step-sub).

check-step-depend.
    if tbl-step-depends (step-sub depend-sub) not = spaces
        move tbl-step-depends (step-sub depend-sub) to lookup-step-id
        move step-sub to swap-sub
        perform find-step-entry
        move swap-sub to step-sub
        if lookup-step-sub > 0 and lookup-step-sub < step-sub
            if tbl-step-finish (lookup-step-sub)
               > tbl-step-finish (step-sub)
                move tbl-step-finish (lookup-step-sub)
                    to tbl-step-finish (step-sub)
                move lookup-step-sub to tbl-step-pred (step-sub)
            end-if
        end-if
    end-if.
    add 1 to depend-sub.

find-last-finish.
    if tbl-step-finish (step-sub) > best-finish
        move tbl-step-finish (step-sub) to best-finish
        move step-sub to best-sub
    end-if.

trace-path-step.
    add 1 to path-count.
    move step-sub to path-entry (path-count).
    move tbl-step-pred (step-sub) to step-sub.

report-path-step.
    move path-entry (path-sub) to step-sub.
    move tbl-step-id (step-sub) to pl-step-id.
    move tbl-step-program (step-sub) to pl-program.
    move tbl-step-average (step-sub) to pl-average.
    move tbl-step-finish (step-sub) to pl-finish.
    move path-line to report-line.
    write report-line.

*> A least-squares line through each night's slack; where the slack
*> is shrinking, the first whole day past the point the line falls
*> below zero is the projected overrun.
report-projection.
    move 0 to trend-n.
    move 0 to trend-sum-x.
    move 0 to trend-sum-xx.
    move 0 to trend-sum-y.
    move 0 to trend-sum-xy.
    move 0 to trend-last-x.
    perform add-trend-point
        varying date-sub from 1 by 1 until date-sub > date-count.
    move spaces to report-line.
    write report-line.
    move spaces to pj-text.
    move 0 to trend-denominator.
    if trend-n > 1
        multiply trend-n by trend-sum-xx giving trend-denominator
        multiply trend-sum-x by trend-sum-x giving trend-work
        subtract trend-work from trend-denominator
    end-if.
    if trend-denominator = 0
        move "TOO FEW TIMED NIGHTS IN THE WINDOW TO PROJECT A TREND"
            to pj-text
    else
        multiply trend-n by trend-sum-xy giving trend-numerator
        multiply trend-sum-x by trend-sum-y giving trend-work
        subtract trend-work from trend-numerator
        divide trend-numerator by trend-denominator
            giving trend-slope rounded
        multiply trend-slope by trend-sum-x giving trend-work
        subtract trend-work from trend-sum-y giving trend-work
        divide trend-work by trend-n giving trend-intercept rounded
        move trend-slope to tr-slope
        move trend-n to tr-nights
        move trend-line to report-line
        write report-line
        perform project-overrun
    end-if.
    move projection-line to report-line.
    write report-line.

add-trend-point.
    if stream-timed (date-sub)
        if trend-n = 0
            move tbl-date-days (date-sub) to trend-first-days
        end-if
        add 1 to trend-n
        subtract trend-first-days from tbl-date-days (date-sub)
            giving trend-x
        add trend-x to trend-sum-x
        multiply trend-x by trend-x giving trend-work
        add trend-work to trend-sum-xx
        add tbl-stream-slack (date-sub) to trend-sum-y
        multiply trend-x by tbl-stream-slack (date-sub)
            giving trend-work
        add trend-work to trend-sum-xy
        move trend-x to trend-last-x
    end-if.

project-overrun.
    if trend-slope not < 0
        move "SLACK STEADY OR GROWING - NO OVERRUN PROJECTED"
            to pj-text
    else
        divide trend-intercept by trend-slope giving trend-cross
        multiply -1 by trend-cross
        move trend-cross to overrun-x
        add 1 to overrun-x
        compute overrun-ahead = overrun-x - trend-last-x
        if overrun-ahead < 1
            move 1 to overrun-ahead
            compute overrun-x = trend-last-x + 1
        end-if
        add trend-first-days overrun-x giving overrun-days
        compute overrun-date = function date-of-integer (overrun-days)
        move overrun-date to pt-date
        move overrun-ahead to pt-ahead
        move projection-text to pj-text
    end-if.

load-run-parms.
    open input parm-file.
    if parm-status = '00'
        read parm-file
            not at end
                if parm-window-dates is numeric
                   and parm-window-dates > 0
                    move parm-window-dates to window-dates
                end-if
                if parm-slow-step-pct is numeric
                    move parm-slow-step-pct to slow-step-pct
                end-if
                if parm-online-start is numeric
                   and parm-online-start < 2400
                    move parm-online-start to online-start
                end-if
        end-read
    end-if
    close parm-file.
    if window-dates > 31
        move 31 to window-dates
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
    move "BATCHWINDOW" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move log-record-count to rl-in-count.
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

end program BatchWindow.
