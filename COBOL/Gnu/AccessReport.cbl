program-id. AccessReport as "AccessReport".

*> Monthly access report of who changed what, for the period of the
*> processing date. For each operator on gr-operators it lists every
*> run made under that id that month off gr-runlog - program, date,
*> how it ended and its counts, refusals flagged - then every item
*> change stamped with the id: the before-images on the day's
*> gr-journal-YYYYMMDD files (rewrite, delete or add, by program)
*> and the sell-in/quality moves on gr-audit-history. Runs and
*> changes stamped with an id no longer (or never) on the master are
*> listed together at the end, so an unknown id trying its luck is on
*> paper. The unattended nightly steps carry no operator and are
*> only counted.

environment division.

input-output section.

file-control.
    select operator-file assign 'gr-operators'
        file status is operator-status.
    select optional runlog-file assign 'gr-runlog'
        file status is runlog-status.
    select optional journal-file
        assign to dynamic journal-file-name
        file status is journal-status.
    select optional audit-history-file assign 'gr-audit-history'
        file status is audit-status.
    select access-report assign 'gr-access-report'.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.

data division.
file section.
   fd operator-file.
   copy "groper.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd journal-file.
   copy "grjrnl.cpy".
   fd audit-history-file.
   copy "graudit.cpy".
   fd access-report.
   01 report-line pic x(132).
   fd runctl-file.
   copy "grrunctl.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 run-date-ws pic x(8) value spaces.
   01 access-period pic x(6).
   01 operator-status pic x(2).
   01 runlog-status pic x(2).
   01 journal-status pic x(2).
   01 audit-status pic x(2).
   01 journal-file-name pic x(30).
   01 journal-day pic 99.
   01 operator-table.
      02 operator-entry occurs 200 times.
         03 tbl-opr-id pic x(8).
         03 tbl-opr-name pic x(30).
         03 tbl-opr-runs pic 9(6).
         03 tbl-opr-refused pic 9(6).
         03 tbl-opr-changes pic 9(6).
   01 operator-count pic 9(4) value 0 comp.
   01 operator-sub pic 9(4) comp.
   01 operator-flag pic x value 'N'.
      88 operator-known value 'Y'.
*> The month's stamped runs and changes, each marked with the
*> operator table entry it belongs to (0 = not on the master).
   01 run-table.
      02 run-entry occurs 3000 times.
         03 tbl-run-opr pic 9(4) comp.
         03 tbl-run-operator pic x(8).
         03 tbl-run-date pic x(8).
         03 tbl-run-program pic x(12).
         03 tbl-run-condition pic x(10).
         03 tbl-run-in pic 9(6).
         03 tbl-run-reject pic 9(6).
         03 tbl-run-rc pic 9(2).
   01 run-count pic 9(4) value 0 comp.
   01 run-sub pic 9(4) comp.
   01 change-table.
      02 change-entry occurs 5000 times.
         03 tbl-chg-opr pic 9(4) comp.
         03 tbl-chg-operator pic x(8).
         03 tbl-chg-date pic x(8).
         03 tbl-chg-program pic x(12).
         03 tbl-chg-action pic x(8).
         03 tbl-chg-store-id pic x(4).
         03 tbl-chg-name pic x(50).
         03 tbl-chg-detail pic x(24).
   01 change-count pic 9(4) value 0 comp.
   01 change-sub pic 9(4) comp.
   01 full-flag pic x value 'N'.
      88 tables-overflowed value 'Y'.
   01 unattended-count pic 9(6) value 0.
   01 unknown-runs pic 9(6) value 0.
   01 unknown-changes pic 9(6) value 0.
   01 listed-runs pic 9(6) value 0.
   01 listed-changes pic 9(6) value 0.
   01 quality-disp pic -(4)9.
   01 sell-in-disp pic -(4)9.
   01 report-heading.
      02 filler pic x(24) value "OPERATOR ACCESS REPORT -".
      02 filler pic x(8) value " PERIOD ".
      02 rh-period pic x(6).
      02 filler pic x(10) value " RUN DATE ".
      02 rh-run-date pic x(8).
   01 operator-heading.
      02 filler pic x(9) value "OPERATOR ".
      02 oh-id pic x(8).
      02 filler pic x value space.
      02 oh-name pic x(30).
   01 run-detail.
      02 filler pic x(6) value "  RUN ".
      02 rd-date pic x(8).
      02 filler pic x value space.
      02 rd-program pic x(12).
      02 filler pic x value space.
      02 rd-condition pic x(10).
      02 filler pic x(4) value " IN ".
      02 rd-in pic zzzzz9.
      02 filler pic x(9) value " REJECTS ".
      02 rd-reject pic zzzzz9.
      02 filler pic x(4) value " RC ".
      02 rd-rc pic 99.
      02 filler pic x value space.
      02 rd-operator pic x(8).
      02 rd-flag pic x(12).
   01 change-detail.
      02 filler pic x(9) value "  CHANGE ".
      02 cd-date pic x(8).
      02 filler pic x value space.
      02 cd-program pic x(12).
      02 filler pic x value space.
      02 cd-action pic x(8).
      02 filler pic x value space.
      02 cd-store-id pic x(4).
      02 filler pic x value space.
      02 cd-name pic x(50).
      02 filler pic x value space.
      02 cd-detail pic x(24).
      02 filler pic x value space.
      02 cd-operator pic x(8).
   01 audit-detail-ws.
      02 filler pic x(3) value "SI ".
      02 ad-sell-in pic x(5).
      02 filler pic x(3) value " Q ".
      02 ad-old-quality pic x(5).
      02 filler pic x(2) value "->".
      02 ad-new-quality pic x(5).
   01 operator-total-line.
      02 filler pic x(8) value "  RUNS ".
      02 ot-runs pic zzzzz9.
      02 filler pic x(10) value " REFUSED ".
      02 ot-refused pic zzzzz9.
      02 filler pic x(10) value " CHANGES ".
      02 ot-changes pic zzzzz9.
   01 unknown-heading pic x(48)
      value "RUNS AND CHANGES UNDER IDS NOT ON GR-OPERATORS".
   01 report-total-line.
      02 filler pic x(14) value "OPERATOR RUNS ".
      02 rt-runs pic zzzzz9.
      02 filler pic x(9) value " CHANGES ".
      02 rt-changes pic zzzzz9.
      02 filler pic x(13) value " UNKNOWN IDS ".
      02 rt-unknown pic zzzzz9.
      02 filler pic x(17) value " UNATTENDED RUNS ".
      02 rt-unattended pic zzzzz9.
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
    if run-date-ws = spaces
        display "GR-RUNCTL NOT AVAILABLE - NO PERIOD TO REPORT"
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    move run-date-ws (1:6) to access-period.
    perform load-operator-table.
    perform load-month-runs.
    perform load-journal-day
        varying journal-day from 1 by 1 until journal-day > 31.
    perform load-month-audit.
    if tables-overflowed
        display "ACCESSRPT: MORE THAN 3000 RUNS OR 5000 CHANGES THIS "
            "MONTH - REPORT INCOMPLETE"
        move 4 to run-rc
        move "WARNINGS" to condition-ws
    end-if.
    open output access-report.
    move access-period to rh-period.
    move run-date-ws to rh-run-date.
    move report-heading to report-line.
    write report-line.
    perform report-one-operator
        varying operator-sub from 1 by 1
        until operator-sub > operator-count.
    perform report-unknown-ids.
    move spaces to report-line.
    write report-line.
    move listed-runs to rt-runs.
    move listed-changes to rt-changes.
    compute rt-unknown = unknown-runs + unknown-changes.
    move unattended-count to rt-unattended.
    move report-total-line to report-line.
    write report-line.
    close access-report.
    perform write-run-log.
    move run-rc to return-code.
    goback.

load-operator-table.
    move 0 to operator-count.
    open input operator-file.
    if operator-status = '00'
        perform load-operator-record until operator-status not = '00'
            or operator-count >= 200
    end-if
    close operator-file.

load-operator-record.
    read operator-file
        at end
            continue
        not at end
            add 1 to operator-count
            move opr-id to tbl-opr-id (operator-count)
            move opr-name to tbl-opr-name (operator-count)
            move 0 to tbl-opr-runs (operator-count)
            move 0 to tbl-opr-refused (operator-count)
            move 0 to tbl-opr-changes (operator-count)
    end-read.

*> Looks up the id in rl-operator: operator-sub is left on its table
*> entry, or zero when the id is not on the master.
find-operator-entry.
    move 'N' to operator-flag.
    move 1 to operator-sub.
    perform match-operator-entry until operator-sub > operator-count
        or operator-known.
    if not operator-known
        move 0 to operator-sub
    end-if.

match-operator-entry.
    if tbl-opr-id (operator-sub) = rl-operator
        move 'Y' to operator-flag
    else
        add 1 to operator-sub
    end-if.

load-month-runs.
    open input runlog-file.
    if runlog-status = '00'
        perform load-runlog-record until runlog-status not = '00'
    end-if
    close runlog-file.

load-runlog-record.
    read runlog-file
        at end
            continue
        not at end
            if rl-run-date (1:6) = access-period
                if rl-operator = spaces or rl-operator = low-values
                    add 1 to unattended-count
                else
                    perform store-run-entry
                end-if
            end-if
    end-read.

store-run-entry.
    if run-count >= 3000
        move 'Y' to full-flag
    else
        add 1 to run-count
        perform find-operator-entry
        move operator-sub to tbl-run-opr (run-count)
        move rl-operator to tbl-run-operator (run-count)
        move rl-run-date to tbl-run-date (run-count)
        move rl-program to tbl-run-program (run-count)
        move rl-condition to tbl-run-condition (run-count)
        move rl-in-count to tbl-run-in (run-count)
        move rl-reject-count to tbl-run-reject (run-count)
        move rl-return-code to tbl-run-rc (run-count)
    end-if.

*> The journals are one file per processing day; days with no file
*> are simply skipped.
load-journal-day.
    move spaces to journal-file-name.
    string "gr-journal-" delimited by size
        access-period delimited by size
        journal-day delimited by size
        into journal-file-name
    end-string.
    open input journal-file.
    if journal-status = '00'
        perform load-journal-record until journal-status not = '00'
    end-if
    close journal-file.

load-journal-record.
    read journal-file
        at end
            continue
        not at end
            if jr-operator not = spaces and jr-operator not = low-values
                move jr-operator to rl-operator
                perform store-journal-change
            end-if
    end-read.

store-journal-change.
    if change-count >= 5000
        move 'Y' to full-flag
    else
        add 1 to change-count
        perform find-operator-entry
        move operator-sub to tbl-chg-opr (change-count)
        move jr-operator to tbl-chg-operator (change-count)
        move jr-run-date to tbl-chg-date (change-count)
        move jr-program to tbl-chg-program (change-count)
        evaluate jr-action
            when 'R'
                move "REWRITE" to tbl-chg-action (change-count)
            when 'D'
                move "DELETE" to tbl-chg-action (change-count)
            when 'A'
                move "ADD" to tbl-chg-action (change-count)
            when other
                move jr-action to tbl-chg-action (change-count)
        end-evaluate
        move jr-image (1:4) to tbl-chg-store-id (change-count)
        move jr-image (5:50) to tbl-chg-name (change-count)
        move "JOURNALLED" to tbl-chg-detail (change-count)
    end-if.

load-month-audit.
    open input audit-history-file.
    if audit-status = '00'
        perform load-audit-record until audit-status not = '00'
    end-if
    close audit-history-file.

load-audit-record.
    read audit-history-file
        at end
            continue
        not at end
            if audit-run-date (1:6) = access-period
               and audit-operator not = spaces
               and audit-operator not = low-values
                move audit-operator to rl-operator
                perform store-audit-change
            end-if
    end-read.

store-audit-change.
    if change-count >= 5000
        move 'Y' to full-flag
    else
        add 1 to change-count
        perform find-operator-entry
        move operator-sub to tbl-chg-opr (change-count)
        move audit-operator to tbl-chg-operator (change-count)
        move audit-run-date to tbl-chg-date (change-count)
        move spaces to tbl-chg-program (change-count)
        move "AUDIT" to tbl-chg-action (change-count)
        move audit-store-id to tbl-chg-store-id (change-count)
        move audit-name to tbl-chg-name (change-count)
        move audit-new-sell-in to sell-in-disp
        move sell-in-disp to ad-sell-in
        move audit-old-quality to quality-disp
        move quality-disp to ad-old-quality
        move audit-new-quality to quality-disp
        move quality-disp to ad-new-quality
        move audit-detail-ws to tbl-chg-detail (change-count)
    end-if.

report-one-operator.
    move spaces to report-line.
    write report-line.
    move tbl-opr-id (operator-sub) to oh-id.
    move tbl-opr-name (operator-sub) to oh-name.
    move operator-heading to report-line.
    write report-line.
    perform report-operator-run
        varying run-sub from 1 by 1 until run-sub > run-count.
    perform report-operator-change
        varying change-sub from 1 by 1 until change-sub > change-count.
    move tbl-opr-runs (operator-sub) to ot-runs.
    move tbl-opr-refused (operator-sub) to ot-refused.
    move tbl-opr-changes (operator-sub) to ot-changes.
    move operator-total-line to report-line.
    write report-line.

report-operator-run.
    if tbl-run-opr (run-sub) = operator-sub
        add 1 to tbl-opr-runs (operator-sub)
        if tbl-run-condition (run-sub) = "REFUSED"
            add 1 to tbl-opr-refused (operator-sub)
        end-if
        perform write-run-line
    end-if.

report-operator-change.
    if tbl-chg-opr (change-sub) = operator-sub
        add 1 to tbl-opr-changes (operator-sub)
        perform write-change-line
    end-if.

report-unknown-ids.
    move spaces to report-line.
    write report-line.
    move unknown-heading to report-line.
    write report-line.
    perform report-unknown-run
        varying run-sub from 1 by 1 until run-sub > run-count.
    perform report-unknown-change
        varying change-sub from 1 by 1 until change-sub > change-count.

report-unknown-run.
    if tbl-run-opr (run-sub) = 0
        add 1 to unknown-runs
        perform write-run-line
    end-if.

report-unknown-change.
    if tbl-chg-opr (change-sub) = 0
        add 1 to unknown-changes
        perform write-change-line
    end-if.

write-run-line.
    add 1 to listed-runs.
    move tbl-run-date (run-sub) to rd-date.
    move tbl-run-program (run-sub) to rd-program.
    move tbl-run-condition (run-sub) to rd-condition.
    move tbl-run-in (run-sub) to rd-in.
    move tbl-run-reject (run-sub) to rd-reject.
    move tbl-run-rc (run-sub) to rd-rc.
    move tbl-run-operator (run-sub) to rd-operator.
    if tbl-run-condition (run-sub) = "REFUSED"
        move " ** REFUSED" to rd-flag
    else
        move spaces to rd-flag
    end-if.
    move run-detail to report-line.
    write report-line.

write-change-line.
    add 1 to listed-changes.
    move tbl-chg-date (change-sub) to cd-date.
    move tbl-chg-program (change-sub) to cd-program.
    move tbl-chg-action (change-sub) to cd-action.
    move tbl-chg-store-id (change-sub) to cd-store-id.
    move tbl-chg-name (change-sub) to cd-name.
    move tbl-chg-detail (change-sub) to cd-detail.
    move tbl-chg-operator (change-sub) to cd-operator.
    move change-detail to report-line.
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
    move "ACCESSRPT" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move listed-runs to rl-in-count.
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

end program AccessReport.
