program-id. NightMerge as "NightMerge".

*> Merge step of the store-partitioned nightly run. Once every
*> partition on gr-partitions has aged the processing date through
*> to the end (its own gr-runstage-<id> stamped age-done), the
*> partitions' night outputs are combined into the single set the
*> downstream steps read: gr-rejects, gr-audit (and its copy on
*> gr-audit-history), the markdown report with one heading a day,
*> gr-trailer-history (each day's STOR lines in store order followed
*> by one TRLR line summing the partitions) and the final day's
*> gr-trailer, and gr-rate-warning. The feed's batches go on
*> gr-feed-register, the run control is stamped complete, the
*> chain's gr-runstage goes to age-done and the master lock the
*> partitions shared is released. The night is logged as one
*> GILDEDROSE END entry carrying the combined record and reject
*> counts and the worst return code any partition ended on.
*>
*> A partition still outstanding refuses the merge and nothing is
*> combined: the completed partitions stay committed, and the
*> failed one is restarted on its own before the merge is run again.

environment division.

input-output section.

file-control.
    select partition-file assign 'gr-partitions'
        file status is partition-status.
    select part-stage-file assign to dynamic part-file-name
        file status is part-status.
    select part-reject-file assign to dynamic part-file-name
        file status is part-status.
    select part-audit-file assign to dynamic part-file-name
        file status is part-status.
    select part-markdown-file assign to dynamic part-file-name
        file status is part-status.
    select part-trailer-file assign to dynamic part-file-name
        file status is part-status.
    select part-warning-file assign to dynamic part-file-name
        file status is part-status.
    select reject-file assign 'gr-rejects'.
    select audit-file assign 'gr-audit'.
    select optional audit-history-file assign 'gr-audit-history'.
    select markdown-report assign 'gr-markdown-report'.
    select trailer-file assign 'gr-trailer'.
    select optional trailer-history-file assign 'gr-trailer-history'.
    select rate-warning-file assign 'gr-rate-warning'.
    select in-items assign 'in-items'
        file status is in-items-status.
    select optional feed-register-file assign 'gr-feed-register'
        file status is feed-register-status.
    select runstage-file assign 'gr-runstage'.
    select lock-file assign 'gr-itemlock'
        file status is lock-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'
        file status is runlog-status.

data division.
file section.
   fd partition-file.
   copy "grpart.cpy".
   fd part-stage-file.
   01 part-stage-record.
      02 ps-date pic x(8).
      02 ps-txn-done pic x.
      02 ps-age-done pic x.
   fd part-reject-file.
   01 part-reject-record pic x(90).
   fd part-audit-file.
   01 part-audit-record pic x(100).
   fd part-markdown-file.
   01 part-markdown-line pic x(120).
   fd part-trailer-file.
   01 part-trailer-line pic x(69).
   fd part-warning-file.
   01 part-warning-record.
      02 pw-run-date pic x(8).
      02 pw-flag pic x.
   fd reject-file.
   01 reject-record pic x(90).
   fd audit-file.
   01 audit-record pic x(100).
   fd audit-history-file.
   01 audit-history-record pic x(100).
   fd markdown-report.
   01 markdown-line pic x(120).
   fd trailer-file.
   01 trailer-line pic x(69).
   fd trailer-history-file.
   01 trailer-history-line pic x(69).
   fd rate-warning-file.
   01 rate-warning-record.
      02 rw-run-date pic x(8).
      02 rw-flag pic x.
   fd in-items.
   copy "grinitem.cpy".
   fd feed-register-file.
   copy "grfeedrg.cpy".
   fd runstage-file.
   copy "grrunstg.cpy".
   fd lock-file.
   copy "grlock.cpy".
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
   01 condition-ws pic x(10) value "CLEAN".
   01 runctl-status pic x(2).
   01 runctl-ok-flag pic x value 'N'.
      88 runctl-on-hand value 'Y'.
   01 process-date-ws pic x(8) value spaces.
   01 last-run-date-ws pic x(8) value spaces.
   01 override-ws pic x value 'N'.
      88 operator-override value 'Y', 'y'.
   01 runlog-status pic x(2).
   01 lock-status pic x(2).
   01 lock-time-ws pic x(8).
   01 in-items-status pic x(2).
   01 partition-status pic x(2).
   01 part-status pic x(2).
   01 part-file-name pic x(30).
   01 file-base-ws pic x(20).
   01 partition-table.
      02 partition-entry occurs 10 times.
         03 tbl-part-id pic x(2).
         03 tbl-part-done pic x.
         03 tbl-part-rc pic 9(2).
   01 partition-count pic 9(4) value 0 comp.
   01 partition-sub pic 9(4) comp.
   01 outstanding-count pic 9(4) value 0 comp.
   01 part-program-ws pic x(12).
   01 part-eof-flag pic x value 'N'.
      88 part-eof value 'Y'.
*> The logical days the partitions aged, in order, off the first
*> partition's trailer lines - every partition runs the same days.
   01 day-table.
      02 day-entry occurs 31 times pic x(8).
   01 day-count pic 9(4) value 0 comp.
   01 day-sub pic 9(4) comp.
   01 day-found-flag pic x value 'N'.
      88 day-found value 'Y'.
   01 current-day-ws pic x(8).
   01 markdown-day-ws pic x(8).
   01 in-record-count pic 9(6) value 0.
   01 reject-count pic 9(6) value 0.
   01 part-in-count pic 9(6).
   01 part-out-count pic 9(6).
   01 part-sum-quality pic 9(8).
   01 part-valuation pic 9(9)v99.
   01 part-trlr-flag pic x value 'N'.
      88 part-trlr-seen value 'Y'.
   01 rate-warning-flag pic x value 'N'.
      88 rate-warning-raised value 'Y'.
*> The shared item layout, laid over a partition trailer line to
*> tell TRLR from STOR and read the day and counts off it.
   copy "gritem.cpy".
   01 store-trailer.
      02 st-marker pic x(4).
      02 st-in-count pic 9(6).
      02 st-out-count pic 9(6).
      02 st-sum-quality pic 9(8).
      02 st-valuation-total pic 9(9)v99.
      02 st-run-date pic x(8).
      02 st-store-id pic x(4).
      02 filler pic x(22).
   01 markdown-heading.
      02 mh-title pic x(27) value "MARKDOWN REPORT - RUN DATE ".
      02 mh-run-date pic x(8).
   01 markdown-check.
      02 mc-title pic x(27).
      02 mc-run-date pic x(8).
      02 filler pic x(85).
*> The feed's batches, off its headers and trailers - the partitions
*> have already proved them, so they are only collected here.
   copy "grfeedmf.cpy".
   01 feed-register-status pic x(2).
   01 feed-eof-flag pic x value 'N'.
      88 feed-eof value 'Y'.
   01 feed-batch-table.
      02 feed-batch-entry occurs 50 times.
         03 tbl-bat-source pic x(8).
         03 tbl-bat-sequence pic 9(6).
         03 tbl-bat-create-date pic x(8).
         03 tbl-bat-count pic 9(6).
         03 tbl-bat-hash pic s9(11)v99.
   01 feed-batch-count pic 9(4) value 0 comp.
   01 feed-batch-sub pic 9(4) comp.
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
    if not runctl-on-hand
        display "GR-RUNCTL NOT AVAILABLE - MERGE REFUSED"
        perform refuse-merge
    end-if.
    if process-date-ws = last-run-date-ws
       and not operator-override
        display "RUN FOR " process-date-ws
            " ALREADY COMPLETED - MERGE REFUSED"
        perform refuse-merge
    end-if.
    perform load-partition-table.
    if partition-count = 0
        display "GR-PARTITIONS NOT AVAILABLE - MERGE REFUSED"
        perform refuse-merge
    end-if.
    perform check-partition-done
        varying partition-sub from 1 by 1
        until partition-sub > partition-count.
    if outstanding-count > 0
        display "NIGHTMERGE: " outstanding-count
            " PARTITION(S) NOT COMPLETE FOR " process-date-ws
            " - MERGE REFUSED"
        perform refuse-merge
    end-if.
    perform merge-rejects.
    perform merge-audit.
    perform load-day-table.
    perform merge-markdown.
    perform merge-trailers.
    perform merge-rate-warning.
    perform record-feed-register.
    perform write-run-control.
    perform write-run-stage.
    perform release-item-lock.
    perform scan-partition-outcomes.
    if reject-count > 0 or rate-warning-raised
        if run-rc < 4
            move 4 to run-rc
        end-if
    end-if.
    if run-rc = 0
        move "CLEAN" to condition-ws
    else
        move "WARNINGS" to condition-ws
    end-if.
    move "GILDEDROSE" to rl-program.
    perform write-run-log.
    move run-rc to return-code.
    goback.

*> Refused before anything is combined: the partitions' outputs and
*> the master lock stay as they are.
refuse-merge.
    move 8 to run-rc.
    move "REFUSED" to condition-ws.
    move "NIGHTMERGE" to rl-program.
    perform write-run-log.
    move run-rc to return-code.
    goback.

check-partition-done.
    move 'N' to tbl-part-done (partition-sub).
    move 0 to tbl-part-rc (partition-sub).
    move "gr-runstage" to file-base-ws.
    perform name-partition-file.
    open input part-stage-file.
    if part-status = '00'
        read part-stage-file
            not at end
                if ps-date = process-date-ws and ps-age-done = 'Y'
                    move 'Y' to tbl-part-done (partition-sub)
                end-if
        end-read
    end-if.
    close part-stage-file.
    if tbl-part-done (partition-sub) not = 'Y'
        add 1 to outstanding-count
        display "NIGHTMERGE: PARTITION " tbl-part-id (partition-sub)
            " HAS NOT COMPLETED " process-date-ws
    end-if.

name-partition-file.
    move spaces to part-file-name.
    string file-base-ws delimited by space
        "-" delimited by size
        tbl-part-id (partition-sub) delimited by space
        into part-file-name
    end-string.

merge-rejects.
    open output reject-file.
    perform copy-partition-rejects
        varying partition-sub from 1 by 1
        until partition-sub > partition-count.
    close reject-file.

copy-partition-rejects.
    move "gr-rejects" to file-base-ws.
    perform name-partition-file.
    move 'N' to part-eof-flag.
    open input part-reject-file.
    if part-status = '00'
        perform copy-reject-record until part-eof
    end-if.
    close part-reject-file.

copy-reject-record.
    read part-reject-file
        at end
            move 'Y' to part-eof-flag
        not at end
            add 1 to reject-count
            move part-reject-record to reject-record
            write reject-record
    end-read.

merge-audit.
    open output audit-file.
    open extend audit-history-file.
    perform copy-partition-audit
        varying partition-sub from 1 by 1
        until partition-sub > partition-count.
    close audit-file.
    close audit-history-file.

copy-partition-audit.
    move "gr-audit" to file-base-ws.
    perform name-partition-file.
    move 'N' to part-eof-flag.
    open input part-audit-file.
    if part-status = '00'
        perform copy-audit-record until part-eof
    end-if.
    close part-audit-file.

copy-audit-record.
    read part-audit-file
        at end
            move 'Y' to part-eof-flag
        not at end
            move part-audit-record to audit-record
            write audit-record
            move part-audit-record to audit-history-record
            write audit-history-record
    end-read.

*> The days come off the first partition's TRLR lines; a day seen
*> twice (a restart that re-closed it) is listed once.
load-day-table.
    move 0 to day-count.
    move 1 to partition-sub.
    move "gr-trailer" to file-base-ws.
    perform name-partition-file.
    move 'N' to part-eof-flag.
    open input part-trailer-file.
    if part-status = '00'
        perform load-day-record until part-eof
    end-if.
    close part-trailer-file.
    if day-count = 0
        move 1 to day-count
        move process-date-ws to day-entry (1)
    end-if.

load-day-record.
    read part-trailer-file
        at end
            move 'Y' to part-eof-flag
        not at end
            move part-trailer-line to item
            if trailer-marker = "TRLR"
                perform add-day-entry
            end-if
    end-read.

add-day-entry.
    move 'N' to day-found-flag.
    perform find-day-entry varying day-sub from 1 by 1
        until day-sub > day-count or day-found.
    if not day-found and day-count < 31
        add 1 to day-count
        move trailer-run-date to day-entry (day-count)
    end-if.

find-day-entry.
    if day-entry (day-sub) = trailer-run-date
        move 'Y' to day-found-flag
    end-if.

*> One heading a day, then every partition's lines for that day in
*> partition (store) order. A partition's lines belong to the day of
*> the heading they follow.
merge-markdown.
    open output markdown-report.
    perform merge-markdown-day
        varying day-sub from 1 by 1 until day-sub > day-count.
    close markdown-report.

merge-markdown-day.
    move day-entry (day-sub) to current-day-ws.
    move current-day-ws to mh-run-date.
    move markdown-heading to markdown-line.
    write markdown-line.
    perform copy-partition-markdown
        varying partition-sub from 1 by 1
        until partition-sub > partition-count.

copy-partition-markdown.
    move "gr-markdown-report" to file-base-ws.
    perform name-partition-file.
    move spaces to markdown-day-ws.
    move 'N' to part-eof-flag.
    open input part-markdown-file.
    if part-status = '00'
        perform copy-markdown-line until part-eof
    end-if.
    close part-markdown-file.

copy-markdown-line.
    read part-markdown-file
        at end
            move 'Y' to part-eof-flag
        not at end
            move part-markdown-line to markdown-check
            if mc-title = mh-title
                move mc-run-date to markdown-day-ws
            else
                if markdown-day-ws = current-day-ws
                    move part-markdown-line to markdown-line
                    write markdown-line
                end-if
            end-if
    end-read.

*> Per day: every partition's STOR lines for the day, then the one
*> TRLR line summing the partitions' TRLR lines for the day (the
*> last one a partition wrote, should a restart have written it
*> twice). The final day's TRLR is also the night's gr-trailer.
merge-trailers.
    open extend trailer-history-file.
    perform merge-trailer-day
        varying day-sub from 1 by 1 until day-sub > day-count.
    close trailer-history-file.

merge-trailer-day.
    move day-entry (day-sub) to current-day-ws.
    move 0 to part-in-count.
    move 0 to part-out-count.
    move 0 to part-sum-quality.
    move 0 to part-valuation.
    perform copy-partition-trailer
        varying partition-sub from 1 by 1
        until partition-sub > partition-count.
    move spaces to item.
    move "TRLR" to trailer-marker.
    move part-in-count to trailer-in-count.
    move part-out-count to trailer-out-count.
    move part-sum-quality to trailer-sum-quality.
    move part-valuation to trailer-valuation-total.
    move current-day-ws to trailer-run-date.
    move spaces to trailer-filler.
    move trailer-record to trailer-history-line.
    write trailer-history-line.
    if day-sub = day-count
        move part-in-count to in-record-count
        move trailer-record to trailer-line
        open output trailer-file
        write trailer-line
        close trailer-file
    end-if.

copy-partition-trailer.
    move "gr-trailer" to file-base-ws.
    perform name-partition-file.
    move 'N' to part-trlr-flag.
    move 'N' to part-eof-flag.
    open input part-trailer-file.
    if part-status = '00'
        perform copy-trailer-line until part-eof
    end-if.
    close part-trailer-file.
    if part-trlr-seen
        add trailer-in-count to part-in-count
        add trailer-out-count to part-out-count
        add trailer-sum-quality to part-sum-quality
        add trailer-valuation-total to part-valuation
    end-if.

*> The partition's last TRLR line for the day is left in the item
*> area for copy-partition-trailer to add in.
copy-trailer-line.
    read part-trailer-file
        at end
            move 'Y' to part-eof-flag
        not at end
            move part-trailer-line to store-trailer
            if st-marker = "STOR" and st-run-date = current-day-ws
                move part-trailer-line to trailer-history-line
                write trailer-history-line
            end-if
            if st-marker = "TRLR" and st-run-date = current-day-ws
                move part-trailer-line to item
                move 'Y' to part-trlr-flag
            end-if
    end-read.

merge-rate-warning.
    perform read-partition-warning
        varying partition-sub from 1 by 1
        until partition-sub > partition-count.
    move process-date-ws to rw-run-date.
    if rate-warning-raised
        move 'Y' to rw-flag
    else
        move 'N' to rw-flag
    end-if.
    open output rate-warning-file.
    write rate-warning-record.
    close rate-warning-file.

read-partition-warning.
    move "gr-rate-warning" to file-base-ws.
    perform name-partition-file.
    open input part-warning-file.
    if part-status = '00'
        read part-warning-file
            not at end
                if pw-run-date = process-date-ws and pw-flag = 'Y'
                    move 'Y' to rate-warning-flag
                end-if
        end-read
    end-if.
    close part-warning-file.

*> The worst return code any partition ended on for the date - its
*> last END line, should it have been restarted.
scan-partition-outcomes.
    open input runlog-file.
    if runlog-status = '00'
        perform scan-runlog-record until runlog-status not = '00'
    end-if.
    close runlog-file.
    perform take-partition-rc
        varying partition-sub from 1 by 1
        until partition-sub > partition-count.

scan-runlog-record.
    read runlog-file
        at end
            continue
        not at end
            if rl-run-date = process-date-ws and rl-event = "END"
                perform match-partition-program
                    varying partition-sub from 1 by 1
                    until partition-sub > partition-count
            end-if
    end-read.

match-partition-program.
    move spaces to part-program-ws.
    string "GILDEDROSE" delimited by size
        tbl-part-id (partition-sub) delimited by space
        into part-program-ws
    end-string.
    if rl-program = part-program-ws
        move rl-return-code to tbl-part-rc (partition-sub)
    end-if.

take-partition-rc.
    if tbl-part-rc (partition-sub) > run-rc
        move tbl-part-rc (partition-sub) to run-rc
    end-if.

*> Every batch on tonight's feed goes on the register, as the
*> whole-chain run registers them, so the same sequence is refused
*> if the feed is ever sent again.
record-feed-register.
    move 0 to feed-batch-count.
    move 'N' to feed-eof-flag.
    open input in-items.
    if in-items-status = '00'
        perform collect-feed-record until feed-eof
    end-if.
    close in-items.
    open extend feed-register-file.
    perform write-feed-register-entry
        varying feed-batch-sub from 1 by 1
        until feed-batch-sub > feed-batch-count.
    close feed-register-file.

collect-feed-record.
    read in-items
        at end
            move 'Y' to feed-eof-flag
        not at end
            move in-item to feed-manifest-record
            if fm-header and feed-batch-count < 50
                add 1 to feed-batch-count
                move fm-source to tbl-bat-source (feed-batch-count)
                move fm-sequence to tbl-bat-sequence (feed-batch-count)
                move fm-create-date
                    to tbl-bat-create-date (feed-batch-count)
                move 0 to tbl-bat-count (feed-batch-count)
                move 0 to tbl-bat-hash (feed-batch-count)
            end-if
            if fm-trailer and feed-batch-count > 0
                move fm-record-count to tbl-bat-count (feed-batch-count)
                move fm-hash-total to tbl-bat-hash (feed-batch-count)
            end-if
    end-read.

write-feed-register-entry.
    move "in-items" to freg-feed.
    move tbl-bat-source (feed-batch-sub) to freg-source.
    move tbl-bat-sequence (feed-batch-sub) to freg-sequence.
    move tbl-bat-create-date (feed-batch-sub) to freg-create-date.
    move tbl-bat-count (feed-batch-sub) to freg-record-count.
    move tbl-bat-hash (feed-batch-sub) to freg-hash-total.
    move process-date-ws to freg-applied-date.
    move "GILDEDROSE" to freg-program.
    move spaces to freg-operator.
    write feed-register-record.

load-partition-table.
    move 0 to partition-count.
    open input partition-file.
    if partition-status = '00'
        perform load-partition-record until partition-status not = '00'
            or partition-count >= 10
    end-if
    close partition-file.

load-partition-record.
    read partition-file
        at end
            continue
        not at end
            if part-id not = spaces
                add 1 to partition-count
                move part-id to tbl-part-id (partition-count)
            end-if
    end-read.

load-run-control.
    open input runctl-file.
    if runctl-status = '00'
        read runctl-file
            not at end
                move 'Y' to runctl-ok-flag
                move runctl-process-date to process-date-ws
                move runctl-last-run-date to last-run-date-ws
                move runctl-override to override-ws
        end-read
    end-if
    close runctl-file.

*> A merged night is a completed night: the processing date is
*> recorded as done and any operator override dropped, as the
*> whole-chain run does.
write-run-control.
    move process-date-ws to runctl-process-date.
    move process-date-ws to runctl-last-run-date.
    move 'N' to runctl-override.
    open output runctl-file.
    write runctl-record.
    close runctl-file.

write-run-stage.
    move process-date-ws to stage-date.
    move 'Y' to stage-txn-done.
    move 'Y' to stage-age-done.
    open output runstage-file.
    write runstage-record.
    close runstage-file.

*> The master lock the partitions held between them.
release-item-lock.
    move 'F' to lock-state.
    move "GILDEDROSE" to lock-holder.
    move process-date-ws to lock-date.
    accept lock-time-ws from time.
    move lock-time-ws (1:6) to lock-time.
    move spaces to lock-operator.
    open output lock-file.
    write lock-record.
    close lock-file.

write-run-log.
    move process-date-ws to rl-run-date.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move in-record-count to rl-in-count.
    move reject-count to rl-reject-count.
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

end program NightMerge.
