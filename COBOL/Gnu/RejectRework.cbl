        file status is parm-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select optional feed-register-file assign 'gr-feed-register'
        file status is feed-register-status.
    select operator-file assign 'gr-operators'
        file status is operator-status.

data division.
file section.
   copy "grparms.cpy".
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
   01 report-heading.
   01 register-total-line.
      02 rt-label pic x(20).
      02 rt-count pic zz9999.
   copy "grfeedmf.cpy".
   01 feed-register-status pic x(2).
   01 feed-source-ws pic x(8) value "REWORK".
   01 feed-last-seq pic 9(6) value 0.
   01 feed-create-date pic x(8).
   01 feed-count-ws pic 9(6) value 0.
   01 feed-hash-ws pic s9(11)v99 value 0.
   01 feed-scan-eof-flag pic x value 'N'.
      88 feed-scan-eof value 'Y'.
   01 feed-batch-flag pic x value 'N'.
      88 feed-batch-open value 'Y'.
   01 feed-hash-item.
      02 filler pic x(58).
      02 fh-quality pic s9(4).
      02 fh-price pic 9(5)v99.
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
    perform load-run-parms.
    perform load-legend-table.
    perform load-category-table.
    if batch-mode
        perform load-corrections-table
    end-if.
    perform find-last-feed-sequence.
    open input reject-file.
    open extend in-items.
    open output register-file.
    move register-total-line to register-line.
    write register-line.
    close reject-file.
    if feed-batch-open
        perform write-feed-trailer
    end-if.
    close in-items.
    close register-file.
    perform write-run-log.
    move run-rc to return-code.
    goback.

apply-correction.
    perform check-legendary.
    perform validate-item.
    if item-valid
        if not feed-batch-open
            perform write-feed-header
        end-if
        move rework-record to in-item
        write in-item
        perform add-feed-hash
        move "REPAIRED" to rg-action
        move rework-store-id to rg-store-id
        move rework-name to rg-name
    move report-heading to register-line.
    write register-line.

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
        display "REJECTREWORK: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "REJECTREWORK"
       or opr-program (operator-sub) = "ALL"
        move 'Y' to operator-flag
    end-if.

*> What this program puts on in-items goes out as a manifest batch
*> under its own source name, numbered on from the last batch of
*> that source already applied (gr-feed-register) or still waiting
*> on the feed, so the nightly run's manifest check accepts it.
find-last-feed-sequence.
    move 0 to feed-last-seq.
    open input feed-register-file.
    if feed-register-status = '00'
        perform scan-feed-register until feed-register-status not = '00'
    end-if
    close feed-register-file.
    move 'N' to feed-scan-eof-flag.
    open input in-items.
    perform scan-feed-header until feed-scan-eof.
    close in-items.

scan-feed-register.
    read feed-register-file
        at end
            continue
        not at end
            if freg-feed = "in-items" and freg-source = feed-source-ws
               and freg-sequence > feed-last-seq
                move freg-sequence to feed-last-seq
            end-if
    end-read.

scan-feed-header.
    read in-items
        at end
            move 'Y' to feed-scan-eof-flag
        not at end
            move in-item to feed-manifest-record
            if fm-header and fm-source = feed-source-ws
               and fm-sequence is numeric
               and fm-sequence > feed-last-seq
                move fm-sequence to feed-last-seq
            end-if
    end-read.

write-feed-header.
    add 1 to feed-last-seq.
    move 0 to feed-count-ws.
    move 0 to feed-hash-ws.
    accept feed-create-date from date yyyymmdd.
    move "*HDR" to fm-tag.
    move feed-source-ws to fm-source.
    move feed-last-seq to fm-sequence.
    move feed-create-date to fm-create-date.
    move 0 to fm-record-count.
    move 0 to fm-hash-total.
    move feed-manifest-record to in-item.
    write in-item.
    move 'Y' to feed-batch-flag.

add-feed-hash.
    add 1 to feed-count-ws.
    move in-item-image to feed-hash-item.
    if fh-quality is numeric
        add fh-quality to feed-hash-ws
    end-if.
    if fh-price is numeric
        add fh-price to feed-hash-ws
    end-if.

write-feed-trailer.
    move "*TRL" to fm-tag.
    move feed-source-ws to fm-source.
    move feed-last-seq to fm-sequence.
    move feed-create-date to fm-create-date.
    move feed-count-ws to fm-record-count.
    move feed-hash-ws to fm-hash-total.
    move feed-manifest-record to in-item.
    write in-item.
    move 'N' to feed-batch-flag.

load-run-control.
    open input runctl-file.
    if runctl-status = '00'
    end-if
    close runctl-file.

write-run-log.
    move run-date-ws to rl-run-date.
    move "REJECTREWORK" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move repaired-count to rl-in-count.
    move abandoned-count to rl-reject-count.
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

end program RejectRework.
