*> can force the lock free after confirming. Forcing a lock that a
*> live run still holds interleaves updates nobody can reconcile -
*> hence the confirmation, and the advice to check RunStatus first.
*> Every run is logged on gr-runlog under the operator's id, with a
*> count of 1 when a lock was forced free. Given a partition id from
*> gr-partitions, the same is done for that partition's range lock,
*> gr-itemlock-<id>, which a partition that died before its first
*> checkpoint leaves held and which would otherwise refuse both the
*> partition's restart and any whole-chain run; left blank, the
*> items-master lock itself.

environment division.

input-output section.

file-control.
    select lock-file assign to dynamic lock-file-name
        file status is lock-status.
    select partition-file assign 'gr-partitions'
        file status is partition-status.
    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select operator-file assign 'gr-operators'
        file status is operator-status.

data division.
file section.
   fd lock-file.
   copy "grlock.cpy".
   fd partition-file.
   copy "grpart.cpy".
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
   01 released-count pic 9(6) value 0.
   01 lock-status pic x(2).
   01 lock-file-name pic x(30) value "gr-itemlock".
   01 partition-status pic x(2).
   01 partition-id-ws pic x(2) value spaces.
   01 partition-flag pic x value 'N'.
      88 partition-found value 'Y'.
   01 lock-held-flag pic x value 'N'.
      88 lock-is-held value 'Y'.
   01 lock-time-ws pic x(8).
   01 force-choice pic x value 'N'.
      88 force-release value 'Y', 'y'.
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
    perform select-lock.
    if partition-id-ws not = spaces and not partition-found
        move 8 to run-rc
        move "REFUSED" to condition-ws
        perform write-run-log
        move run-rc to return-code
        goback
    end-if.
    perform read-lock-record.
    if not lock-is-held
        if partition-id-ws = spaces
            display "ITEMS MASTER LOCK IS FREE"
        else
            display "PARTITION " partition-id-ws " RANGE LOCK IS FREE"
        end-if
        perform write-run-log
        goback
    end-if.
    if partition-id-ws = spaces
        display "ITEMS MASTER LOCKED BY " lock-holder " SINCE "
            lock-date " " lock-time
    else
        display "PARTITION " partition-id-ws " RANGE LOCKED BY "
            lock-holder " SINCE " lock-date " " lock-time
    end-if.
    if lock-operator not = spaces
        display "RUN UNDER OPERATOR " lock-operator
    end-if.
    display "CHECK RUNSTATUS BEFORE RELEASING - A LIVE RUN MAY "
        "STILL HOLD THIS LOCK".
    display "Force release (Y/N): ".
    accept force-choice.
    if force-release
        perform write-lock-free
        add 1 to released-count
        display "LOCK RELEASED"
    else
        display "LOCK LEFT IN PLACE"
    end-if.
    perform write-run-log.
    goback.

*> Blank is the items-master lock; a partition id must be on
*> gr-partitions, and names that partition's range lock.
select-lock.
    display "Partition id (blank for the items master lock): ".
    accept partition-id-ws.
    if partition-id-ws not = spaces
        move 'N' to partition-flag
        open input partition-file
        if partition-status = '00'
            perform find-partition-record
                until partition-status not = '00'
                or partition-found
        end-if
        close partition-file
        if partition-found
            move spaces to lock-file-name
            string "gr-itemlock-" delimited by size
                partition-id-ws delimited by space
                into lock-file-name
            end-string
        else
            display "LOCKMAINT: PARTITION " partition-id-ws
                " NOT ON GR-PARTITIONS - RUN REFUSED"
        end-if
    end-if.

find-partition-record.
    read partition-file
        at end
            continue
        not at end
            if part-id = partition-id-ws
                move 'Y' to partition-flag
            end-if
    end-read.

read-lock-record.
    move 'N' to lock-held-flag.
    open input lock-file.
    accept lock-date from date yyyymmdd.
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
        display "LOCKMAINT: OPERATOR " operator-id-ws
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
    if opr-program (operator-sub) = "LOCKMAINT"
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
    move "LOCKMAINT" to rl-program.
    move "END" to rl-event.
    move condition-ws to rl-condition.
    move released-count to rl-in-count.
    move 0 to rl-reject-count.
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

end program LockMaint.
