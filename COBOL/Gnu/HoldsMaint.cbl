*> produces the holds register - one ACTIVE line per hold still in
*> force and one RELEASED line per hold dropped - so the stores can
*> see what is reserved and what has just come back on open sale.
*> Customer deposits are brought to book here: a deposit not yet on
*> gr-deposit-ledger is posted TAKEN, and the deposit on a hold that
*> expires uncollected is posted FORFEITED.

environment division.

    select runctl-file assign 'gr-runctl'
        file status is runctl-status.
    select optional runlog-file assign 'gr-runlog'.
    select optional deposit-file assign 'gr-deposit-ledger'.

data division.
file section.
   fd holds-file.
   copy "grholds.cpy".
   fd register-file.
   01 register-line pic x(120).
   fd runctl-file.
   copy "grrunctl.cpy".
   fd runlog-file.
   copy "grrunlog.cpy".
   fd deposit-file.
   copy "grdeplg.cpy".

working-storage section.
   01 run-rc pic 9(2) value 0.
         03 tbl-hold-name pic x(50).
         03 tbl-hold-expiry pic x(8).
         03 tbl-hold-state pic x.
         03 tbl-hold-customer-id pic x(8).
         03 tbl-hold-deposit pic 9(5)v99.
         03 tbl-hold-deposit-state pic x.
   01 holds-count pic 9(4) value 0 comp.
   01 holds-sub pic 9(4) comp.
   01 holds-overflow-flag pic x value 'N'.
      88 holds-overflow value 'Y'.
   01 active-count pic 9(6) value 0.
   01 released-count pic 9(6) value 0.
   01 taken-count pic 9(6) value 0.
   01 forfeited-count pic 9(6) value 0.
   01 taken-total pic 9(7)v99 value 0.
   01 forfeited-total pic 9(7)v99 value 0.
   01 deposit-action-ws pic x(9).
   01 register-detail.
      02 rg-state pic x(9).
      02 rg-store-id pic x(4).
      02 rg-name pic x(50).
      02 filler pic x(9) value " EXPIRES ".
      02 rg-expiry pic x(8).
      02 filler pic x(6) value " CUST ".
      02 rg-customer-id pic x(8).
      02 filler pic x(9) value " DEPOSIT ".
      02 rg-deposit pic zzzz9.99.
   01 register-total-line.
      02 filler pic x(7) value "ACTIVE ".
      02 rt-active pic zz9999.
      02 filler pic x(10) value " RELEASED ".
      02 rt-released pic zz9999.
   01 deposit-total-line.
      02 filler pic x(15) value "DEPOSITS TAKEN ".
      02 dt-taken pic zz9999.
      02 filler pic x(1) value space.
      02 dt-taken-total pic zzzzzz9.99.
      02 filler pic x(11) value " FORFEITED ".
      02 dt-forfeited pic zz9999.
      02 filler pic x(1) value space.
      02 dt-forfeited-total pic zzzzzz9.99.
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
        display "GR-RUNCTL NOT AVAILABLE - HOLDS NOT MAINTAINED"
        move run-rc to return-code
        goback
    end-if.
    open extend deposit-file.
    perform grade-one-hold
        varying holds-sub from 1 by 1
        until holds-sub > holds-count.
    close deposit-file.
    open output register-file.
    perform write-report-heading.
    perform write-register-entry
    move released-count to rt-released.
    move register-total-line to register-line.
    write register-line.
    move taken-count to dt-taken.
    move taken-total to dt-taken-total.
    move forfeited-count to dt-forfeited.
    move forfeited-total to dt-forfeited-total.
    move deposit-total-line to register-line.
    write register-line.
    close register-file.
    perform rewrite-holds-file.
    perform write-run-log.
    goback.

grade-one-hold.
    if tbl-hold-deposit (holds-sub) > 0
            and tbl-hold-deposit-state (holds-sub) not = 'T'
        move "TAKEN" to deposit-action-ws
        perform post-deposit
        move 'T' to tbl-hold-deposit-state (holds-sub)
        add 1 to taken-count
        add tbl-hold-deposit (holds-sub) to taken-total
    end-if.
    if tbl-hold-expiry (holds-sub) < run-date-ws
        move 'R' to tbl-hold-state (holds-sub)
        add 1 to released-count
        if tbl-hold-deposit (holds-sub) > 0
            move "FORFEITED" to deposit-action-ws
            perform post-deposit
            add 1 to forfeited-count
            add tbl-hold-deposit (holds-sub) to forfeited-total
        end-if
    else
        move 'A' to tbl-hold-state (holds-sub)
        add 1 to active-count
    end-if.

*> One deposit movement on the ledger for the hold at holds-sub.
post-deposit.
    move tbl-hold-store-id (holds-sub) to dep-store-id.
    move tbl-hold-name (holds-sub) to dep-name.
    move tbl-hold-customer-id (holds-sub) to dep-customer-id.
    move deposit-action-ws to dep-action.
    move tbl-hold-deposit (holds-sub) to dep-amount.
    move run-date-ws to dep-run-date.
    move "HOLDSMAINT" to dep-program.
    move spaces to dep-operator.
    write deposit-record.

write-register-entry.
    if tbl-hold-state (holds-sub) = 'R'
        move "RELEASED " to rg-state
    move tbl-hold-store-id (holds-sub) to rg-store-id.
    move tbl-hold-name (holds-sub) to rg-name.
    move tbl-hold-expiry (holds-sub) to rg-expiry.
    move tbl-hold-customer-id (holds-sub) to rg-customer-id.
    move tbl-hold-deposit (holds-sub) to rg-deposit.
    move register-detail to register-line.
    write register-line.

        move tbl-hold-store-id (holds-sub) to hold-store-id
        move tbl-hold-name (holds-sub) to hold-name
        move tbl-hold-expiry (holds-sub) to hold-expiry
        move tbl-hold-customer-id (holds-sub) to hold-customer-id
        move tbl-hold-deposit (holds-sub) to hold-deposit
        move tbl-hold-deposit-state (holds-sub)
            to hold-deposit-state
        write hold-record
    end-if.

                move hold-name to tbl-hold-name (holds-count)
                move hold-expiry to tbl-hold-expiry (holds-count)
                move space to tbl-hold-state (holds-count)
                move hold-customer-id
                    to tbl-hold-customer-id (holds-count)
                move hold-deposit to tbl-hold-deposit (holds-count)
                move hold-deposit-state
                    to tbl-hold-deposit-state (holds-count)
            end-if
    end-read.

    move holds-count to rl-in-count.
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

end program HoldsMaint.
