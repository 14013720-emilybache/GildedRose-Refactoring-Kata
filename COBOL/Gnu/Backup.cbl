   fd backup-items.
   01 backup-item-rec pic x(69).
   fd backup-audit.
   01 backup-audit-rec pic x(100).
   fd backup-trailer.
   01 backup-trailer-rec pic x(69).
   fd catalog-file.
      88 gen-on-file value 'Y'.
   01 copy-eof-flag pic x value 'N'.
      88 copy-eof value 'Y'.
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
    perform load-run-parms.
    if run-date-ws = spaces
    move items-copied to rl-in-count.
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

end program Backup.
