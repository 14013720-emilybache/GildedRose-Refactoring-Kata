*> Operator status console for the overnight bridge. For the current
*> gr-runctl processing date this shows, per program, the latest
*> START and END events from gr-runlog with the condition and return
*> code each ended on, when it started and how long it took, flags
*> any program that started but never wrote an END (still running,
*> or abended without a log line), and
*> decodes the gr-checkpoint record - which phase the nightly run
*> was in (T = applying transactions, A = aging) and how far it had
*> got - so a mid-abend restart decision comes off one screen
         03 tbl-return-code pic 9(2).
         03 tbl-in-count pic 9(6).
         03 tbl-reject-count pic 9(6).
         03 tbl-start-time pic 9(8).
         03 tbl-elapsed pic 9(7)v99.
   01 program-count pic 9(4) value 0 comp.
   01 program-sub pic 9(4) comp.
   01 program-found-flag pic x value 'N'.
   01 rc-disp pic z9.
   01 in-count-disp pic zz9999.
   01 reject-count-disp pic zz9999.
   01 elapsed-disp pic z(6)9.99.
   01 start-time-disp.
      02 sd-hh pic 9(2).
      02 filler pic x value ":".
      02 sd-mm pic 9(2).
      02 filler pic x value ":".
      02 sd-ss pic 9(2).
   01 txn-count-disp pic zz9999.
   01 aged-count-disp pic zz9999.
   01 out-count-disp pic zz9999.
        move rl-return-code to tbl-return-code (program-sub)
        move rl-in-count to tbl-in-count (program-sub)
        move rl-reject-count to tbl-reject-count (program-sub)
        move rl-start-time to tbl-start-time (program-sub)
        move rl-elapsed to tbl-elapsed (program-sub)
    end-if.

find-program-entry.
            move 0 to tbl-return-code (program-sub)
            move 0 to tbl-in-count (program-sub)
            move 0 to tbl-reject-count (program-sub)
            move 0 to tbl-start-time (program-sub)
            move 0 to tbl-elapsed (program-sub)
        else
            move program-count to program-sub
        end-if
        display "  " tbl-program (program-sub) " ENDED "
            tbl-condition (program-sub) " RC " rc-disp
            " IN " in-count-disp " REJ " reject-count-disp
        move tbl-start-time (program-sub) (1:2) to sd-hh
        move tbl-start-time (program-sub) (3:2) to sd-mm
        move tbl-start-time (program-sub) (5:2) to sd-ss
        move tbl-elapsed (program-sub) to elapsed-disp
        display "      STARTED " start-time-disp " ELAPSED "
            elapsed-disp " SECS"
    else
        if tbl-start-seen (program-sub) = 'Y'
            display "  " tbl-program (program-sub)
