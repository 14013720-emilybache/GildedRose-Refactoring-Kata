*> Operator master record (gr-operators). One record per person who
*> may run the master-changing programs: the operator id they give
*> at the prompt, their name, and the programs they may run, named
*> as each program names itself on gr-runlog (PRICEMAINT, DISPOSE,
*> LOCKMAINT ...). An entry of ALL covers every program. An id not
*> on the master, or a program not in its list, is refused before
*> anything is touched; the id of everyone let through is stamped
*> on the journal, audit, lock and run log records the run writes.
    01 operator-record.
       02 opr-id pic x(8).
       02 opr-name pic x(30).
       02 opr-program pic x(12) occurs 12 times.
