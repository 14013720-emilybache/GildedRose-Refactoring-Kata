*> bridge can alert on the outcome without reading the morning
*> reports: which program, for which processing date, how it ended
*> (CLEAN, WARNINGS, FATAL, REFUSED, ABORTED), its record and reject
*> counts, and the return code it set. The job-stream driver also
*> writes one STEP record per step, under the step id, whose
*> condition is the step's outcome in the stream (CLEAN, WARNINGS,
*> FAILED - over the step's return-code limit, SKIPPED - a
*> prerequisite did not complete, PRIOR RUN - completed on an
*> earlier pass and not rerun); the step's own program logs its END
*> record as usual. rl-operator is the operator id the program was
*> run under - blank for the unattended nightly steps - and is what
*> the monthly access report reads; logs kept from before it was
*> added are 50 bytes and must be converted.
*> The start and end stamps are the wall-clock date and time
*> (HHMMSSCC) the program began and wrote the record, and rl-elapsed
*> the seconds between them, which the batch-window report trends
*> night on night. A START record carries its start stamp only.
*> Logs kept from before the stamps were added are 58 bytes and must
*> be converted, with the stamps zero.
    01 runlog-record.
       02 rl-run-date pic x(8).
       02 rl-program pic x(12).
       02 rl-in-count pic 9(6).
       02 rl-reject-count pic 9(6).
       02 rl-return-code pic 9(2).
       02 rl-operator pic x(8).
       02 rl-start-date pic 9(8).
       02 rl-start-time pic 9(8).
       02 rl-end-date pic 9(8).
       02 rl-end-time pic 9(8).
       02 rl-elapsed pic 9(7)v99.
