*> Job-stream step definition (gr-jobstream). One record per step of
*> the nightly stream, in the order the steps are to run: the step
*> id the stream knows it by, the program to call (its program-id,
*> case as written), the highest return code the stream may carry
*> on past, and up to five step ids that must have completed within
*> their own limits before this step may start. A step whose
*> prerequisite failed or was itself skipped is skipped; steps that
*> do not depend on the failure still run.
    01 jobstream-record.
       02 js-step-id pic x(8).
       02 js-program pic x(30).
       02 js-max-rc pic 9(2).
       02 js-depends pic x(8) occurs 5 times.
