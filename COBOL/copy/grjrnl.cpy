*> utility replays the journal backwards - re-instating R and D
*> images, deleting A keys - to put the master back to its pre-run
*> state without reaching for last night's backup generation.
*> jr-operator is the operator id the program was run under (blank
*> for the unattended nightly steps); journals written before it was
*> added are 90 bytes and must be converted before Rollback reads
*> them.
    01 journal-record.
       02 jr-program pic x(12).
       02 jr-action pic x.
       02 jr-run-date pic x(8).
       02 jr-image pic x(69).
       02 jr-operator pic x(8).
