*> per item per run: the sell-in and quality going in and coming
*> out, stamped with the processing date from gr-runctl, plus the
*> price going in and coming out so automatic markdowns are on the
*> trail too. audit-operator is the operator id a maintenance
*> program was run under; the nightly run leaves it blank. Trails,
*> history and backup generations written before it was added are
*> 92 bytes and must be converted to the 100-byte layout.
    01 audit-record.
       02 audit-store-id pic x(4).
       02 audit-name pic x(50).
       02 audit-run-date pic x(8).
       02 audit-old-price pic 9(5)v99.
       02 audit-new-price pic 9(5)v99.
       02 audit-operator pic x(8).
