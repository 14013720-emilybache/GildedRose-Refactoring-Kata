*> Unresolved item code line (gr-unresolved-codes), appended by every
*> program that reads an inbound feed for each record whose name
*> field carried a code it could not resolve through gr-item-codes:
*> the processing date, the feed and the program that met it, the
*> store and the code exactly as sent, and why it failed (UNKNOWN
*> CODE, or BARCODE WITHOUT SKU where the barcode row names a SKU
*> with no row of its own). The record is not applied - it is not
*> added to the master or treated as an unknown item - and stays
*> out until the code is set up on gr-item-codes and the line is
*> sent again; a program that keeps its own register notes it there
*> as UNRESOLVED CODE. One file for all the feeds, so the code
*> master's owners work from a single list.
    01 unresolved-record.
       02 unr-run-date pic x(8).
       02 filler pic x.
       02 unr-feed pic x(12).
       02 filler pic x.
       02 unr-program pic x(12).
       02 filler pic x.
       02 unr-store-id pic x(4).
       02 filler pic x.
       02 unr-code pic x(50).
       02 filler pic x.
       02 unr-reason pic x(20).
