*> Supplier master record (gr-suppliers). One record per supplier:
*> the code purchasing knows it by, its name, the lead time in days
*> it has promised from order to delivery, and the lowest quality
*> the stores will accept on a received line. sup-class is the item
*> category class (as resolved off gr-categories) the supplier is
*> the default source for: Reorder assigns each suggestion to the
*> first supplier listed for the item's class, or failing that to
*> the first supplier whose class is blank - the catch-all source.
    01 supplier-record.
       02 sup-code pic x(6).
       02 sup-name pic x(30).
       02 sup-lead-days pic 9(3).
       02 sup-min-quality pic 9(2).
       02 sup-class pic x(12).
