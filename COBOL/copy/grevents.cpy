*> passes for. A BACKSTAGE-class pass item is linked to its event by
*> item name. Per-event tier thresholds let a concert price up on
*> its own schedule; a threshold of 00 means "use the gr-parms
*> default". event-date is the concert date (YYYYMMDD) and
*> event-state where the concert stands - SCHEDULED, POSTPONED (to
*> the event-date now carried) or CANCELLED - both kept by
*> EventMaint, which resets or zeroes the linked passes to match.
*> A blank state reads as SCHEDULED. Masters written before the date
*> and state were added are 58 bytes and must be converted to the
*> 75-byte layout.
    01 event-record.
       02 event-code pic x(4).
       02 event-name pic x(50).
       02 event-tier1-days pic 9(2).
       02 event-tier2-days pic 9(2).
       02 event-date pic x(8).
       02 event-state pic x(9).
          88 event-scheduled value "SCHEDULED", spaces.
          88 event-postponed value "POSTPONED".
          88 event-cancelled value "CANCELLED".
