*> Store hierarchy record (gr-store-hierarchy): the district and
*> region a store reports under from hier-from-date to hier-to-date
*> inclusive (a blank to-date is open-ended), and the district
*> manager over it for those dates. A store that moves district
*> mid-year gets a row closed the day before the move and a new row
*> from the move, so figures dated before the move still roll up
*> under the old district. Where rows overlap the one starting
*> latest wins; a store with no row in force on a date reports as
*> unassigned. Every store of a district should carry the same
*> manager for the same dates.
    01 hierarchy-record.
       02 hier-store-id pic x(4).
       02 hier-district pic x(4).
       02 hier-region pic x(4).
       02 hier-manager pic x(30).
       02 hier-from-date pic x(8).
       02 hier-to-date pic x(8).
