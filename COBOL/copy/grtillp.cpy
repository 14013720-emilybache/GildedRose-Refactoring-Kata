*> Till price record (gr-till-prices), the active price file each
*> store's point-of-sale sends back: one line per item the till will
*> ring up, with the price it charges in the store's own currency.
*> Several stores' files can be concatenated into one; the
*> reconciliation sorts it into key order before matching it against
*> the items master.
    01 till-price-record.
       02 till-key.
          03 till-store-id pic x(4).
          03 till-name pic x(50).
       02 till-price-x pic x(7).
       02 till-price redefines till-price-x pic 9(5)v99.
