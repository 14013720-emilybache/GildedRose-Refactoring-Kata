*> Price change record (gr-price-changes): the store and item to
*> reprice, the new price and the reason code carried to the
*> repricing trail.
    01 price-change-record.
       02 pc-store-id pic x(4).
       02 pc-name pic x(50).
       02 pc-new-price-x pic x(7).
       02 pc-new-price redefines pc-new-price-x pic 9(5)v99.
       02 pc-reason pic x(8).
