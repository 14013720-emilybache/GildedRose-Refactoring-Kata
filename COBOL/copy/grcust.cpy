*> Customer master record (gr-customers): one record per customer
*> account that can hold stock. cust-id is the account the holds
*> file and the deposit ledger carry; the name and phone are what the
*> store calls the customer on when a pickup notice comes up, and
*> cust-home-store the store that opened the account.
    01 customer-record.
       02 cust-id pic x(8).
       02 cust-name pic x(30).
       02 cust-phone pic x(16).
       02 cust-home-store pic x(4).
