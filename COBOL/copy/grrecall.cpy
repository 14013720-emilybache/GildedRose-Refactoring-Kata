*> Recall notice record (gr-recalls): one record per supplier recall
*> to be pulled from the stores. An item is caught by the recall when
*> its name matches rcl-name - exactly (match E) or as a prefix
*> (match P) - its store is on rcl-store (ten blank entries means
*> every store), and it was received at that store, on
*> gr-receipts-history, between rcl-from-date and rcl-to-date
*> inclusive. rcl-supplier is the recalling supplier, for the trace
*> report only.
    01 recall-record.
       02 rcl-id pic x(8).
       02 rcl-match pic x.
          88 rcl-prefix-match value 'P'.
       02 rcl-name pic x(50).
       02 rcl-from-date pic x(8).
       02 rcl-to-date pic x(8).
       02 rcl-supplier pic x(6).
       02 rcl-store pic x(4) occurs 10 times.
