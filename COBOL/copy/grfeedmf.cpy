*> Feed manifest record, the header and trailer every sender wraps
*> round its records on the five feeds that touch the items master
*> (in-items, gr-disposals, gr-receipts, gr-returns, gr-transfers).
*> It fills the first 46 bytes of a feed record - the programs move
*> each record into it - and is told apart by the tag where the
*> store-id sits; the rest of the record is spaces. A feed is one or
*> more batches, each a *HDR naming the source system, its feed sequence
*> number and creation date, the batch's records, and a *TRL
*> repeating source and sequence with the batch's record count and
*> hash total - the sum of the quality and price fields the records
*> carry (a field that is not numeric adds nothing; gr-transfers
*> carries neither, so its hash is zero, and gr-returns hashes its
*> days-since-sale). Each source's sequence runs on from the last
*> applied on gr-feed-register; a gap, a repeat or a count or hash
*> that does not agree refuses the whole feed before any record is
*> applied. An empty feed is nothing to do.
    01 feed-manifest-record.
       02 fm-tag pic x(4).
          88 fm-header value "*HDR".
          88 fm-trailer value "*TRL".
       02 fm-source pic x(8).
       02 fm-sequence pic 9(6).
       02 fm-create-date pic x(8).
       02 fm-record-count pic 9(6).
       02 fm-hash-total pic s9(11)v99 sign leading separate.
