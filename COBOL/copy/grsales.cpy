*> out of the real figure. The gr-disposals feed is fixed-length
*> and must be cut over to the widened 69-byte layout that carries
*> the proceeds field; an old-format feed misframes rather than
*> reading as blanks. sale-cost is the weighted-average unit cost
*> off gr-cost-ledger at the moment of sale, the cost of goods sold
*> the cost-based margin and the month-end COGS are struck from;
*> sale-cost-source is 'L' when it came off the ledger and 'P' when
*> the item had no ledger entry and the carrying price stood in.
*> Sales written before the cost fields were added must be
*> converted to this layout before the trail is appended to again.
    01 sale-record.
       02 sale-store-id pic x(4).
       02 sale-name pic x(50).
       02 sale-proceeds pic 9(5)v99.
       02 sale-proceeds-source pic x.
       02 sale-run-date pic x(8).
       02 sale-cost pic 9(5)v99.
       02 sale-cost-source pic x.
