*> Nightly partition record (gr-partitions): one record per partition
*> of a store-partitioned nightly run, in ascending store-id order.
*> A partition covers every store-id above the previous partition's
*> last store up to and including its own; the first partition also
*> takes untagged (blank store-id) records and the last partition
*> every store-id above the one before it, whatever its own last
*> store says, so the partitions always cover the whole master.
*> part-id is the id a partition's run is started under (the
*> GR_PARTITION setting) and the suffix on that partition's own
*> checkpoint, range lock, stage and output files.
    01 partition-record.
       02 part-id pic x(2).
       02 part-last-store pic x(4).
