*> Inter-store transfer record (gr-transfers). One line per item to
*> move whole from the sending store's key to the receiving store's.
*> The nightly allocation run writes its proposals to
*> gr-transfers-proposed in the same layout. gr-transfers itself is
*> written by the approval run from the lines released on the
*> dual-control queue.
    01 transfer-record.
       02 xfr-from-store pic x(4).
       02 xfr-to-store pic x(4).
       02 xfr-name pic x(50).
