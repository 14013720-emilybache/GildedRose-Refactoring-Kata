*> Feed register record (gr-feed-register), appended by each
*> consuming program for every manifest batch it has applied: the
*> feed, the source system and its sequence number, the sender's
*> creation date, record count and hash total, and when, by which
*> program and under which operator it was applied. The highest
*> sequence per feed and source is what the next batch from that
*> source must follow on from.
    01 feed-register-record.
       02 freg-feed pic x(12).
       02 freg-source pic x(8).
       02 freg-sequence pic 9(6).
       02 freg-create-date pic x(8).
       02 freg-record-count pic 9(6).
       02 freg-hash-total pic s9(11)v99 sign leading separate.
       02 freg-applied-date pic x(8).
       02 freg-program pic x(12).
       02 freg-operator pic x(8).
