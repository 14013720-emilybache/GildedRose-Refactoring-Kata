*> Dual-control queue record (gr-pending). FeedSubmit queues every
*> line of a submitted price-change, transfer or adjustment feed here
*> with the submitting operator; FeedApprove records the checker's
*> decision; the maintenance program marks the line applied once the
*> master has taken it, or refused when its run turned the line away
*> (not on the master, quarantined, failed validation) and nothing
*> changed. pend-image is the feed line exactly as it will
*> reach the maintenance program. pend-status: P = waiting for a
*> decision, R = released and written to the live feed, D =
*> declined, A = applied by the maintenance program, F = refused by
*> the maintenance program. pend-applied-date is the date of the
*> applying or refusing run. A refused line is not fed again; it is
*> corrected and submitted as a new line.
*> pend-over-threshold Y means the line's measure (pend-measure: the
*> price cut percentage, the transfer valuation in base currency, or
*> the quality swing) is above the gr-parms threshold for its feed,
*> or could not be measured, so it must be decided by an operator
*> other than the submitter.
    01 pending-record.
       02 pend-seq pic 9(6).
       02 pend-feed pic x(8).
          88 pend-price-feed value "PRICE".
          88 pend-transfer-feed value "TRANSFER".
          88 pend-adjust-feed value "ADJUST".
       02 pend-status pic x.
          88 pend-waiting value 'P'.
          88 pend-released value 'R'.
          88 pend-declined value 'D'.
          88 pend-applied value 'A'.
          88 pend-refused value 'F'.
       02 pend-over-threshold pic x.
          88 pend-needs-second value 'Y'.
       02 pend-measure pic 9(9)v99.
       02 pend-submitter pic x(8).
       02 pend-submit-date pic x(8).
       02 pend-approver pic x(8).
       02 pend-decide-date pic x(8).
       02 pend-applied-date pic x(8).
       02 pend-image pic x(80).
