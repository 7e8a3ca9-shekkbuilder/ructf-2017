      *> pend-status is space while the proposal awaits a decision,
      *> 'a' once applied and 'r' once rejected; the decided-by and
      *> decided-timestamp fields are filled in with the status.
      *> pend-proposed-by is the requester who queued the proposal,
      *> so the approver can be checked against it.
      *> pend-param-value-tail carries the rest of a proposed value
      *> longer than 87 bytes (see ovflval.cpy).
       01 pending-record.
         02 pend-sequence picture 9(9).
         02 pend-section-name picture x(40).
         02 pend-status picture x.
         02 pend-decided-by picture x(8).
         02 pend-decided-timestamp picture x(21).
         02 pend-proposed-by picture x(8).
         02 pend-param-value-tail picture x(813).
