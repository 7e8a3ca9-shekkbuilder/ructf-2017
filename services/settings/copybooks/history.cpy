      *> settings-history record layout. Appended (never rewritten)
      *> whenever put-setting changes an existing sparam-value, so the
      *> prior value is not lost. hist-operator-id is the operator
      *> or requester whose change displaced the value; spaces on
      *> records written before the id was kept, or by a caller that
      *> did not pass one. hist-old-value-tail carries the rest of a
      *> displaced value longer than 87 bytes (see ovflval.cpy).
      *> hist-chain-seq and hist-chain-value chain each record to the
      *> one before it exactly as audit.dat's are (see auditlog.cpy).
       01 history-record.
         02 hist-composite-key.
           03 hist-section-name picture x(40).
           03 hist-param-name picture x(40).
         02 hist-effective-timestamp picture x(21).
         02 hist-old-value picture x(87).
         02 hist-operator-id picture x(8).
         02 hist-old-value-tail picture x(813).
         02 hist-chain-seq picture 9(9).
         02 hist-chain-value picture 9(18).
