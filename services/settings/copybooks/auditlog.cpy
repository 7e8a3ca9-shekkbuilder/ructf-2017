      *> get-section audit trail record layout. One record is appended
      *> per invocation of get-section, successful or not.
      *>
      *> audit-chain-seq and audit-chain-value chain each record to
      *> the one before it (see chainhd.cpy): the value folds the
      *> previous record's value, this sequence number and the
      *> record bytes ahead of the chain fields. Zero on records
      *> written before chaining began.
       01 audit-record.
         02 audit-timestamp picture x(21).
         02 audit-section-name picture x(40).
         02 audit-key-index picture 9.
         02 audit-rcode picture x(2).
         02 audit-chain-seq picture 9(9).
         02 audit-chain-value picture 9(18).
