           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

         select optional protected-list
           assign to 'protected-sections.dat'
           organization is sequential
           lock mode is automatic
           sharing with all other.

         select optional freeze-calendar
           assign to 'freeze-calendar.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional freeze-log assign to 'freeze-log.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional chain-head assign to 'log-chain.dat'
           organization is indexed
           access mode is dynamic
           record key is chain-log-name
           lock mode is automatic
           sharing with all other.

       data division.
       file section.
         fd sections-db is external.
         fd pending-db.
         copy pendchg.

         fd overflow-db.
         copy ovflval.

         fd protected-list.
      *> one selector per record: an exact section name, a name
      *> ending in '*' covering every section starting with the
         01 protected-entry.
           02 protected-selector picture x(40).

         fd freeze-calendar.
         copy freeze.

         fd freeze-log.
         copy freezelog.

         fd chain-head.
         copy chainhd.

       working-storage section.
      *> log chaining state: see chainhd.cpy.
         01 ws-chain-known picture x.
         01 ws-chain-prev picture 9(18).
         01 ws-chain-value picture 9(18).
         01 ws-chain-modulus picture 9(12) value 999999999989.
         01 ws-chain-buffer picture x(1018).
         01 ws-chain-len picture 9(4).
         01 ws-chain-ind picture 9(4).
         01 norm-section-name picture x(40).
         01 norm-param-name picture x(40).
      *> the whole logical value: the head goes to sparam-value, the
      *> tail (spaces for a value of 87 bytes or less) to the
      *> overflow record.
         01 ws-new-value.
           02 ws-new-value-head picture x(87).
           02 ws-new-value-tail picture x(813).
         01 ws-old-value-tail picture x(813).
         01 ws-rule-found picture x.
         01 ws-rule-violated picture x.
         01 ws-check-value picture x(900).
         01 ws-check-upper picture x(900).
         01 ws-check-len picture 9(3).
         01 ws-check-ind picture 9(3).
         01 ws-list-pointer picture 9(3).
         01 ws-list-element picture x(87).
         01 ws-approved picture x.
         01 ws-preview picture x.
         01 ws-protected picture x.
         01 ws-prot-eof picture x.
         01 ws-prot-selector picture x(40).
         01 ws-prot-prefix-len picture 9(2).
         01 ws-pend-eof picture x.
         01 ws-pend-sequence picture 9(9).
         01 ws-override picture x.
         01 ws-operator-id picture x(8).
         01 ws-frozen picture x.
         01 ws-freeze-eof picture x.
         01 ws-freeze-now picture x(16).
         01 ws-freeze-end-len picture 9(2).
         01 ws-freeze-selector picture x(40).
         01 ws-freeze-prefix-len picture 9(2).
         01 ws-freeze-reason picture x(60).
         01 ws-freeze-outcome picture x.

       linkage section.
         01 need-more picture 9.
      *> makes keeps working: only apply-pending passes 168 bytes,
      *> with 'y' here, to apply an approved proposal directly.
           02 approved-flag picture x.
      *> another trailing append: 'y' here (169 bytes) runs every
      *> check a real write runs and reports what the write would do
      *> through rcode and action-code, but writes nothing at all -
      *> load-settings' preview mode is the caller.
           02 preview-flag picture x.
      *> trailing appends for the change freeze (178 bytes): 'Y' in
      *> freeze-override invokes the emergency override, which only
      *> counts with the invoking operator's id alongside it. The
      *> operator id is also kept on the history, outbox and pending
      *> records the call writes; shorter calls leave it blank.
           02 freeze-override picture x.
           02 operator-id picture x(8).
      *> trailing append for long values (991 bytes): the rest of a
      *> value longer than the 87 bytes param-value holds. Shorter
      *> calls store param-value alone, exactly as before.
           02 param-value-tail picture x(813).
           02 filler picture x(33).
         01 result.
           02 rcode picture x(2).
           02 action-code picture x.
             to norm-section-name
           move function trim(function upper-case(param-name))
             to norm-param-name
           move param-value to ws-new-value-head
           move spaces to ws-new-value-tail
           if argc is not less than 991
             move param-value-tail to ws-new-value-tail
           end-if

           move norm-section-name to name
           read sections-db record
               and approved-flag is equal to 'y'
             move 'y' to ws-approved
           end-if
           move 'n' to ws-preview
           if argc is not less than 169
               and preview-flag is equal to 'y'
             move 'y' to ws-preview
           end-if
           move spaces to ws-operator-id
           if argc is not less than 178
             move function trim(function upper-case(operator-id))
               to ws-operator-id
           end-if
           move 'n' to ws-override
           if argc is not less than 178
               and function upper-case(freeze-override) is equal to 'Y'
               and ws-operator-id is not equal to spaces
             move 'y' to ws-override
           end-if

           if ws-approved is not equal to 'y'
             perform check-protected-section
             if ws-protected is equal to 'y'
               if ws-preview is not equal to 'y'
                 perform queue-pending-change
               end-if
               move 'pd' to rcode
               move 'p' to action-code
               move 3 to result-length
             end-if
           end-if

      *> an active change-freeze window covering the section refuses
      *> the write with 'fz' unless the emergency override is invoked;
      *> both outcomes are logged. Proposals still queue above -
      *> queueing changes nothing, and applying one later comes back
      *> through here. A preview only reports the refusal.
           perform check-change-freeze
           if ws-frozen is equal to 'y'
             if ws-override is equal to 'y'
               if ws-preview is not equal to 'y'
                 move 'O' to ws-freeze-outcome
                 perform write-freeze-log
               end-if
             else
               if ws-preview is not equal to 'y'
                 move 'R' to ws-freeze-outcome
                 perform write-freeze-log
               end-if
               move 'fz' to rcode
               move space to action-code
               move 3 to result-length
               goback
             end-if
           end-if

           perform check-validation-rule
           if ws-rule-violated is equal to 'y'
             move 'rv' to rcode
           move norm-section-name to ssection-name
           move norm-param-name to sparam-name

      *> a preview stops here: every check above ran exactly as it
      *> does for a real write, and the action code says whether the
      *> write would create or update the row.
           if ws-preview is equal to 'y'
             read settings-db record
               invalid key
                 move 'c' to action-code
               not invalid key
                 move 'u' to action-code
             end-read
             move 'ok' to rcode
             move 3 to result-length
             goback
           end-if

           read settings-db record
             invalid key
               move ws-new-value-head to sparam-value
               write setting-record
                 invalid key
                   move 'er' to rcode
               move 'ok' to rcode
               move 'c' to action-code
               move 3 to result-length
               perform update-overflow-record
               perform update-param-index
               perform write-outbox-record
               goback
      *> settings-db record existed: sparam-value still holds the
      *> value being replaced, so record it before it is overwritten.
           perform write-history-record
           move ws-new-value-head to sparam-value

           rewrite setting-record
             invalid key
           move 'ok' to rcode
           move 'u' to action-code
           move 3 to result-length
           perform update-overflow-record
           perform update-param-index
           perform write-outbox-record
           goback.
             end-if
           end-if.

       check-change-freeze.
      *> the first active window whose selector covers the section
      *> freezes it. A missing or empty calendar freezes nothing.
           move 'n' to ws-frozen
           move 'n' to ws-freeze-eof
           move function current-date to ws-freeze-now
           open input freeze-calendar
           perform until ws-freeze-eof is equal to 'y'
             read freeze-calendar next record
               at end
                 move 'y' to ws-freeze-eof
               not at end
                 perform match-freeze-entry
             end-read
           end-perform
           close freeze-calendar.

       match-freeze-entry.
           if freeze-start-timestamp is greater than ws-freeze-now
             exit paragraph
           end-if
           move zero to ws-freeze-end-len
           inspect freeze-end-timestamp tallying ws-freeze-end-len
             for characters before initial space
           if ws-freeze-end-len is greater than zero
             if ws-freeze-now(1:ws-freeze-end-len) is greater than
                 freeze-end-timestamp(1:ws-freeze-end-len)
               exit paragraph
             end-if
           end-if

           move function trim(function upper-case(freeze-selector))
             to ws-freeze-selector
           if ws-freeze-selector is equal to spaces
             exit paragraph
           end-if
           move zero to ws-freeze-prefix-len
           inspect ws-freeze-selector tallying ws-freeze-prefix-len
             for characters before initial '*'
           if ws-freeze-prefix-len is equal to 40
      *> no '*' anywhere: an exact section name
             if ws-freeze-selector is not equal to norm-section-name
               exit paragraph
             end-if
           else
             if ws-freeze-prefix-len is greater than zero
               if norm-section-name(1:ws-freeze-prefix-len)
                   is not equal to
                   ws-freeze-selector(1:ws-freeze-prefix-len)
                 exit paragraph
               end-if
             end-if
           end-if
           move 'y' to ws-frozen
           move 'y' to ws-freeze-eof
           move freeze-reason to ws-freeze-reason.

       write-freeze-log.
           open extend freeze-log
           move function current-date to flog-timestamp
           move 'PUT-SETTING' to flog-program
           move norm-section-name to flog-section-name
           move norm-param-name to flog-param-name
           move ws-freeze-outcome to flog-outcome
           move ws-operator-id to flog-operator-id
           move ws-freeze-reason to flog-freeze-reason
           write freeze-log-record
           close freeze-log.

       queue-pending-change.
      *> the queue is append-only here; apply-pending rewrites it
      *> with the decision filled in. Count the existing records
           move ws-pend-sequence to pend-sequence
           move norm-section-name to pend-section-name
           move norm-param-name to pend-param-name
           move ws-new-value-head to pend-param-value
           move ws-new-value-tail to pend-param-value-tail
           move function current-date to pend-proposed-timestamp
           move space to pend-status
           move spaces to pend-decided-by
           move spaces to pend-decided-timestamp
           move ws-operator-id to pend-proposed-by
           write pending-record
           close pending-db.

       update-param-index.
      *> mirror the primary write into the param-name-then-section
      *> index; rebuild-param-index recovers it if it ever drifts.
      *> The index carries the 87-byte head of a long value only.
           open i-o param-index
           move norm-param-name to pidx-param-name
           move norm-section-name to pidx-section-name
           read param-index record
             invalid key
               move ws-new-value-head to pidx-param-value
               write param-index-record
             not invalid key
               move ws-new-value-head to pidx-param-value
               rewrite param-index-record
           end-read
           close param-index.

      *> the overflow record exists exactly when the value runs past
      *> 87 bytes: written or replaced for a long value, removed when
      *> a long value is replaced by a short one.
       update-overflow-record.
           open i-o overflow-db
           move norm-section-name to ovfl-section-name
           move norm-param-name to ovfl-param-name
           read overflow-db record
             invalid key
               if ws-new-value-tail is not equal to spaces
                 move ws-new-value-tail to ovfl-value-tail
                 write overflow-record
               end-if
             not invalid key
               if ws-new-value-tail is equal to spaces
                 delete overflow-db record
               else
                 move ws-new-value-tail to ovfl-value-tail
                 rewrite overflow-record
               end-if
           end-read
           close overflow-db.

       write-outbox-record.
           open extend outbox-db
           move norm-section-name to notify-section-name
           move norm-param-name to notify-param-name
           move action-code to notify-action-code
           move function current-date to notify-timestamp
           move ws-operator-id to notify-operator-id
           write notify-record
           close outbox-db.

      *> an exact section/parameter rule wins; failing that, a '*'
      *> parameter rule covers every parameter of the section. No
      *> rule (or no rules file at all) means the value is accepted,
      *> exactly as before rules existed. The rule applies to the
      *> whole value, tail included.
           move 'n' to ws-rule-violated
           move 'y' to ws-rule-found

             end-if
           end-if.

      *> the displaced value is recorded whole: its tail, if any, is
      *> still in the overflow record, which is only replaced after
      *> this runs.
       write-history-record.
           move spaces to ws-old-value-tail
           open input overflow-db
           move ssection-name to ovfl-section-name
           move sparam-name to ovfl-param-name
           read overflow-db record
             invalid key
               continue
             not invalid key
               move ovfl-value-tail to ws-old-value-tail
           end-read
           close overflow-db

           open extend history-db
           move ssection-name to hist-section-name
           move sparam-name to hist-param-name
           move function current-date to hist-effective-timestamp
           move sparam-value to hist-old-value
           move ws-operator-id to hist-operator-id
           move ws-old-value-tail to hist-old-value-tail
           open i-o chain-head
           move 'HISTORY' to chain-log-name
           read chain-head record
             invalid key
               move 'n' to ws-chain-known
               move zero to ws-chain-prev
               move zero to hist-chain-seq
             not invalid key
               move 'y' to ws-chain-known
               move chain-last-value to ws-chain-prev
               move chain-last-seq to hist-chain-seq
           end-read
           add 1 to hist-chain-seq
           move hist-chain-seq to ws-chain-buffer(1:9)
           move history-record(1:1009) to ws-chain-buffer(10:1009)
           compute ws-chain-len = 1009 + 9
           perform compute-chain-value
           move ws-chain-value to hist-chain-value
           write history-record
           close history-db
           move 'HISTORY' to chain-log-name
           move hist-chain-seq to chain-last-seq
           move hist-chain-value to chain-last-value
           if ws-chain-known is equal to 'y'
             rewrite chain-head-record
               invalid key
                 continue
             end-rewrite
           else
             write chain-head-record
               invalid key
                 continue
             end-write
           end-if
           close chain-head.

      *> the check value folds ws-chain-prev with every byte of
      *> ws-chain-buffer (sequence number, then record content) as a
      *> base-257 polynomial reduced by a prime modulus.
       compute-chain-value.
           move ws-chain-prev to ws-chain-value
           perform
             varying ws-chain-ind from 1 by 1
               until ws-chain-ind is greater than ws-chain-len
             compute ws-chain-value = function mod(
               ws-chain-value * 257
                 + function ord(ws-chain-buffer(ws-chain-ind:1)),
               ws-chain-modulus)
           end-perform.

       end program put-setting.
