           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
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
         fd param-index.
         copy paramidx.

         fd overflow-db.
         copy ovflval.

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
         01 ws-override picture x.
         01 ws-operator-id picture x(8).
         01 ws-old-value-tail picture x(813).
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
         01 argv.
           02 section-name picture x(40).
           02 param-name picture x(40).
      *> trailing appends for the change freeze (89 bytes), so the
      *> 80-byte call every existing caller makes keeps working: 'Y'
      *> in freeze-override invokes the emergency override, which
      *> only counts with the invoking operator's id alongside it.
      *> The operator id is also kept on the history and outbox
      *> records the delete writes.
           02 freeze-override picture x.
           02 operator-id picture x(8).
           02 filler picture x(935).
         01 result.
           02 rcode picture x(2).
           02 filler picture xxx.
             to norm-section-name
           move function trim(function upper-case(param-name))
             to norm-param-name
           move spaces to ws-operator-id
           if argc is not less than 89
             move function trim(function upper-case(operator-id))
               to ws-operator-id
           end-if
           move 'n' to ws-override
           if argc is not less than 89
               and function upper-case(freeze-override) is equal to 'Y'
               and ws-operator-id is not equal to spaces
             move 'y' to ws-override
           end-if

           move norm-section-name to name
           read sections-db record
               goback
           end-read

      *> an active change-freeze window covering the section refuses
      *> the delete with 'fz' unless the emergency override is
      *> invoked; both outcomes are logged.
           perform check-change-freeze
           if ws-frozen is equal to 'y'
             if ws-override is equal to 'y'
               move 'O' to ws-freeze-outcome
               perform write-freeze-log
             else
               move 'R' to ws-freeze-outcome
               perform write-freeze-log
               move 'fz' to rcode
               move 2 to result-length
               goback
             end-if
           end-if

           move norm-section-name to ssection-name
           move norm-param-name to sparam-name

           end-delete
           move 'ok' to rcode
           move 2 to result-length
           perform delete-overflow-record
           perform delete-param-index
           perform write-outbox-record
           goback.

      *> a long value's tail goes with its row; a short value has no
      *> overflow record to remove.
       delete-overflow-record.
           open i-o overflow-db
           move norm-section-name to ovfl-section-name
           move norm-param-name to ovfl-param-name
           delete overflow-db record
             invalid key
               continue
           end-delete
           close overflow-db.

       delete-param-index.
      *> drop the secondary index entry alongside the primary row; a
      *> missing entry only means the index predates the row, which
           move norm-param-name to notify-param-name
           move 'd' to notify-action-code
           move function current-date to notify-timestamp
           move ws-operator-id to notify-operator-id
           write notify-record
           close outbox-db.

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
           move 'DELETE-SETTING' to flog-program
           move norm-section-name to flog-section-name
           move norm-param-name to flog-param-name
           move ws-freeze-outcome to flog-outcome
           move ws-operator-id to flog-operator-id
           move ws-freeze-reason to flog-freeze-reason
           write freeze-log-record
           close freeze-log.

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

       end program delete-setting.
