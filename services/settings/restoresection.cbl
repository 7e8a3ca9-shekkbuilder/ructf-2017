           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

         select optional restore-request
           assign to 'restore-request.dat'
           organization is sequential
           access mode is sequential.

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
         fd settings-db is external.
         fd outbox-db.
         copy notify.

         fd overflow-db.
         copy ovflval.

         fd freeze-calendar.
         copy freeze.

         fd freeze-log.
         copy freezelog.

         fd restore-request.
      *> one mandatory control record: the section to roll back and
      *> the point in time to roll it back to. The timestamp uses the
      *> same yyyymmddhhmmsshh layout the history records carry; a
      *> shorter space-padded prefix (e.g. just yyyymmdd) also works,
      *> since trailing spaces collate below every digit. The
      *> operator running the restore is mandatory and is kept on
      *> every history and outbox record written. 'Y' in
      *> request-override runs the restore through an active change
      *> freeze under that operator's id.
         01 restore-request-record.
           02 request-section-name picture x(40).
           02 request-cutoff-timestamp picture x(21).
           02 request-override picture x.
           02 request-operator picture x(8).

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
         01 ws-eof-history picture x value 'n'.
         01 ws-has-request picture x value 'n'.
         01 ws-section-name picture x(40).
         01 ws-created-count picture 9(9) value zero.
         01 ws-unchanged-count picture 9(9) value zero.
         01 ws-table-full picture x value 'n'.
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

      *> one entry per parameter changed after the cutoff. The entry
      *> keeps the earliest post-cutoff history record seen for the
             03 ws-tbl-param-name picture x(40).
             03 ws-tbl-timestamp picture x(21).
             03 ws-tbl-old-value picture x(87).
             03 ws-tbl-old-tail picture x(813).
         01 ws-param-ind picture 9(3).
         01 ws-param-found picture 9(3).
         01 ws-outbox-action picture x.
         01 ws-current-tail picture x(813).

       procedure division.
       restore-section-main.
           if ws-has-request is equal to 'n'
               or ws-section-name is equal to spaces
               or ws-cutoff-timestamp is equal to spaces
               or ws-operator-id is equal to spaces
             display 'RESTORE-SECTION: missing or blank control record'
               ' in restore-request.dat - nothing restored'
             move 1 to return-code

           display 'RESTORE-SECTION: section ' ws-section-name
           display 'RESTORE-SECTION: cutoff ' ws-cutoff-timestamp
           display 'RESTORE-SECTION: operator ' ws-operator-id

      *> an active change-freeze window covering the section refuses
      *> the whole run unless the control record invokes the
      *> emergency override; both outcomes are logged, and a refusal
      *> ends the run with return code 2 so the batch window can tell
      *> it from a failure.
           perform check-change-freeze
           if ws-frozen is equal to 'y'
             if ws-override is equal to 'y'
               move 'O' to ws-freeze-outcome
               perform write-freeze-log
               display 'RESTORE-SECTION: change freeze'
                 ' OVERRIDDEN by ' ws-operator-id
               display 'RESTORE-SECTION: ' ws-freeze-reason
             else
               move 'R' to ws-freeze-outcome
               perform write-freeze-log
               display 'RESTORE-SECTION: change freeze'
                 ' in force - nothing restored'
               display 'RESTORE-SECTION: ' ws-freeze-reason
               move 2 to return-code
               stop run
             end-if
           end-if

           open input history-db
           perform until ws-eof-history is equal to 'y'
           end-if

           open i-o settings-db
           open i-o overflow-db
           perform
             varying ws-param-ind from 1 by 1
               until ws-param-ind is greater than ws-param-count
             perform apply-param-entry
           end-perform
           close overflow-db
           close settings-db

           display 'RESTORE-SECTION: ' ws-restored-count
               move function trim(function upper-case(
                 request-section-name)) to ws-section-name
               move request-cutoff-timestamp to ws-cutoff-timestamp
               move function trim(function upper-case(
                 request-operator)) to ws-operator-id
               move 'n' to ws-override
               if function upper-case(request-override) is equal to 'Y'
                   and ws-operator-id is not equal to spaces
                 move 'y' to ws-override
               end-if
           end-read
           close restore-request.

             move hist-effective-timestamp
               to ws-tbl-timestamp(ws-param-found)
             move hist-old-value to ws-tbl-old-value(ws-param-found)
             move hist-old-value-tail
               to ws-tbl-old-tail(ws-param-found)
           else
             if hist-effective-timestamp is less than
                 ws-tbl-timestamp(ws-param-found)
                 to ws-tbl-timestamp(ws-param-found)
               move hist-old-value
                 to ws-tbl-old-value(ws-param-found)
               move hist-old-value-tail
                 to ws-tbl-old-tail(ws-param-found)
             end-if
           end-if.

               display '  RECREATED '
                 ws-tbl-param-name(ws-param-ind)
                 ' = ' ws-tbl-old-value(ws-param-ind)
               perform restore-overflow-record
               move 'c' to ws-outbox-action
               perform write-outbox-record
               exit paragraph
           end-read

      *> values are compared and restored whole: a long value's tail
      *> is in the overflow record, and the history carries it too.
           move ws-section-name to ovfl-section-name
           move ws-tbl-param-name(ws-param-ind) to ovfl-param-name
           read overflow-db record
             invalid key
               move spaces to ws-current-tail
             not invalid key
               move ovfl-value-tail to ws-current-tail
           end-read

           if sparam-value is equal to
               ws-tbl-old-value(ws-param-ind)
               and ws-current-tail is equal to
                 ws-tbl-old-tail(ws-param-ind)
             add 1 to ws-unchanged-count
             exit paragraph
           end-if

           display '  RESTORED ' ws-tbl-param-name(ws-param-ind)
           display '    from ' sparam-value
           if ws-current-tail is not equal to spaces
             display '         '
               function trim(ws-current-tail trailing)
           end-if
           display '    to   ' ws-tbl-old-value(ws-param-ind)
           if ws-tbl-old-tail(ws-param-ind) is not equal to spaces
             display '         '
               function trim(ws-tbl-old-tail(ws-param-ind) trailing)
           end-if
      *> the record still holds the value being replaced: preserve it
      *> exactly as put-setting would, so a restore run with a wrong
      *> cutoff is itself recoverable.
               move 1 to return-code
             not invalid key
               add 1 to ws-restored-count
               perform restore-overflow-record
               move 'u' to ws-outbox-action
               perform write-outbox-record
           end-rewrite.

      *> the overflow record follows the restored value: present
      *> exactly when the value runs past 87 bytes.
       restore-overflow-record.
           move ws-section-name to ovfl-section-name
           move ws-tbl-param-name(ws-param-ind) to ovfl-param-name
           read overflow-db record
             invalid key
               if ws-tbl-old-tail(ws-param-ind) is not equal to spaces
                 move ws-tbl-old-tail(ws-param-ind) to ovfl-value-tail
                 write overflow-record
               end-if
             not invalid key
               if ws-tbl-old-tail(ws-param-ind) is equal to spaces
                 delete overflow-db record
               else
                 move ws-tbl-old-tail(ws-param-ind) to ovfl-value-tail
                 rewrite overflow-record
               end-if
           end-read.

       write-history-record.
           open extend history-db
           move ssection-name to hist-section-name
           move sparam-name to hist-param-name
           move function current-date to hist-effective-timestamp
           move sparam-value to hist-old-value
           move ws-operator-id to hist-operator-id
           move ws-current-tail to hist-old-value-tail
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

      *> downstream caches poll the outbox for deltas, and a rollback
      *> is exactly the kind of change they must not sleep through.
           move ws-tbl-param-name(ws-param-ind) to notify-param-name
           move ws-outbox-action to notify-action-code
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
             if ws-freeze-selector is not equal to ws-section-name
               exit paragraph
             end-if
           else
             if ws-freeze-prefix-len is greater than zero
               if ws-section-name(1:ws-freeze-prefix-len)
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
           move 'RESTORE-SECTION' to flog-program
           move ws-section-name to flog-section-name
           move spaces to flog-param-name
           move ws-freeze-outcome to flog-outcome
           move ws-operator-id to flog-operator-id
           move ws-freeze-reason to flog-freeze-reason
           write freeze-log-record
           close freeze-log.

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

       end program restore-section.
