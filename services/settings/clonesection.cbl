       identification division.
       program-id. clone-section.

       environment division.
       input-output section.
       file-control.
         select optional sections-db assign to 'sections.dat'
           organization is indexed
           access mode is dynamic
           record key is name
           lock mode is automatic
           sharing with all other.

         select optional settings-db assign to 'settings.dat'
           organization is indexed
           access mode is dynamic
           record key is composite-key
           lock mode is automatic
           sharing with all other.

         select optional param-index assign to 'settings-pindex.dat'
           organization is indexed
           access mode is dynamic
           record key is param-index-key
           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

         select optional rules-db assign to 'settings-rules.dat'
           organization is indexed
           access mode is dynamic
           record key is rule-key
           lock mode is automatic
           sharing with all other.

         select optional sensitive-db
           assign to 'settings-sensitive.dat'
           organization is indexed
           access mode is dynamic
           record key is sensitive-key
           lock mode is automatic
           sharing with all other.

         select optional owner-db assign to 'section-owners.dat'
           organization is indexed
           access mode is dynamic
           record key is owner-section-name
           lock mode is automatic
           sharing with all other.

         select optional read-usage assign to 'settings-reads.dat'
           organization is indexed
           access mode is dynamic
           record key is ruse-key
           lock mode is automatic
           sharing with all other.

         select optional protected-list
           assign to 'protected-sections.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional history-db assign to 'settings-history.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional pending-db assign to 'settings-pending.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional scheduled-db
           assign to 'settings-scheduled.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional outbox-db assign to 'settings-outbox.dat'
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

      *> rewritten sequential files are staged here, then copied back
      *> over the live file; the stage files are left behind after
      *> the run as one more safety net.
         select optional protected-stage
           assign to 'protected-stage.tmp'
           organization is sequential
           access mode is sequential.

         select optional history-carry
           assign to 'history-carry.tmp'
           organization is sequential
           access mode is sequential.

         select optional pending-stage
           assign to 'rename-pending.tmp'
           organization is sequential
           access mode is sequential.

         select optional scheduled-stage
           assign to 'rename-scheduled.tmp'
           organization is sequential
           access mode is sequential.

         select optional clone-request assign to 'clone-request.dat'
           organization is sequential
           access mode is sequential.

       data division.
       file section.
         fd sections-db is external.
         copy ssection.

         fd settings-db is external.
         copy setting.

         fd param-index.
         copy paramidx.

         fd overflow-db.
         copy ovflval.

         fd rules-db.
         copy valrule.

         fd sensitive-db.
         copy sensparm.

         fd owner-db.
         copy owner.

         fd read-usage.
         copy readuse.

         fd protected-list.
      *> put-setting's protected-sections layout: one selector per
      *> record, exact, prefix '*' or bare '*'.
         01 protected-entry.
           02 protected-selector picture x(40).

         fd history-db.
         copy history.

         fd pending-db.
         copy pendchg.

         fd scheduled-db.
         copy schedset.

         fd outbox-db.
         copy notify.

         fd chain-head.
         copy chainhd.

         fd freeze-calendar.
         copy freeze.

         fd freeze-log.
         copy freezelog.

         fd protected-stage.
         01 protected-stage-record picture x(40).

         fd history-carry.
         01 history-carry-record picture x(1036).

         fd pending-stage.
         01 pending-stage-record picture x(1048).

         fd scheduled-stage.
         01 scheduled-stage-record picture x(1009).

         fd clone-request.
      *> one mandatory control record:
      *>   request-mode     'C' clones the source section under the
      *>                    target name, 'R' renames it
      *>   request-copy-keys 'Y' brings the API key slots across on
      *>                    a clone; anything else leaves them empty.
      *>                    A rename always keeps its keys.
      *>   request-override 'Y' goes through an active change freeze
      *>                    under the operator's id
      *>   request-operator who is running it, kept on every outbox
      *>                    record written
      *> The target must be a new name: no section record, and no
      *> settings rows, validation rules or sensitive marks under it.
         01 clone-request-record.
           02 request-mode picture x.
           02 request-source-name picture x(40).
           02 request-target-name picture x(40).
           02 request-copy-keys picture x.
           02 request-override picture x.
           02 request-operator picture x(8).

       working-storage section.
         01 ws-has-request picture x value 'n'.
         01 ws-mode picture x.
         01 ws-mode-text picture x(6).
         01 ws-source-name picture x(40).
         01 ws-target-name picture x(40).
         01 ws-copy-keys picture x.
         01 ws-override picture x.
         01 ws-operator-id picture x(8).
         01 ws-eof-file picture x.
         01 ws-found picture x.
         01 ws-slot-ind picture 9(2).
         01 ws-resume-param picture x(40).
         01 ws-row-count picture 9(9) value zero.
         01 ws-rule-count picture 9(9) value zero.
         01 ws-mark-count picture 9(9) value zero.
         01 ws-usage-count picture 9(9) value zero.
         01 ws-owner-entry picture x(89).
         01 ws-child-count picture 9(9) value zero.
         01 ws-carried-count picture 9(9) value zero.
         01 ws-pending-count picture 9(9) value zero.
         01 ws-scheduled-count picture 9(9) value zero.
         01 ws-fail-count picture 9(9) value zero.
         01 ws-pointer-count picture 9(9) value zero.
         01 ws-ref-section picture x(40).
         01 ws-ref-param picture x(40).
         01 ws-row-value picture x(87).
         01 ws-row-tail picture x(813).
         01 ws-row-has-tail picture x.
         01 ws-notify-section picture x(40).
         01 ws-notify-param picture x(40).
         01 ws-notify-action picture x.

      *> protected-list state, matched the way put-setting matches.
         01 ws-prot-selector picture x(40).
         01 ws-prot-prefix-len picture 9(2).
         01 ws-prot-match-name picture x(40).
         01 ws-prot-match picture x.
         01 ws-source-protected picture x value 'n'.
         01 ws-target-protected picture x value 'n'.

      *> change-freeze state: a clone changes only the target, a
      *> rename both names, so each name is checked in turn.
         01 ws-freeze-section picture x(40).
         01 ws-frozen picture x.
         01 ws-freeze-eof picture x.
         01 ws-freeze-now picture x(16).
         01 ws-freeze-end-len picture 9(2).
         01 ws-freeze-selector picture x(40).
         01 ws-freeze-prefix-len picture 9(2).
         01 ws-freeze-reason picture x(60).
         01 ws-freeze-outcome picture x.

      *> log chaining state: see chainhd.cpy.
         01 ws-chain-known picture x.
         01 ws-chain-prev picture 9(18).
         01 ws-chain-value picture 9(18).
         01 ws-chain-seq picture 9(9).
         01 ws-chain-modulus picture 9(12) value 999999999989.
         01 ws-chain-buffer picture x(1018).
         01 ws-chain-len picture 9(4).
         01 ws-chain-ind picture 9(4).

       procedure division.
       clone-section-main.
           perform read-clone-request
           if ws-has-request is equal to 'n'
               or (ws-mode is not equal to 'C'
                 and ws-mode is not equal to 'R')
               or ws-source-name is equal to spaces
               or ws-target-name is equal to spaces
               or ws-source-name is equal to ws-target-name
               or ws-operator-id is equal to spaces
             display 'CLONE-SECTION: missing or invalid control'
               ' record in clone-request.dat - nothing done'
             move 1 to return-code
             stop run
           end-if

           if ws-mode is equal to 'C'
             move 'CLONE' to ws-mode-text
           else
             move 'RENAME' to ws-mode-text
           end-if
           display 'CLONE-SECTION: ' ws-mode-text ' ' ws-source-name
           display 'CLONE-SECTION:   to ' ws-target-name
             ' by ' ws-operator-id

      *> a frozen name refuses the whole run unless the control
      *> record invokes the override; both outcomes are logged, and
      *> a refusal ends with return code 2 as the other batch write
      *> paths do.
           move ws-target-name to ws-freeze-section
           perform apply-freeze-gate
           if ws-mode is equal to 'R'
             move ws-source-name to ws-freeze-section
             perform apply-freeze-gate
           end-if

           open i-o sections-db
           open i-o settings-db
           perform check-source-and-target
           if ws-found is not equal to 'y'
             close settings-db
             close sections-db
             move 1 to return-code
             stop run
           end-if

      *> a rename must not leave '@' pointers dangling: get-section
      *> fails a call on a pointer that leads nowhere.
           if ws-mode is equal to 'R'
             perform find-pointers-to-source
             if ws-pointer-count is greater than zero
               display 'CLONE-SECTION: ' ws-pointer-count
                 ' row(s) point at ' ws-source-name
               display 'CLONE-SECTION: repoint them first - nothing'
                 ' renamed'
               close settings-db
               close sections-db
               move 1 to return-code
               stop run
             end-if
           end-if

           perform write-target-section

           open i-o param-index
           open i-o overflow-db
           perform copy-setting-rows
           close overflow-db
           close param-index

           perform copy-rules
           perform copy-sensitive-marks
           perform update-protected-list
           perform copy-owner-entry

           if ws-mode is equal to 'R'
             perform move-read-usage
             perform repoint-template-children
             perform carry-history
             perform rename-pending
             perform rename-scheduled
             perform delete-source-section
           end-if

           close settings-db
           close sections-db

           display 'CLONE-SECTION: ' ws-row-count ' row(s), '
             ws-rule-count ' rule(s), ' ws-mark-count
             ' sensitive mark(s)'
           if ws-mode is equal to 'R'
             display 'CLONE-SECTION: ' ws-carried-count
               ' history record(s) carried, ' ws-usage-count
               ' read-usage record(s), ' ws-child-count
               ' template user(s) repointed'
             display 'CLONE-SECTION: ' ws-pending-count
               ' pending proposal(s), ' ws-scheduled-count
               ' scheduled row(s) renamed'
           end-if
           if ws-fail-count is greater than zero
             display 'CLONE-SECTION: ' ws-fail-count ' FAILURE(S)'
             move 1 to return-code
           end-if
           stop run.

       read-clone-request.
           open input clone-request
           read clone-request record
             at end
               move 'n' to ws-has-request
             not at end
               move 'y' to ws-has-request
               move function upper-case(request-mode) to ws-mode
               move function trim(function upper-case(
                 request-source-name)) to ws-source-name
               move function trim(function upper-case(
                 request-target-name)) to ws-target-name
               move function upper-case(request-copy-keys)
                 to ws-copy-keys
               move function trim(function upper-case(
                 request-operator)) to ws-operator-id
               move 'n' to ws-override
               if function upper-case(request-override) is equal to 'Y'
                   and ws-operator-id is not equal to spaces
                 move 'y' to ws-override
               end-if
           end-read
           close clone-request.

       apply-freeze-gate.
           perform check-change-freeze
           if ws-frozen is not equal to 'y'
             exit paragraph
           end-if
           if ws-override is equal to 'y'
             move 'O' to ws-freeze-outcome
             perform write-freeze-log
             display 'CLONE-SECTION: change freeze on '
               ws-freeze-section
             display 'CLONE-SECTION: OVERRIDDEN by ' ws-operator-id
               ' - ' ws-freeze-reason
           else
             move 'R' to ws-freeze-outcome
             perform write-freeze-log
             display 'CLONE-SECTION: change freeze in force on '
               ws-freeze-section
             display 'CLONE-SECTION: ' ws-freeze-reason
               ' - nothing done'
             move 2 to return-code
             stop run
           end-if.

      *> the source must exist; the target must be wholly new, so a
      *> clone never merges into (or a rename over) live settings.
      *> purge-section leaves a purged name's rules and marks behind,
      *> and those would shadow the source's under the target name,
      *> so they are refused too.
       check-source-and-target.
           move 'y' to ws-found
           move ws-target-name to name
           read sections-db record
             invalid key
               continue
             not invalid key
               display 'CLONE-SECTION: target section already exists'
                 ' - nothing done'
               move 'n' to ws-found
           end-read
           if ws-found is not equal to 'y'
             exit paragraph
           end-if

           move ws-target-name to ssection-name
           move spaces to sparam-name
           start settings-db
             key is greater than composite-key
             invalid key
               continue
             not invalid key
               read settings-db next record
                 at end
                   continue
                 not at end
                   if ssection-name is equal to ws-target-name
                     display 'CLONE-SECTION: settings rows already'
                       ' exist under the target - nothing done'
                     move 'n' to ws-found
                   end-if
               end-read
           end-start
           if ws-found is not equal to 'y'
             exit paragraph
           end-if

           open input rules-db
           move ws-target-name to rule-section-name
           move spaces to rule-param-name
           start rules-db
             key is greater than rule-key
             invalid key
               continue
             not invalid key
               read rules-db next record
                 at end
                   continue
                 not at end
                   if rule-section-name is equal to ws-target-name
                     display 'CLONE-SECTION: validation rules already'
                       ' exist under the target - nothing done'
                     move 'n' to ws-found
                   end-if
               end-read
           end-start
           close rules-db
           if ws-found is not equal to 'y'
             exit paragraph
           end-if

           open input sensitive-db
           move ws-target-name to sens-section-name
           move spaces to sens-param-name
           start sensitive-db
             key is greater than sensitive-key
             invalid key
               continue
             not invalid key
               read sensitive-db next record
                 at end
                   continue
                 not at end
                   if sens-section-name is equal to ws-target-name
                     display 'CLONE-SECTION: sensitive marks already'
                       ' exist under the target - nothing done'
                     move 'n' to ws-found
                   end-if
               end-read
           end-start
           close sensitive-db
           if ws-found is not equal to 'y'
             exit paragraph
           end-if

           move ws-source-name to name
           read sections-db record
             invalid key
               display 'CLONE-SECTION: source section not found'
                 ' - nothing done'
               move 'n' to ws-found
           end-read.

       find-pointers-to-source.
           move low-values to composite-key
           move 'n' to ws-eof-file
           start settings-db
             key is not less than composite-key
             invalid key
               move 'y' to ws-eof-file
           end-start
           perform until ws-eof-file is equal to 'y'
             read settings-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if sparam-value(1:1) is equal to '@'
                   perform check-pointer-row
                 end-if
             end-read
           end-perform.

       check-pointer-row.
           move spaces to ws-ref-section
           move spaces to ws-ref-param
           unstring sparam-value(2:) delimited by '/'
             into ws-ref-section ws-ref-param
           end-unstring
           if function trim(function upper-case(ws-ref-section))
               is equal to ws-source-name
             add 1 to ws-pointer-count
             display '  POINTER ' ssection-name
             display '    ' sparam-name ' = ' sparam-value
           end-if.

      *> the source record was read last by check-source-and-target;
      *> the target gets it whole - state, scopes and template link -
      *> with the key slots emptied on a clone unless asked for.
       write-target-section.
           move ws-source-name to name
           read sections-db record
             invalid key
               continue
           end-read
           move ws-target-name to name
           if ws-mode is equal to 'C'
             perform
               varying ws-slot-ind from 1 by 1
                 until ws-slot-ind is greater than 9
               move spaces to api-key-last-used(ws-slot-ind)
               if ws-copy-keys is not equal to 'Y'
                 move spaces to api-key(ws-slot-ind)
                 move spaces to api-key-scope(ws-slot-ind)
                 move space to api-key-priv(ws-slot-ind)
                 move spaces to api-key-expiry(ws-slot-ind)
               end-if
             end-perform
             if ws-copy-keys is not equal to 'Y'
               move zero to api-keys-count
             end-if
           end-if
           write ssection
             invalid key
               display 'CLONE-SECTION: target section write failed'
                 ' - nothing done'
               move 1 to return-code
               stop run
           end-write
           if ws-mode is equal to 'C' and ws-copy-keys is equal to 'Y'
             display '  section record written, ' api-keys-count
               ' key slot(s) copied'
           else
             display '  section record written, ' api-keys-count
               ' key slot(s)'
           end-if.

      *> one source row at a time, repositioning before each read so
      *> the writes (and, on a rename, the deletes) cannot disturb
      *> the walk.
       copy-setting-rows.
           move spaces to ws-resume-param
           move 'n' to ws-eof-file
           perform until ws-eof-file is equal to 'y'
             move ws-source-name to ssection-name
             move ws-resume-param to sparam-name
             start settings-db
               key is greater than composite-key
               invalid key
                 move 'y' to ws-eof-file
             end-start
             if ws-eof-file is not equal to 'y'
               read settings-db next record
                 at end
                   move 'y' to ws-eof-file
               end-read
             end-if
             if ws-eof-file is not equal to 'y'
               if ssection-name is not equal to ws-source-name
                 move 'y' to ws-eof-file
               else
                 move sparam-name to ws-resume-param
                 perform copy-setting-row
               end-if
             end-if
           end-perform.

       copy-setting-row.
           move sparam-value to ws-row-value
           move 'n' to ws-row-has-tail
           move ws-source-name to ovfl-section-name
           move ws-resume-param to ovfl-param-name
           read overflow-db record
             invalid key
               continue
             not invalid key
               move 'y' to ws-row-has-tail
               move ovfl-value-tail to ws-row-tail
           end-read

           move ws-target-name to ssection-name
           move ws-resume-param to sparam-name
           move ws-row-value to sparam-value
           write setting-record
             invalid key
               add 1 to ws-fail-count
               display '  WRITE FAILED ' ws-resume-param
               exit paragraph
           end-write
           add 1 to ws-row-count

           move ws-resume-param to pidx-param-name
           move ws-target-name to pidx-section-name
           move ws-row-value to pidx-param-value
           write param-index-record
             invalid key
               rewrite param-index-record
                 invalid key
                   continue
               end-rewrite
           end-write
           if ws-row-has-tail is equal to 'y'
             move ws-target-name to ovfl-section-name
             move ws-resume-param to ovfl-param-name
             move ws-row-tail to ovfl-value-tail
             write overflow-record
               invalid key
                 rewrite overflow-record
                   invalid key
                     continue
                 end-rewrite
             end-write
           end-if
           move ws-target-name to ws-notify-section
           move ws-resume-param to ws-notify-param
           move 'c' to ws-notify-action
           perform write-outbox-record

           if ws-mode is not equal to 'R'
             exit paragraph
           end-if
           move ws-source-name to ssection-name
           move ws-resume-param to sparam-name
           delete settings-db record
             invalid key
               add 1 to ws-fail-count
               display '  DELETE FAILED ' ws-resume-param
               exit paragraph
           end-delete
           move ws-resume-param to pidx-param-name
           move ws-source-name to pidx-section-name
           delete param-index record
             invalid key
               continue
           end-delete
           move ws-source-name to ovfl-section-name
           move ws-resume-param to ovfl-param-name
           delete overflow-db record
             invalid key
               continue
           end-delete
           move ws-source-name to ws-notify-section
           move 'd' to ws-notify-action
           perform write-outbox-record.

      *> a rule or mark already under the target name is kept as it
      *> is; the source's is not forced over it.
       copy-rules.
           open i-o rules-db
           move spaces to ws-resume-param
           move 'n' to ws-eof-file
           perform until ws-eof-file is equal to 'y'
             move ws-source-name to rule-section-name
             move ws-resume-param to rule-param-name
             start rules-db
               key is greater than rule-key
               invalid key
                 move 'y' to ws-eof-file
             end-start
             if ws-eof-file is not equal to 'y'
               read rules-db next record
                 at end
                   move 'y' to ws-eof-file
               end-read
             end-if
             if ws-eof-file is not equal to 'y'
               if rule-section-name is not equal to ws-source-name
                 move 'y' to ws-eof-file
               else
                 move rule-param-name to ws-resume-param
                 perform copy-rule-record
               end-if
             end-if
           end-perform
           close rules-db.

       copy-rule-record.
           move ws-target-name to rule-section-name
           write rule-record
             invalid key
               display '  RULE KEPT (target has one) ' ws-resume-param
             not invalid key
               add 1 to ws-rule-count
               if ws-mode is equal to 'R'
                 move ws-source-name to rule-section-name
                 move ws-resume-param to rule-param-name
                 delete rules-db record
                   invalid key
                     continue
                 end-delete
               end-if
           end-write.

       copy-sensitive-marks.
           open i-o sensitive-db
           move spaces to ws-resume-param
           move 'n' to ws-eof-file
           perform until ws-eof-file is equal to 'y'
             move ws-source-name to sens-section-name
             move ws-resume-param to sens-param-name
             start sensitive-db
               key is greater than sensitive-key
               invalid key
                 move 'y' to ws-eof-file
             end-start
             if ws-eof-file is not equal to 'y'
               read sensitive-db next record
                 at end
                   move 'y' to ws-eof-file
               end-read
             end-if
             if ws-eof-file is not equal to 'y'
               if sens-section-name is not equal to ws-source-name
                 move 'y' to ws-eof-file
               else
                 move sens-param-name to ws-resume-param
                 perform copy-sensitive-mark
               end-if
             end-if
           end-perform
           close sensitive-db.

       copy-sensitive-mark.
           move ws-target-name to sens-section-name
           write sensitive-record
             invalid key
               continue
             not invalid key
               add 1 to ws-mark-count
               if ws-mode is equal to 'R'
                 move ws-source-name to sens-section-name
                 move ws-resume-param to sens-param-name
                 delete sensitive-db record
                   invalid key
                     continue
                 end-delete
               end-if
           end-write.

      *> a protected source means a protected target: when no
      *> selector already covers the new name, an exact entry for it
      *> is added. A rename drops the old name's exact entries;
      *> prefix and bare '*' selectors are left alone.
       update-protected-list.
           move 'n' to ws-eof-file
           open input protected-list
           open output protected-stage
           perform until ws-eof-file is equal to 'y'
             read protected-list next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 perform take-protected-entry
             end-read
           end-perform
           if ws-source-protected is equal to 'y'
               and ws-target-protected is not equal to 'y'
             move ws-target-name to protected-stage-record
             write protected-stage-record
             display '  protected-sections entry added for '
               ws-target-name
           end-if
           close protected-stage
           close protected-list

           if ws-source-protected is not equal to 'y'
             exit paragraph
           end-if
           move 'n' to ws-eof-file
           open input protected-stage
           open output protected-list
           perform until ws-eof-file is equal to 'y'
             read protected-stage next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 write protected-entry from protected-stage-record
             end-read
           end-perform
           close protected-list
           close protected-stage.

       take-protected-entry.
           move function trim(function upper-case(protected-selector))
             to ws-prot-selector
           move ws-source-name to ws-prot-match-name
           perform match-protected-selector
           if ws-prot-match is equal to 'y'
             move 'y' to ws-source-protected
           end-if
           if ws-mode is equal to 'R'
               and ws-prot-selector is equal to ws-source-name
             display '  protected-sections entry dropped for '
               ws-source-name
             exit paragraph
           end-if
           move ws-target-name to ws-prot-match-name
           perform match-protected-selector
           if ws-prot-match is equal to 'y'
             move 'y' to ws-target-protected
           end-if
           write protected-stage-record from protected-entry.

       match-protected-selector.
           move 'n' to ws-prot-match
           if ws-prot-selector is equal to spaces
             exit paragraph
           end-if
           move zero to ws-prot-prefix-len
           inspect ws-prot-selector tallying ws-prot-prefix-len
             for characters before initial '*'
           if ws-prot-prefix-len is equal to 40
             if ws-prot-selector is equal to ws-prot-match-name
               move 'y' to ws-prot-match
             end-if
             exit paragraph
           end-if
           if ws-prot-prefix-len is equal to zero
             move 'y' to ws-prot-match
             exit paragraph
           end-if
           if ws-prot-match-name(1:ws-prot-prefix-len) is equal to
               ws-prot-selector(1:ws-prot-prefix-len)
             move 'y' to ws-prot-match
           end-if.

      *> the owner goes with the section: a clone starts out owned by
      *> the source's team (manage-owner changes it), and a rename
      *> moves the directory entry. An entry already under the target
      *> is kept.
       copy-owner-entry.
           open i-o owner-db
           move ws-source-name to owner-section-name
           read owner-db record
             invalid key
               close owner-db
               exit paragraph
           end-read
           move section-owner-record to ws-owner-entry
           move ws-target-name to owner-section-name
           write section-owner-record
             invalid key
               display '  OWNER KEPT (target has one)'
             not invalid key
               display '  owner entry ' owner-team ' carried'
           end-write
           if ws-mode is equal to 'R'
             move ws-owner-entry to section-owner-record
             delete owner-db record
               invalid key
                 continue
             end-delete
           end-if
           close owner-db.

      *> usage follows the rows, so dead-settings-report does not
      *> see a renamed section's rows as never read.
       move-read-usage.
           open i-o read-usage
           move spaces to ws-resume-param
           move 'n' to ws-eof-file
           perform until ws-eof-file is equal to 'y'
             move ws-source-name to ruse-section-name
             move ws-resume-param to ruse-param-name
             start read-usage
               key is greater than ruse-key
               invalid key
                 move 'y' to ws-eof-file
             end-start
             if ws-eof-file is not equal to 'y'
               read read-usage next record
                 at end
                   move 'y' to ws-eof-file
               end-read
             end-if
             if ws-eof-file is not equal to 'y'
               if ruse-section-name is not equal to ws-source-name
                 move 'y' to ws-eof-file
               else
                 move ruse-param-name to ws-resume-param
                 move ws-target-name to ruse-section-name
                 write read-usage-record
                   invalid key
                     continue
                   not invalid key
                     add 1 to ws-usage-count
                     move ws-source-name to ruse-section-name
                     move ws-resume-param to ruse-param-name
                     delete read-usage record
                       invalid key
                         continue
                     end-delete
                 end-write
               end-if
             end-if
           end-perform
           close read-usage.

      *> sections merging the renamed section as their template keep
      *> merging it under its new name.
       repoint-template-children.
           move low-values to name
           move 'n' to ws-eof-file
           start sections-db
             key is not less than name
             invalid key
               move 'y' to ws-eof-file
           end-start
           perform until ws-eof-file is equal to 'y'
             read sections-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if template-name is not equal to spaces
                   if function trim(function upper-case(
                       template-name)) is equal to ws-source-name
                     move ws-target-name to template-name
                     rewrite ssection
                       invalid key
                         add 1 to ws-fail-count
                       not invalid key
                         add 1 to ws-child-count
                         display '  template link repointed for '
                           name
                     end-rewrite
                   end-if
                 end-if
             end-read
           end-perform.

      *> settings-history.dat is chained (see chainhd.cpy), so its
      *> records are never rewritten: the live trail for the old name
      *> is appended again under the new name, original timestamps
      *> and operators intact, each copy chained like any other
      *> append. The originals stay where they are under the old name.
      *> Carried copies keep their original timestamps, older than
      *> the records ahead of them in the file; archive-logs archives
      *> only the leading run below its cutoff, so the copies stay
      *> live until it reaches them in file order.
       carry-history.
           move 'n' to ws-eof-file
           open input history-db
           open output history-carry
           perform until ws-eof-file is equal to 'y'
             read history-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if hist-section-name is equal to ws-source-name
                   write history-carry-record from history-record
                   add 1 to ws-carried-count
                 end-if
             end-read
           end-perform
           close history-carry
           close history-db
           if ws-carried-count is equal to zero
             exit paragraph
           end-if

           open i-o chain-head
           move 'HISTORY' to chain-log-name
           read chain-head record
             invalid key
               move 'n' to ws-chain-known
               move zero to ws-chain-prev
               move zero to ws-chain-seq
             not invalid key
               move 'y' to ws-chain-known
               move chain-last-value to ws-chain-prev
               move chain-last-seq to ws-chain-seq
           end-read

           move 'n' to ws-eof-file
           open input history-carry
           open extend history-db
           perform until ws-eof-file is equal to 'y'
             read history-carry next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 move history-carry-record to history-record
                 move ws-target-name to hist-section-name
                 add 1 to ws-chain-seq
                 move ws-chain-seq to hist-chain-seq
                 move hist-chain-seq to ws-chain-buffer(1:9)
                 move history-record(1:1009)
                   to ws-chain-buffer(10:1009)
                 compute ws-chain-len = 1009 + 9
                 perform compute-chain-value
                 move ws-chain-value to hist-chain-value
                 write history-record
                 move ws-chain-value to ws-chain-prev
             end-read
           end-perform
           close history-db
           close history-carry

           move 'HISTORY' to chain-log-name
           move ws-chain-seq to chain-last-seq
           move ws-chain-prev to chain-last-value
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

      *> queued proposals and scheduled rows follow the section, so
      *> apply-pending and activate-scheduled write them under the
      *> name that now exists.
       rename-pending.
           move 'n' to ws-eof-file
           open input pending-db
           open output pending-stage
           perform until ws-eof-file is equal to 'y'
             read pending-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if pend-section-name is equal to ws-source-name
                   move ws-target-name to pend-section-name
                   add 1 to ws-pending-count
                 end-if
                 write pending-stage-record from pending-record
             end-read
           end-perform
           close pending-stage
           close pending-db
           if ws-pending-count is equal to zero
             exit paragraph
           end-if
           move 'n' to ws-eof-file
           open input pending-stage
           open output pending-db
           perform until ws-eof-file is equal to 'y'
             read pending-stage next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 write pending-record from pending-stage-record
             end-read
           end-perform
           close pending-db
           close pending-stage.

       rename-scheduled.
           move 'n' to ws-eof-file
           open input scheduled-db
           open output scheduled-stage
           perform until ws-eof-file is equal to 'y'
             read scheduled-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if sched-section-name is equal to ws-source-name
                   move ws-target-name to sched-section-name
                   add 1 to ws-scheduled-count
                 end-if
                 write scheduled-stage-record from scheduled-record
             end-read
           end-perform
           close scheduled-stage
           close scheduled-db
           if ws-scheduled-count is equal to zero
             exit paragraph
           end-if
           move 'n' to ws-eof-file
           open input scheduled-stage
           open output scheduled-db
           perform until ws-eof-file is equal to 'y'
             read scheduled-stage next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 write scheduled-record from scheduled-stage-record
             end-read
           end-perform
           close scheduled-db
           close scheduled-stage.

       delete-source-section.
           move ws-source-name to name
           delete sections-db record
             invalid key
               add 1 to ws-fail-count
               display '  source section record delete failed'
             not invalid key
               display '  source section record removed'
           end-delete.

       write-outbox-record.
           open extend outbox-db
           move ws-notify-section to notify-section-name
           move ws-notify-param to notify-param-name
           move ws-notify-action to notify-action-code
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
             if ws-freeze-selector is not equal to ws-freeze-section
               exit paragraph
             end-if
           else
             if ws-freeze-prefix-len is greater than zero
               if ws-freeze-section(1:ws-freeze-prefix-len)
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
           move 'CLONE-SECTION' to flog-program
           move ws-freeze-section to flog-section-name
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

       end program clone-section.
