           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

      *> violating rows land here, in the settings-quarantine.dat
      *> layout reconcile-settings writes, so they can be pulled and
      *> reloaded through load-settings once corrected. Rewritten on
         fd sensitive-db.
         copy sensparm.

         fd overflow-db.
         copy ovflval.

         fd quarantine-file.
         01 quarantine-record.
           02 quarantine-composite-key.
             03 quarantine-section-name picture x(40).
             03 quarantine-param-name picture x(40).
           02 quarantine-param-value picture x(87).
      *> a long value carries on in load-settings' continuation rows.
         01 quarantine-continuation-record.
           02 quarantine-cont-marker picture x.
           02 quarantine-cont-sequence picture 9(2).
           02 filler picture x(37).
           02 quarantine-cont-param-name picture x(40).
           02 quarantine-cont-value picture x(87).

         fd sweep-request.
      *> one optional control record: 'Y' also writes the violating
         01 ws-violation-count picture 9(9) value zero.
         01 ws-sensitive picture x.
         01 ws-mask-value picture x(87) value '********'.
         01 ws-row-value.
           02 ws-row-value-head picture x(87).
           02 ws-row-value-tail picture x(813).
         01 ws-cont-sequence picture 9(2).
         01 ws-cont-offset picture 9(3).
         01 ws-cont-len picture 9(2).

      *> the rule-check fields below mirror put-setting's, so the
      *> evaluation stays line for line the write-path check: the
      *> exact rule first, then the '*' wildcard.
         01 ws-check-value picture x(900).
         01 ws-check-upper picture x(900).
         01 ws-check-len picture 9(3).
         01 ws-check-ind picture 9(3).
         01 ws-list-pointer picture 9(3).
         01 ws-list-element picture x(87).
         01 ws-rule-found picture x.
           open input settings-db
           open input rules-db
           open input sensitive-db
           open input overflow-db
           if ws-quarantine is equal to 'y'
             open output quarantine-file
           end-if
           if ws-quarantine is equal to 'y'
             close quarantine-file
           end-if
           close overflow-db
           close sensitive-db
           close rules-db
           close settings-db
           close sweep-request.

       check-setting-row.
      *> the rule covers the whole value, overflow tail included.
           move sparam-value to ws-row-value-head
           move spaces to ws-row-value-tail
           move composite-key to ovfl-key
           read overflow-db record
             invalid key
               continue
             not invalid key
               move ovfl-value-tail to ws-row-value-tail
           end-read

           perform check-validation-rule
           if ws-rule-found is equal to 'y'
             add 1 to ws-covered-count
             display '    ' sparam-name ' = ' ws-mask-value
           else
             display '    ' sparam-name ' = ' sparam-value
             if ws-row-value-tail is not equal to spaces
               display '      ' function trim(ws-row-value-tail
                 trailing)
             end-if
           end-if
           display '    rule ' rule-type
             ' param ' rule-param-name
             move composite-key to quarantine-composite-key
             move sparam-value to quarantine-param-value
             write quarantine-record
             perform write-quarantine-continuation
           end-if.

      *> one continuation row per 87 bytes of the tail, up to the
      *> last non-space, exactly as extract-settings writes them.
       write-quarantine-continuation.
           move zero to ws-cont-sequence
           perform
             varying ws-cont-offset from 1 by 87
               until ws-cont-offset is greater than 813
                 or ws-row-value-tail(ws-cont-offset:) is equal to
                   spaces
             add 1 to ws-cont-sequence
             move spaces to quarantine-continuation-record
             move '+' to quarantine-cont-marker
             move ws-cont-sequence to quarantine-cont-sequence
             move sparam-name to quarantine-cont-param-name
             move 87 to ws-cont-len
             if ws-cont-sequence is equal to 10
               move 30 to ws-cont-len
             end-if
             move ws-row-value-tail(ws-cont-offset:ws-cont-len)
               to quarantine-cont-value
             write quarantine-continuation-record
           end-perform.

       check-validation-rule.
      *> an exact section/parameter rule wins; failing that, a '*'
      *> parameter rule covers every parameter of the section. No
             exit paragraph
           end-if

           move function trim(ws-row-value) to ws-check-value
           move function trim(function upper-case(ws-row-value))
             to ws-check-upper
           if ws-check-value is equal to spaces
             move zero to ws-check-len
           else
             move function length(function trim(ws-row-value))
               to ws-check-len
           end-if

