           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

      *> orphaned settings-db rows land here, in the settings-db
      *> record layout, so they can be inspected and either reloaded
      *> through load-settings or dropped. Rewritten on every run.
         fd settings-db is external.
         copy setting.

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

       working-storage section.
         01 ws-eof-settings picture x value 'n'.
         01 ws-slot-ind picture 9(2).
         01 ws-norm-state picture x(40).
         01 ws-probe-name picture x(40).
         01 ws-value-tail picture x(813).
         01 ws-cont-sequence picture 9(2).
         01 ws-cont-offset picture 9(3).
         01 ws-cont-len picture 9(2).

       procedure division.
       reconcile-main.
           display 'RECONCILE: sweep of settings.dat'
           open input sections-db
           open input settings-db
           open input overflow-db
           open output quarantine-file

           perform until ws-eof-settings is equal to 'y'
           end-perform

           close quarantine-file
           close overflow-db
           close settings-db

           display 'RECONCILE: sweep of sections.dat'
           display '    param ' sparam-name
           move composite-key to quarantine-composite-key
           move sparam-value to quarantine-param-value
           write quarantine-record
           move composite-key to ovfl-key
           read overflow-db record
             invalid key
               continue
             not invalid key
               move ovfl-value-tail to ws-value-tail
               perform write-quarantine-continuation
           end-read.

      *> one continuation row per 87 bytes of the tail, up to the
      *> last non-space, exactly as extract-settings writes them.
       write-quarantine-continuation.
           move zero to ws-cont-sequence
           perform
             varying ws-cont-offset from 1 by 87
               until ws-cont-offset is greater than 813
                 or ws-value-tail(ws-cont-offset:) is equal to spaces
             add 1 to ws-cont-sequence
             move spaces to quarantine-continuation-record
             move '+' to quarantine-cont-marker
             move ws-cont-sequence to quarantine-cont-sequence
             move sparam-name to quarantine-cont-param-name
             move 87 to ws-cont-len
             if ws-cont-sequence is equal to 10
               move 30 to ws-cont-len
             end-if
             move ws-value-tail(ws-cont-offset:ws-cont-len)
               to quarantine-cont-value
             write quarantine-continuation-record
           end-perform.

       check-section-record.
           move zero to ws-slot-count
