           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

         select optional outbox-db assign to 'settings-outbox.dat'
           organization is sequential
           access mode is sequential
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

       data division.
       file section.
         fd sections-db is external.
         fd param-index.
         copy paramidx.

         fd overflow-db.
         copy ovflval.

         fd outbox-db.
         copy notify.

         fd freeze-calendar.
         copy freeze.

         fd freeze-log.
         copy freezelog.

         fd purge-request.
      *> one mandatory control record: the section to retire and the
      *> operator retiring it, who is kept on every outbox record
      *> written. 'Y' in request-override purges through an active
      *> change freeze under that operator's id.
         01 purge-request-record.
           02 request-section-name picture x(40).
           02 request-override picture x.
           02 request-operator picture x(8).

       working-storage section.
         01 ws-has-request picture x value 'n'.
         01 ws-section-name picture x(40).
         01 ws-section-found picture x value 'n'.
         01 ws-deleted-count picture 9(9) value zero.
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

       procedure division.
       purge-section-main.
           perform read-purge-request
           if ws-has-request is equal to 'n'
               or ws-section-name is equal to spaces
               or ws-operator-id is equal to spaces
             display 'PURGE-SECTION: missing or blank control record'
               ' in purge-request.dat - nothing purged'
             move 1 to return-code
             stop run
           end-if

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
               display 'PURGE-SECTION: change freeze'
                 ' OVERRIDDEN by ' ws-operator-id
               display 'PURGE-SECTION: ' ws-freeze-reason
             else
               move 'R' to ws-freeze-outcome
               perform write-freeze-log
               display 'PURGE-SECTION: change freeze'
                 ' in force - nothing purged'
               display 'PURGE-SECTION: ' ws-freeze-reason
               move 2 to return-code
               stop run
             end-if
           end-if

           open i-o sections-db
           open i-o settings-db
           open i-o param-index
           open i-o overflow-db

           move ws-section-name to name
           read sections-db record
           end-read

           display 'PURGE-SECTION: manifest for ' ws-section-name
             ' by ' ws-operator-id
           if ws-section-found is equal to 'y'
             display '  section record: api-keys-count='
               api-keys-count ' state=' state
           display 'PURGE-SECTION: ' ws-deleted-count
             ' settings row(s) removed'

           close overflow-db
           close param-index
           close settings-db
           close sections-db
               move 'y' to ws-has-request
               move function trim(function upper-case(
                 request-section-name)) to ws-section-name
               move function trim(function upper-case(
                 request-operator)) to ws-operator-id
               move 'n' to ws-override
               if function upper-case(request-override) is equal to 'Y'
                   and ws-operator-id is not equal to spaces
                 move 'y' to ws-override
               end-if
           end-read
           close purge-request.

                 invalid key
                   continue
               end-delete
               move pidx-section-name to ovfl-section-name
               move pidx-param-name to ovfl-param-name
               delete overflow-db record
                 invalid key
                   continue
               end-delete
               perform write-outbox-record
           end-delete.

           move pidx-param-name to notify-param-name
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
           move 'PURGE-SECTION' to flog-program
           move ws-section-name to flog-section-name
           move spaces to flog-param-name
           move ws-freeze-outcome to flog-outcome
           move ws-operator-id to flog-operator-id
           move ws-freeze-reason to flog-freeze-reason
           write freeze-log-record
           close freeze-log.

       end program purge-section.
