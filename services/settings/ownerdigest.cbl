       identification division.
       program-id. owner-digest.

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

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

         select optional owner-db assign to 'section-owners.dat'
           organization is indexed
           access mode is dynamic
           record key is owner-section-name
           lock mode is automatic
           sharing with all other.

         select optional sensitive-db
           assign to 'settings-sensitive.dat'
           organization is indexed
           access mode is dynamic
           record key is sensitive-key
           lock mode is automatic
           sharing with all other.

         select optional outbox-db assign to 'settings-outbox.dat'
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

         select optional digest-state
           assign to 'owner-digest-state.dat'
           organization is sequential
           access mode is sequential.

         select optional digest-request
           assign to 'owner-digest-request.dat'
           organization is sequential
           access mode is sequential.

       data division.
       file section.
         fd sections-db is external.
         copy ssection.

         fd settings-db is external.
         copy setting.

         fd overflow-db.
         copy ovflval.

         fd owner-db.
         copy owner.

         fd sensitive-db.
         copy sensparm.

         fd outbox-db.
         copy notify.

         fd history-db.
         copy history.

         fd pending-db.
         copy pendchg.

         fd digest-state.
      *> one record: when the last digest was taken. The next digest
      *> covers the outbox from just after it. Rewritten every run.
         01 digest-state-record.
           02 state-last-timestamp picture x(21).

         fd digest-request.
      *> one optional control record: a timestamp (yyyymmddhhmm...)
      *> to take the digest from instead of the last digest's, to
      *> send a lost digest again. A missing file or a blank
      *> timestamp uses owner-digest-state.dat; with neither, the
      *> digest covers the last day.
         01 digest-request-record.
           02 request-since-timestamp picture x(21).

       working-storage section.
         01 ws-eof-file picture x value 'n'.
         01 ws-now-timestamp picture x(21).
         01 ws-since-timestamp picture x(21) value spaces.
         01 ws-today picture x(8).
         01 ws-today-num picture 9(8).
         01 ws-today-int picture 9(7).
         01 ws-horizon-days picture 9(2) value 14.
         01 ws-horizon-int picture 9(7).
         01 ws-horizon-date picture x(8).
         01 ws-horizon-num redefines ws-horizon-date picture 9(8).
         01 ws-since-int picture 9(7).
         01 ws-since-date picture x(8).
         01 ws-since-num redefines ws-since-date picture 9(8).
         01 ws-expiry-num picture 9(8).
         01 ws-expiry-int picture 9(7).
         01 ws-slot-ind picture 9(2).
         01 ws-lookup-section picture x(40).
         01 ws-lookup-team picture x(30).
         01 ws-found-team picture 9(3).
         01 ws-found-owner picture 9(3).
         01 ws-masked picture x.
         01 ws-mask-value picture x(87) value '********'.
         01 ws-key-text picture x(81).
         01 ws-action-text picture x(6).
         01 ws-page-team picture 9(3).
         01 ws-page-lines picture 9(4).
         01 ws-section-count picture 9(9) value zero.
         01 ws-unowned-count picture 9(9) value zero.
         01 ws-orphan-count picture 9(9) value zero.
         01 ws-change-count picture 9(9) value zero.
         01 ws-table-full picture x value 'n'.

      *> the directory, in owner-db key order, each entry pointing at
      *> its team. Team number zero is the unowned exception page.
      *> The same 500-entry ceiling the other reports use; overflow
      *> is reported rather than silently lost.
         01 ws-table-max picture 9(3) value 500.
         01 ws-owner-total picture 9(3) value zero.
         01 ws-owner-table.
           02 ws-owner-entry occurs 500.
             03 ws-own-section picture x(40).
             03 ws-own-team-ind picture 9(3).
             03 ws-own-contact picture x(8).
             03 ws-own-criticality picture x.
             03 ws-own-cost-centre picture x(10).
             03 ws-own-seen picture x.
         01 ws-owner-ind picture 9(3).

         01 ws-team-total picture 9(3) value zero.
         01 ws-team-table.
           02 ws-team-entry occurs 500.
             03 ws-team-name picture x(30).
         01 ws-team-ind picture 9(3).

      *> every outbox record after the cutoff, in outbox order. A
      *> change's old value is the value its history record displaced:
      *> the latest history for the key no later than the change and
      *> later than the key's previous change (or the cutoff). Its new
      *> value is the one the next history record for the key
      *> displaced, or failing that the row as it stands now. Both
      *> are carried whole, head and tail. Sized well past a day's
      *> outbox; if it still fills, the state is left at the last
      *> change listed so the next digest picks up the rest.
         01 ws-change-max picture 9(4) value 2000.
         01 ws-change-total picture 9(4) value zero.
         01 ws-change-full picture x value 'n'.
         01 ws-state-timestamp picture x(21).
         01 ws-change-table.
           02 ws-change-entry occurs 2000.
             03 ws-chg-section picture x(40).
             03 ws-chg-param picture x(40).
             03 ws-chg-action picture x.
             03 ws-chg-timestamp picture x(21).
             03 ws-chg-operator picture x(8).
             03 ws-chg-team-ind picture 9(3).
             03 ws-chg-lower picture x(21).
             03 ws-chg-old-found picture x.
             03 ws-chg-old-timestamp picture x(21).
             03 ws-chg-old-value picture x(87).
             03 ws-chg-old-tail picture x(813).
             03 ws-chg-new-found picture x.
             03 ws-chg-new-timestamp picture x(21).
             03 ws-chg-new-value picture x(87).
             03 ws-chg-new-tail picture x(813).
             03 ws-chg-masked picture x.
         01 ws-change-ind picture 9(4).
         01 ws-prior-ind picture 9(4).

      *> print-value-tail's argument: a value's tail, printed in
      *> 87-byte lines under its head as far as its last non-blank.
         01 ws-print-tail picture x(813).
         01 ws-print-tail-len picture 9(3).
         01 ws-print-offset picture 9(3).
         01 ws-print-slice-len picture 9(3).

         01 ws-pending-total picture 9(3) value zero.
         01 ws-pending-table.
           02 ws-pending-entry occurs 500.
             03 ws-pnd-sequence picture 9(9).
             03 ws-pnd-section picture x(40).
             03 ws-pnd-param picture x(40).
             03 ws-pnd-value picture x(87).
             03 ws-pnd-value-tail picture x(813).
             03 ws-pnd-proposed-by picture x(8).
             03 ws-pnd-timestamp picture x(21).
             03 ws-pnd-team-ind picture 9(3).
         01 ws-pending-ind picture 9(3).

         01 ws-key-total picture 9(3) value zero.
         01 ws-key-table.
           02 ws-key-entry occurs 500.
             03 ws-exp-section picture x(40).
             03 ws-exp-slot picture 9.
             03 ws-exp-expiry picture x(8).
             03 ws-exp-days-left picture s9(5).
             03 ws-exp-team-ind picture 9(3).
         01 ws-key-ind picture 9(3).

         01 ws-unowned-total picture 9(3) value zero.
         01 ws-unowned-table.
           02 ws-unowned-section picture x(40) occurs 500.
         01 ws-unowned-ind picture 9(3).

       procedure division.
       owner-digest-main.
           move function current-date to ws-now-timestamp
           move ws-now-timestamp(1:8) to ws-today
           move ws-today to ws-today-num
           move function integer-of-date(ws-today-num)
             to ws-today-int
           compute ws-horizon-int = ws-today-int + ws-horizon-days
           move function date-of-integer(ws-horizon-int)
             to ws-horizon-num

           perform read-digest-state
           perform read-digest-request
           if ws-since-timestamp is equal to spaces
             compute ws-since-int = ws-today-int - 1
             move function date-of-integer(ws-since-int)
               to ws-since-num
             move ws-since-date to ws-since-timestamp
             move ws-now-timestamp(9:13)
               to ws-since-timestamp(9:13)
           end-if

           display 'OWNER-DIGEST: changes after '
             ws-since-timestamp(1:16) ' up to ' ws-now-timestamp(1:16)

           perform load-owners
           perform collect-section-keys
           open input sensitive-db
           perform collect-changes
           perform collect-pending
           close sensitive-db
           perform collect-history-values
           perform fill-current-values

           perform
             varying ws-page-team from 1 by 1
               until ws-page-team is greater than ws-team-total
             perform report-owner-page
           end-perform
           perform report-exception-page

           display ' '
           if ws-table-full is equal to 'y'
             display 'OWNER-DIGEST: WARNING table full - only the'
               ' first ' ws-table-max ' entries of a list shown'
           end-if
           if ws-change-full is equal to 'y'
             display 'OWNER-DIGEST: WARNING change table full - only'
               ' the first ' ws-change-max ' change(s) listed; the'
               ' next digest resumes after '
               ws-chg-timestamp(ws-change-total)(1:16)
           end-if
           display 'OWNER-DIGEST: ' ws-section-count ' section(s), '
             ws-unowned-count ' unowned; ' ws-team-total
             ' owner(s) in the directory'
           display 'OWNER-DIGEST: ' ws-change-count ' change(s), '
             ws-pending-total ' pending proposal(s), ' ws-key-total
             ' key(s) expiring by ' ws-horizon-date

           perform write-digest-state
           stop run.

       read-digest-state.
           open input digest-state
           read digest-state record
             at end
               continue
             not at end
               move state-last-timestamp to ws-since-timestamp
           end-read
           close digest-state.

       read-digest-request.
           open input digest-request
           read digest-request record
             at end
               continue
             not at end
               if request-since-timestamp is not equal to spaces
                 move request-since-timestamp to ws-since-timestamp
               end-if
           end-read
           close digest-request.

       load-owners.
           move 'n' to ws-eof-file
           open input owner-db
           move low-values to owner-section-name
           start owner-db
             key is not less than owner-section-name
             invalid key
               move 'y' to ws-eof-file
           end-start
           perform until ws-eof-file is equal to 'y'
             read owner-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 perform take-owner-record
             end-read
           end-perform
           close owner-db.

       take-owner-record.
           if ws-owner-total is not less than ws-table-max
             move 'y' to ws-table-full
             exit paragraph
           end-if
           move owner-team to ws-lookup-team
           perform find-team-entry
           if ws-found-team is equal to zero
             exit paragraph
           end-if
           add 1 to ws-owner-total
           move owner-section-name to ws-own-section(ws-owner-total)
           move ws-found-team to ws-own-team-ind(ws-owner-total)
           move owner-contact-id to ws-own-contact(ws-owner-total)
           move owner-criticality
             to ws-own-criticality(ws-owner-total)
           move owner-cost-centre
             to ws-own-cost-centre(ws-owner-total)
           move 'n' to ws-own-seen(ws-owner-total).

      *> looks ws-lookup-team up, adding it at the end when it is
      *> new. ws-found-team is zero once the table is full.
       find-team-entry.
           move zero to ws-found-team
           perform
             varying ws-team-ind from 1 by 1
               until ws-team-ind is greater than ws-team-total
                 or ws-found-team is not equal to zero
             if ws-team-name(ws-team-ind) is equal to ws-lookup-team
               move ws-team-ind to ws-found-team
             end-if
           end-perform
           if ws-found-team is not equal to zero
             exit paragraph
           end-if
           if ws-team-total is not less than ws-table-max
             move 'y' to ws-table-full
             exit paragraph
           end-if
           add 1 to ws-team-total
           move ws-team-total to ws-found-team
           move ws-lookup-team to ws-team-name(ws-found-team).

      *> ws-found-team for ws-lookup-section: its owner's team, or
      *> zero when the section has no owner. ws-found-owner is the
      *> directory entry.
       find-section-owner.
           move zero to ws-found-team
           move zero to ws-found-owner
           perform
             varying ws-owner-ind from 1 by 1
               until ws-owner-ind is greater than ws-owner-total
                 or ws-found-team is not equal to zero
             if ws-own-section(ws-owner-ind) is equal to
                 ws-lookup-section
               move ws-own-team-ind(ws-owner-ind) to ws-found-team
               move ws-owner-ind to ws-found-owner
             end-if
           end-perform.

      *> one pass over sections.dat finds both the unowned sections
      *> and the key slots running out within the horizon (or
      *> already past it and not yet swept).
       collect-section-keys.
           move 'n' to ws-eof-file
           open input sections-db
           move low-values to name
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
                 perform take-section-record
             end-read
           end-perform
           close sections-db.

       take-section-record.
           add 1 to ws-section-count
           move name to ws-lookup-section
           perform find-section-owner
           if ws-found-owner is not equal to zero
             move 'y' to ws-own-seen(ws-found-owner)
           end-if
           if ws-found-team is equal to zero
             add 1 to ws-unowned-count
             if ws-unowned-total is less than ws-table-max
               add 1 to ws-unowned-total
               move name to ws-unowned-section(ws-unowned-total)
             else
               move 'y' to ws-table-full
             end-if
           end-if
           perform
             varying ws-slot-ind from 1 by 1
               until ws-slot-ind is greater than 9
             if api-key(ws-slot-ind) is not equal to spaces
                 and api-key-expiry(ws-slot-ind) is numeric
                 and api-key-expiry(ws-slot-ind) is not greater than
                   ws-horizon-date
               perform take-expiring-key
             end-if
           end-perform.

       take-expiring-key.
           if ws-key-total is not less than ws-table-max
             move 'y' to ws-table-full
             exit paragraph
           end-if
           add 1 to ws-key-total
           move name to ws-exp-section(ws-key-total)
           move ws-slot-ind to ws-exp-slot(ws-key-total)
           move api-key-expiry(ws-slot-ind)
             to ws-exp-expiry(ws-key-total)
           move api-key-expiry(ws-slot-ind) to ws-expiry-num
           move function integer-of-date(ws-expiry-num)
             to ws-expiry-int
           compute ws-exp-days-left(ws-key-total) =
             ws-expiry-int - ws-today-int
           move ws-found-team to ws-exp-team-ind(ws-key-total).

       collect-changes.
           move 'n' to ws-eof-file
           open input outbox-db
           perform until ws-eof-file is equal to 'y'
             read outbox-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if notify-timestamp is greater than ws-since-timestamp
                     and notify-timestamp is not greater than
                       ws-now-timestamp
                   perform take-outbox-record
                 end-if
             end-read
           end-perform
           close outbox-db.

       take-outbox-record.
           add 1 to ws-change-count
           if ws-change-total is not less than ws-change-max
             move 'y' to ws-change-full
             exit paragraph
           end-if
           add 1 to ws-change-total
           move ws-change-total to ws-change-ind
           move notify-section-name to ws-chg-section(ws-change-ind)
           move notify-param-name to ws-chg-param(ws-change-ind)
           move notify-action-code to ws-chg-action(ws-change-ind)
           move notify-timestamp to ws-chg-timestamp(ws-change-ind)
           move notify-operator-id to ws-chg-operator(ws-change-ind)
           move 'n' to ws-chg-old-found(ws-change-ind)
           move spaces to ws-chg-old-timestamp(ws-change-ind)
           move spaces to ws-chg-old-value(ws-change-ind)
           move spaces to ws-chg-old-tail(ws-change-ind)
           move 'n' to ws-chg-new-found(ws-change-ind)
           move spaces to ws-chg-new-timestamp(ws-change-ind)
           move spaces to ws-chg-new-value(ws-change-ind)
           move spaces to ws-chg-new-tail(ws-change-ind)

           move ws-since-timestamp to ws-chg-lower(ws-change-ind)
           perform
             varying ws-prior-ind from 1 by 1
               until ws-prior-ind is not less than ws-change-ind
             if ws-chg-section(ws-prior-ind) is equal to
                 notify-section-name
                 and ws-chg-param(ws-prior-ind) is equal to
                   notify-param-name
               move ws-chg-timestamp(ws-prior-ind)
                 to ws-chg-lower(ws-change-ind)
             end-if
           end-perform

           move notify-section-name to ws-lookup-section
           perform find-section-owner
           move ws-found-team to ws-chg-team-ind(ws-change-ind)
           move notify-section-name to sens-section-name
           move notify-param-name to sens-param-name
           perform check-sensitive-mark
           move ws-masked to ws-chg-masked(ws-change-ind).

      *> an exact mark first, then the section's '*' mark, the order
      *> the read path checks them in.
       check-sensitive-mark.
           move 'n' to ws-masked
           read sensitive-db record
             invalid key
               move '*' to sens-param-name
               read sensitive-db record
                 invalid key
                   continue
                 not invalid key
                   move 'y' to ws-masked
               end-read
             not invalid key
               move 'y' to ws-masked
           end-read.

       collect-history-values.
           if ws-change-total is equal to zero
             exit paragraph
           end-if
           move 'n' to ws-eof-file
           open input history-db
           perform until ws-eof-file is equal to 'y'
             read history-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 perform match-history-record
             end-read
           end-perform
           close history-db.

       match-history-record.
           perform
             varying ws-change-ind from 1 by 1
               until ws-change-ind is greater than ws-change-total
             if ws-chg-section(ws-change-ind) is equal to
                 hist-section-name
                 and ws-chg-param(ws-change-ind) is equal to
                   hist-param-name
               perform take-history-value
             end-if
           end-perform.

       take-history-value.
           if hist-effective-timestamp is greater than
               ws-chg-lower(ws-change-ind)
               and hist-effective-timestamp is not greater than
                 ws-chg-timestamp(ws-change-ind)
               and hist-effective-timestamp is not less than
                 ws-chg-old-timestamp(ws-change-ind)
             move 'y' to ws-chg-old-found(ws-change-ind)
             move hist-effective-timestamp
               to ws-chg-old-timestamp(ws-change-ind)
             move hist-old-value to ws-chg-old-value(ws-change-ind)
             move hist-old-value-tail to ws-chg-old-tail(ws-change-ind)
           end-if
           if hist-effective-timestamp is greater than
               ws-chg-timestamp(ws-change-ind)
             if ws-chg-new-found(ws-change-ind) is not equal to 'y'
                 or hist-effective-timestamp is less than
                   ws-chg-new-timestamp(ws-change-ind)
               move 'y' to ws-chg-new-found(ws-change-ind)
               move hist-effective-timestamp
                 to ws-chg-new-timestamp(ws-change-ind)
               move hist-old-value to ws-chg-new-value(ws-change-ind)
               move hist-old-value-tail
                 to ws-chg-new-tail(ws-change-ind)
             end-if
           end-if.

      *> a create or update no later history record has displaced
      *> still holds its value in settings.dat, unless the row has
      *> gone since without a history record (purge-section).
       fill-current-values.
           if ws-change-total is equal to zero
             exit paragraph
           end-if
           open input settings-db
           open input overflow-db
           perform
             varying ws-change-ind from 1 by 1
               until ws-change-ind is greater than ws-change-total
             if ws-chg-action(ws-change-ind) is not equal to 'd'
                 and ws-chg-new-found(ws-change-ind) is not equal to
                   'y'
               perform read-current-value
             end-if
           end-perform
           close overflow-db
           close settings-db.

       read-current-value.
           move ws-chg-section(ws-change-ind) to ssection-name
           move ws-chg-param(ws-change-ind) to sparam-name
           read settings-db record
             invalid key
               exit paragraph
           end-read
           move 'y' to ws-chg-new-found(ws-change-ind)
           move sparam-value to ws-chg-new-value(ws-change-ind)
           move ws-chg-section(ws-change-ind) to ovfl-section-name
           move ws-chg-param(ws-change-ind) to ovfl-param-name
           read overflow-db record
             invalid key
               continue
             not invalid key
               move ovfl-value-tail to ws-chg-new-tail(ws-change-ind)
           end-read.

      *> proposals still awaiting a decision wait on the owner, who
      *> approves or rejects them through apply-pending.
       collect-pending.
           move 'n' to ws-eof-file
           open input pending-db
           perform until ws-eof-file is equal to 'y'
             read pending-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if pend-status is equal to space
                   perform take-pending-record
                 end-if
             end-read
           end-perform
           close pending-db.

       take-pending-record.
           if ws-pending-total is not less than ws-table-max
             move 'y' to ws-table-full
             exit paragraph
           end-if
           add 1 to ws-pending-total
           move pend-sequence to ws-pnd-sequence(ws-pending-total)
           move pend-section-name to ws-pnd-section(ws-pending-total)
           move pend-param-name to ws-pnd-param(ws-pending-total)
           move pend-proposed-by
             to ws-pnd-proposed-by(ws-pending-total)
           move pend-proposed-timestamp
             to ws-pnd-timestamp(ws-pending-total)
           move pend-section-name to ws-lookup-section
           perform find-section-owner
           move ws-found-team to ws-pnd-team-ind(ws-pending-total)
           move pend-section-name to sens-section-name
           move pend-param-name to sens-param-name
           perform check-sensitive-mark
           if ws-masked is equal to 'y'
             move ws-mask-value to ws-pnd-value(ws-pending-total)
             move spaces to ws-pnd-value-tail(ws-pending-total)
           else
             move pend-param-value to ws-pnd-value(ws-pending-total)
             move pend-param-value-tail
               to ws-pnd-value-tail(ws-pending-total)
           end-if.

       report-owner-page.
           display ' '
           display 'OWNER: ' ws-team-name(ws-page-team)
           perform
             varying ws-owner-ind from 1 by 1
               until ws-owner-ind is greater than ws-owner-total
             if ws-own-team-ind(ws-owner-ind) is equal to ws-page-team
               display '  SECTION ' ws-own-section(ws-owner-ind)
               display '    contact ' ws-own-contact(ws-owner-ind)
                 '  class ' ws-own-criticality(ws-owner-ind)
                 '  cost centre ' ws-own-cost-centre(ws-owner-ind)
             end-if
           end-perform
           perform report-page-activity.

      *> the unowned sections' page: what would have gone to an
      *> owner, and the directory entries naming sections that are
      *> no longer on file.
       report-exception-page.
           display ' '
           display 'UNOWNED SECTIONS'
           perform
             varying ws-unowned-ind from 1 by 1
               until ws-unowned-ind is greater than ws-unowned-total
             display '  SECTION ' ws-unowned-section(ws-unowned-ind)
           end-perform
           if ws-unowned-total is equal to zero
             display '  (none)'
           end-if
           move zero to ws-page-team
           perform report-page-activity

           perform
             varying ws-owner-ind from 1 by 1
               until ws-owner-ind is greater than ws-owner-total
             if ws-own-seen(ws-owner-ind) is not equal to 'y'
               add 1 to ws-orphan-count
               if ws-orphan-count is equal to 1
                 display '  OWNER ENTRIES FOR SECTIONS NOT ON FILE'
               end-if
               display '    ' ws-own-section(ws-owner-ind) ' '
                 ws-team-name(ws-own-team-ind(ws-owner-ind))
             end-if
           end-perform.

       report-page-activity.
           display '  CHANGES'
           move zero to ws-page-lines
           perform
             varying ws-change-ind from 1 by 1
               until ws-change-ind is greater than ws-change-total
             if ws-chg-team-ind(ws-change-ind) is equal to
                 ws-page-team
               add 1 to ws-page-lines
               perform report-change-entry
             end-if
           end-perform
           if ws-page-lines is equal to zero
             display '    (none)'
           end-if

           display '  PENDING PROPOSALS'
           move zero to ws-page-lines
           perform
             varying ws-pending-ind from 1 by 1
               until ws-pending-ind is greater than ws-pending-total
             if ws-pnd-team-ind(ws-pending-ind) is equal to
                 ws-page-team
               add 1 to ws-page-lines
               perform report-pending-entry
             end-if
           end-perform
           if ws-page-lines is equal to zero
             display '    (none)'
           end-if

           display '  API KEYS EXPIRING BY ' ws-horizon-date
           move zero to ws-page-lines
           perform
             varying ws-key-ind from 1 by 1
               until ws-key-ind is greater than ws-key-total
             if ws-exp-team-ind(ws-key-ind) is equal to ws-page-team
               add 1 to ws-page-lines
               perform report-key-entry
             end-if
           end-perform
           if ws-page-lines is equal to zero
             display '    (none)'
           end-if.

       report-change-entry.
           evaluate ws-chg-action(ws-change-ind)
             when 'c'
               move 'CREATE' to ws-action-text
             when 'u'
               move 'UPDATE' to ws-action-text
             when 'd'
               move 'DELETE' to ws-action-text
             when other
               move ws-chg-action(ws-change-ind) to ws-action-text
           end-evaluate
           move spaces to ws-key-text
           string function trim(ws-chg-section(ws-change-ind)) '/'
             function trim(ws-chg-param(ws-change-ind))
             delimited by size into ws-key-text
           display '    ' ws-chg-timestamp(ws-change-ind)(1:16) ' '
             ws-action-text ' ' ws-key-text
           if ws-chg-operator(ws-change-ind) is not equal to spaces
             display '      by ' ws-chg-operator(ws-change-ind)
           end-if

           if ws-chg-action(ws-change-ind) is not equal to 'c'
             if ws-chg-old-found(ws-change-ind) is not equal to 'y'
               display '      old: (not in history)'
             else
               if ws-chg-masked(ws-change-ind) is equal to 'y'
                 display '      old: ' ws-mask-value
               else
                 display '      old: ' ws-chg-old-value(ws-change-ind)
                 move ws-chg-old-tail(ws-change-ind) to ws-print-tail
                 perform print-value-tail
               end-if
             end-if
           end-if

           if ws-chg-action(ws-change-ind) is not equal to 'd'
             if ws-chg-new-found(ws-change-ind) is not equal to 'y'
               display '      new: (row no longer on file)'
             else
               if ws-chg-masked(ws-change-ind) is equal to 'y'
                 display '      new: ' ws-mask-value
               else
                 display '      new: ' ws-chg-new-value(ws-change-ind)
                 move ws-chg-new-tail(ws-change-ind) to ws-print-tail
                 perform print-value-tail
               end-if
             end-if
           end-if.

       print-value-tail.
           perform
             varying ws-print-tail-len from 813 by -1
               until ws-print-tail-len is equal to zero
                 or ws-print-tail(ws-print-tail-len:1) is not equal to
                   space
             continue
           end-perform
           perform
             varying ws-print-offset from 1 by 87
               until ws-print-offset is greater than ws-print-tail-len
             compute ws-print-slice-len = 814 - ws-print-offset
             if ws-print-slice-len is greater than 87
               move 87 to ws-print-slice-len
             end-if
             display '           '
               ws-print-tail(ws-print-offset:ws-print-slice-len)
           end-perform.

       report-pending-entry.
           move spaces to ws-key-text
           string function trim(ws-pnd-section(ws-pending-ind)) '/'
             function trim(ws-pnd-param(ws-pending-ind))
             delimited by size into ws-key-text
           display '    #' ws-pnd-sequence(ws-pending-ind) ' '
             ws-key-text
           display '      proposed ' ws-pnd-timestamp(ws-pending-ind)
             (1:16) ' by ' ws-pnd-proposed-by(ws-pending-ind)
           display '      value: ' ws-pnd-value(ws-pending-ind)
           move ws-pnd-value-tail(ws-pending-ind) to ws-print-tail
           perform print-value-tail.

       report-key-entry.
           if ws-exp-days-left(ws-key-ind) is less than zero
             display '    ' ws-exp-section(ws-key-ind) ' slot '
               ws-exp-slot(ws-key-ind) ' EXPIRED '
               ws-exp-expiry(ws-key-ind)
           else
             display '    ' ws-exp-section(ws-key-ind) ' slot '
               ws-exp-slot(ws-key-ind) ' expires '
               ws-exp-expiry(ws-key-ind)
           end-if.

      *> changes the full table left out are still after the last
      *> one listed, so the next digest starts there rather than now.
       write-digest-state.
           move ws-now-timestamp to ws-state-timestamp
           if ws-change-full is equal to 'y'
             move ws-chg-timestamp(ws-change-total)
               to ws-state-timestamp
           end-if
           open output digest-state
           move ws-state-timestamp to state-last-timestamp
           write digest-state-record
           close digest-state.

       end program owner-digest.
