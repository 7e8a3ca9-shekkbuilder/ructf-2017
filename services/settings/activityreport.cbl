       identification division.
       program-id. change-activity-report.

       environment division.
       input-output section.
       file-control.
         select optional outbox-db assign to 'settings-outbox.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional pending-db assign to 'settings-pending.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional report-request
           assign to 'activity-report-request.dat'
           organization is sequential
           access mode is sequential.

       data division.
       file section.
         fd outbox-db.
         copy notify.

         fd pending-db.
         copy pendchg.

         fd report-request.
      *> one optional control record: the first and last dates
      *> (yyyymmdd) of the period to report on. A blank from-date
      *> starts at the beginning of the outbox, a blank to-date runs
      *> to its end, and a missing file reports on everything.
         01 report-request-record.
           02 request-from-date picture x(8).
           02 request-to-date picture x(8).

       working-storage section.
         01 ws-eof-outbox picture x value 'n'.
         01 ws-eof-pending picture x value 'n'.
         01 ws-from-date picture x(8) value spaces.
         01 ws-to-date picture x(8) value spaces.
         01 ws-in-period picture x.
         01 ws-record-count picture 9(9) value zero.
         01 ws-selected-count picture 9(9) value zero.
         01 ws-unidentified-count picture 9(9) value zero.
         01 ws-after-hours-count picture 9(9) value zero.
         01 ws-approved-count picture 9(9) value zero.
         01 ws-self-approved-count picture 9(9) value zero.
         01 ws-unknown-proposer-count picture 9(9) value zero.
         01 ws-table-full picture x value 'n'.

      *> business hours are 08:00 up to 18:00, Monday to Friday; a
      *> change stamped at any other time is flagged. integer-of-date
      *> counts from Monday 1601-01-01, so day 1 is a Monday.
         01 ws-day-start picture x(2) value '08'.
         01 ws-day-end picture x(2) value '18'.
         01 ws-after-hours picture x.
         01 ws-change-date-num picture 9(8).
         01 ws-weekday picture 9.

      *> one entry per operator and section, kept in operator then
      *> section order as entries arrive, so the report comes out
      *> grouped without a sort step. The same 500-entry ceiling
      *> audit-report uses; overflow is reported rather than lost.
         01 ws-act-count picture 9(3) value zero.
         01 ws-act-max picture 9(3) value 500.
         01 ws-activity-table.
           02 ws-act-entry occurs 500.
             03 ws-act-key.
               04 ws-act-operator picture x(8).
               04 ws-act-section picture x(40).
             03 ws-act-creates picture 9(9).
             03 ws-act-updates picture 9(9).
             03 ws-act-deletes picture 9(9).
             03 ws-act-after-hours picture 9(9).
         01 ws-act-ind picture 9(3).
         01 ws-act-found picture 9(3).
         01 ws-act-pos picture 9(3).
         01 ws-new-key.
           02 ws-new-operator picture x(8).
           02 ws-new-section picture x(40).
         01 ws-last-operator picture x(8).
         01 ws-show-operator picture x(14).
         01 ws-op-creates picture 9(9).
         01 ws-op-updates picture 9(9).
         01 ws-op-deletes picture 9(9).
         01 ws-op-after-hours picture 9(9).

       procedure division.
       change-activity-report-main.
           perform read-report-request

           display 'CHANGE-ACTIVITY-REPORT: settings changes by'
             ' operator and section'
           if ws-from-date is equal to spaces
               and ws-to-date is equal to spaces
             display 'CHANGE-ACTIVITY-REPORT: all dates'
           else
             display 'CHANGE-ACTIVITY-REPORT: from ' ws-from-date
               ' to ' ws-to-date
           end-if

           open input outbox-db
           perform until ws-eof-outbox is equal to 'y'
             read outbox-db next record
               at end
                 move 'y' to ws-eof-outbox
               not at end
                 add 1 to ws-record-count
                 perform tally-outbox-record
             end-read
           end-perform
           close outbox-db

           perform print-activity

      *> second pass: the flagged changes themselves, in the order
      *> they were made.
           display 'CHANGE-ACTIVITY-REPORT: changes outside business'
             ' hours'
           move 'n' to ws-eof-outbox
           open input outbox-db
           perform until ws-eof-outbox is equal to 'y'
             read outbox-db next record
               at end
                 move 'y' to ws-eof-outbox
               not at end
                 perform list-after-hours-record
             end-read
           end-perform
           close outbox-db
           if ws-after-hours-count is equal to zero
             display '  (none)'
           end-if

           display 'CHANGE-ACTIVITY-REPORT: self-approved proposals'
           open input pending-db
           perform until ws-eof-pending is equal to 'y'
             read pending-db next record
               at end
                 move 'y' to ws-eof-pending
               not at end
                 perform check-pending-record
             end-read
           end-perform
           close pending-db
           if ws-self-approved-count is equal to zero
             display '  (none)'
           end-if

           display 'CHANGE-ACTIVITY-REPORT: ' ws-record-count
             ' outbox record(s) read, ' ws-selected-count
             ' in period'
           display 'CHANGE-ACTIVITY-REPORT: ' ws-after-hours-count
             ' outside business hours, ' ws-unidentified-count
             ' with no operator id'
           display 'CHANGE-ACTIVITY-REPORT: ' ws-approved-count
             ' proposal(s) approved, ' ws-self-approved-count
             ' self-approved, ' ws-unknown-proposer-count
             ' with no recorded proposer'

           if ws-table-full is equal to 'y'
             display 'CHANGE-ACTIVITY-REPORT: WARNING activity table'
               ' full - some changes were not tallied'
             move 1 to return-code
           end-if
           stop run.

       read-report-request.
           open input report-request
           read report-request record
             at end
               move spaces to ws-from-date
               move spaces to ws-to-date
             not at end
               move request-from-date to ws-from-date
               move request-to-date to ws-to-date
           end-read
           close report-request.

       check-period.
           move 'y' to ws-in-period
           if ws-from-date is not equal to spaces
               and notify-timestamp(1:8) is less than ws-from-date
             move 'n' to ws-in-period
           end-if
           if ws-to-date is not equal to spaces
               and notify-timestamp(1:8) is greater than ws-to-date
             move 'n' to ws-in-period
           end-if.

       check-business-hours.
           move 'n' to ws-after-hours
           if notify-timestamp(1:8) is not numeric
             exit paragraph
           end-if
           move notify-timestamp(1:8) to ws-change-date-num
           compute ws-weekday = function mod(
             function integer-of-date(ws-change-date-num) - 1, 7)
      *> 0 is Monday, so 5 and 6 are the weekend
           if ws-weekday is greater than 4
             move 'y' to ws-after-hours
             exit paragraph
           end-if
           if notify-timestamp(9:2) is less than ws-day-start
               or notify-timestamp(9:2) is not less than ws-day-end
             move 'y' to ws-after-hours
           end-if.

       tally-outbox-record.
           perform check-period
           if ws-in-period is equal to 'n'
             exit paragraph
           end-if
           add 1 to ws-selected-count
           if notify-operator-id is equal to spaces
             add 1 to ws-unidentified-count
           end-if

           move notify-operator-id to ws-new-operator
           move notify-section-name to ws-new-section
           perform find-activity-entry
           if ws-act-found is equal to zero
             exit paragraph
           end-if

           evaluate notify-action-code
             when 'c'
               add 1 to ws-act-creates(ws-act-found)
             when 'u'
               add 1 to ws-act-updates(ws-act-found)
             when 'd'
               add 1 to ws-act-deletes(ws-act-found)
           end-evaluate

           perform check-business-hours
           if ws-after-hours is equal to 'y'
             add 1 to ws-after-hours-count
             add 1 to ws-act-after-hours(ws-act-found)
           end-if.

      *> finds the entry for ws-new-key, or opens one at its place
      *> in key order by moving the later entries up one slot.
       find-activity-entry.
           move zero to ws-act-found
           add 1 to ws-act-count giving ws-act-pos
           perform
             varying ws-act-ind from 1 by 1
               until ws-act-ind is greater than ws-act-count
             if ws-act-key(ws-act-ind) is equal to ws-new-key
               move ws-act-ind to ws-act-found
               move ws-act-count to ws-act-ind
             else
               if ws-act-key(ws-act-ind) is greater than ws-new-key
                 move ws-act-ind to ws-act-pos
                 move ws-act-count to ws-act-ind
               end-if
             end-if
           end-perform
           if ws-act-found is not equal to zero
             exit paragraph
           end-if

           if ws-act-count is equal to ws-act-max
             move 'y' to ws-table-full
             exit paragraph
           end-if
           perform
             varying ws-act-ind from ws-act-count by -1
               until ws-act-ind is less than ws-act-pos
             move ws-act-entry(ws-act-ind)
               to ws-act-entry(ws-act-ind + 1)
           end-perform
           add 1 to ws-act-count
           move ws-act-pos to ws-act-found
           move ws-new-key to ws-act-key(ws-act-found)
           move zero to ws-act-creates(ws-act-found)
           move zero to ws-act-updates(ws-act-found)
           move zero to ws-act-deletes(ws-act-found)
           move zero to ws-act-after-hours(ws-act-found).

       print-activity.
           move high-values to ws-last-operator
           perform
             varying ws-act-ind from 1 by 1
               until ws-act-ind is greater than ws-act-count
             if ws-act-operator(ws-act-ind)
                 is not equal to ws-last-operator
               if ws-act-ind is greater than 1
                 perform print-operator-totals
               end-if
               move ws-act-operator(ws-act-ind) to ws-last-operator
               move ws-last-operator to ws-show-operator
               if ws-last-operator is equal to spaces
                 move '(unidentified)' to ws-show-operator
               end-if
               display '  OPERATOR ' ws-show-operator
               move zero to ws-op-creates
               move zero to ws-op-updates
               move zero to ws-op-deletes
               move zero to ws-op-after-hours
             end-if
             display '    ' ws-act-section(ws-act-ind)
             display '      creates=' ws-act-creates(ws-act-ind)
               ' updates=' ws-act-updates(ws-act-ind)
               ' deletes=' ws-act-deletes(ws-act-ind)
               ' out-of-hours=' ws-act-after-hours(ws-act-ind)
             add ws-act-creates(ws-act-ind) to ws-op-creates
             add ws-act-updates(ws-act-ind) to ws-op-updates
             add ws-act-deletes(ws-act-ind) to ws-op-deletes
             add ws-act-after-hours(ws-act-ind) to ws-op-after-hours
           end-perform
           if ws-act-count is greater than zero
             perform print-operator-totals
           else
             display '  (no changes in period)'
           end-if.

       print-operator-totals.
           display '    total for ' ws-show-operator
           display '      creates=' ws-op-creates
             ' updates=' ws-op-updates
             ' deletes=' ws-op-deletes
             ' out-of-hours=' ws-op-after-hours.

       list-after-hours-record.
           perform check-period
           if ws-in-period is equal to 'n'
             exit paragraph
           end-if
           perform check-business-hours
           if ws-after-hours is equal to 'n'
             exit paragraph
           end-if
           move notify-operator-id to ws-show-operator
           if notify-operator-id is equal to spaces
             move '(unidentified)' to ws-show-operator
           end-if
           display '  FLAGGED ' notify-timestamp(1:12) ' '
             notify-action-code ' by ' ws-show-operator
           display '    ' notify-section-name
           display '    ' notify-param-name.

      *> an applied proposal whose approver is its own proposer
      *> defeats the second-person check protected sections exist
      *> for. The period is taken from the decision date.
       check-pending-record.
           if pend-status is not equal to 'a'
             exit paragraph
           end-if
           if ws-from-date is not equal to spaces
               and pend-decided-timestamp(1:8) is less than
                 ws-from-date
             exit paragraph
           end-if
           if ws-to-date is not equal to spaces
               and pend-decided-timestamp(1:8) is greater than
                 ws-to-date
             exit paragraph
           end-if
           add 1 to ws-approved-count
           if pend-proposed-by is equal to spaces
             add 1 to ws-unknown-proposer-count
             exit paragraph
           end-if
           if pend-proposed-by is not equal to pend-decided-by
             exit paragraph
           end-if
           add 1 to ws-self-approved-count
           display '  FLAGGED proposal ' pend-sequence
             ' by ' pend-proposed-by
             ' approved ' pend-decided-timestamp(1:12)
           display '    ' pend-section-name
           display '    ' pend-param-name.

       end program change-activity-report.
