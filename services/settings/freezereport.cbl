       identification division.
       program-id. freeze-report.

       environment division.
       input-output section.
       file-control.
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

         select optional report-request
           assign to 'freeze-report-request.dat'
           organization is sequential
           access mode is sequential.

       data division.
       file section.
         fd freeze-calendar.
         copy freeze.

         fd freeze-log.
         copy freezelog.

         fd report-request.
      *> one optional control record: the date (yyyymmdd) from which
      *> to list refused and overridden changes. A missing file or a
      *> blank date lists the whole log. The calendar part of the
      *> report always runs from now.
         01 report-request-record.
           02 request-from-date picture x(8).

       working-storage section.
         01 ws-eof-calendar picture x value 'n'.
         01 ws-eof-log picture x value 'n'.
         01 ws-from-date picture x(8) value spaces.
         01 ws-now picture x(16).
         01 ws-end-len picture 9(2).
         01 ws-window-state picture x(8).
         01 ws-calendar-count picture 9(9) value zero.
         01 ws-active-count picture 9(9) value zero.
         01 ws-upcoming-count picture 9(9) value zero.
         01 ws-ended-count picture 9(9) value zero.
         01 ws-log-count picture 9(9) value zero.
         01 ws-selected-count picture 9(9) value zero.
         01 ws-refused-count picture 9(9) value zero.
         01 ws-overridden-count picture 9(9) value zero.
         01 ws-outcome-text picture x(10).

       procedure division.
       freeze-report-main.
           perform read-report-request
           move function current-date to ws-now

           display 'FREEZE-REPORT: change freeze calendar as of '
             ws-now(1:12)
           open input freeze-calendar
           perform until ws-eof-calendar is equal to 'y'
             read freeze-calendar next record
               at end
                 move 'y' to ws-eof-calendar
               not at end
                 add 1 to ws-calendar-count
                 perform report-calendar-entry
             end-read
           end-perform
           close freeze-calendar
           if ws-active-count is equal to zero
               and ws-upcoming-count is equal to zero
             display '  (no active or upcoming freezes)'
           end-if
           display 'FREEZE-REPORT: ' ws-calendar-count
             ' calendar record(s): ' ws-active-count ' active, '
             ws-upcoming-count ' upcoming, ' ws-ended-count ' ended'

           if ws-from-date is equal to spaces
             display 'FREEZE-REPORT: refused and overridden changes,'
               ' all dates'
           else
             display 'FREEZE-REPORT: refused and overridden changes'
               ' from ' ws-from-date
           end-if
           open input freeze-log
           perform until ws-eof-log is equal to 'y'
             read freeze-log next record
               at end
                 move 'y' to ws-eof-log
               not at end
                 add 1 to ws-log-count
                 perform report-log-entry
             end-read
           end-perform
           close freeze-log
           if ws-selected-count is equal to zero
             display '  (none)'
           end-if
           display 'FREEZE-REPORT: ' ws-log-count
             ' log record(s) read, ' ws-selected-count ' selected: '
             ws-refused-count ' refused, ' ws-overridden-count
             ' overridden'
           stop run.

       read-report-request.
           open input report-request
           read report-request record
             at end
               move spaces to ws-from-date
             not at end
               move request-from-date to ws-from-date
           end-read
           close report-request.

      *> the same window test the write paths apply: open from the
      *> start, closed once now passes the end over the characters
      *> the end gives, never closed when the end is blank.
       report-calendar-entry.
           move zero to ws-end-len
           inspect freeze-end-timestamp tallying ws-end-len
             for characters before initial space
           if ws-end-len is greater than zero
             if ws-now(1:ws-end-len) is greater than
                 freeze-end-timestamp(1:ws-end-len)
               add 1 to ws-ended-count
               exit paragraph
             end-if
           end-if

           if freeze-start-timestamp is greater than ws-now
             move 'UPCOMING' to ws-window-state
             add 1 to ws-upcoming-count
           else
             move 'ACTIVE' to ws-window-state
             add 1 to ws-active-count
           end-if

           display '  ' ws-window-state ' ' freeze-selector
           if freeze-end-timestamp is equal to spaces
             display '    from ' freeze-start-timestamp
               ' until removed'
           else
             display '    from ' freeze-start-timestamp
               ' to ' freeze-end-timestamp
           end-if
           display '    ' freeze-reason.

       report-log-entry.
           if ws-from-date is not equal to spaces
               and flog-timestamp(1:8) is less than ws-from-date
             exit paragraph
           end-if
           add 1 to ws-selected-count

           if flog-outcome is equal to 'O'
             move 'OVERRIDDEN' to ws-outcome-text
             add 1 to ws-overridden-count
           else
             move 'REFUSED' to ws-outcome-text
             add 1 to ws-refused-count
           end-if

           display '  ' ws-outcome-text ' ' flog-timestamp(1:16)
             ' ' flog-program
           display '    ' flog-section-name
           if flog-param-name is equal to spaces
             display '    (whole section)'
           else
             display '    ' flog-param-name
           end-if
           if flog-outcome is equal to 'O'
             display '    override by ' flog-operator-id
           else
             if flog-operator-id is not equal to spaces
               display '    requested by ' flog-operator-id
             end-if
           end-if
           display '    ' flog-freeze-reason.

       end program freeze-report.
