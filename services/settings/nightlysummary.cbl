       identification division.
       program-id. nightly-summary.

       environment division.
       input-output section.
       file-control.
         select optional step-control assign to 'nightly-steps.dat'
           organization is sequential
           access mode is sequential.

         select optional status-db assign to 'nightly-status.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional summary-request
           assign to 'nightly-summary-request.dat'
           organization is sequential
           access mode is sequential.

       data division.
       file section.
         fd step-control.
      *> run-nightly's step control layout; only the names are used
      *> here, to list the steps a stopped run never reached.
         01 step-control-record.
           02 step-name picture x(20).
           02 step-skip picture x.
           02 step-max-rc picture x.
           02 step-command picture x(100).

         fd status-db.
         copy nightstat.

         fd summary-request.
      *> one optional control record: a run date (yyyymmdd). The
      *> summary covers the last run started on that date; a missing
      *> file or a blank date summarises the latest run.
         01 summary-request-record.
           02 request-run-date picture x(8).

       working-storage section.
         01 ws-eof-file picture x value 'n'.
         01 ws-run-date picture x(8) value spaces.
         01 ws-run-id picture x(14) value spaces.
         01 ws-record-count picture 9(9) value zero.

         01 ws-step-count picture 9(2) value zero.
         01 ws-step-limit picture 9(2) value 50.
         01 ws-step-table.
           02 ws-step-entry occurs 50 times.
             03 ws-tbl-step-name picture x(20).
             03 ws-tbl-outcome picture x.
             03 ws-tbl-start picture x(16).
             03 ws-tbl-end picture x(16).
             03 ws-tbl-rc picture 9(3).
             03 ws-tbl-attempts picture 9(2).
         01 ws-step-ind picture 9(2).
         01 ws-found-ind picture 9(2).
         01 ws-lookup-name picture x(20).

         01 ws-run-start picture x(16) value spaces.
         01 ws-run-end picture x(16) value spaces.
         01 ws-outcome-text picture x(16).
         01 ws-time-text picture x(14).
         01 ws-end-text picture x(14).
         01 ws-time-work picture x(14).
         01 ws-completed-count picture 9(2) value zero.
         01 ws-skipped-count picture 9(2) value zero.
         01 ws-failed-count picture 9(2) value zero.
         01 ws-running-count picture 9(2) value zero.
         01 ws-notrun-count picture 9(2) value zero.
         01 ws-stop-step picture x(20) value spaces.
         01 ws-stop-rc picture 9(3) value zero.

       procedure division.
       nightly-summary-main.
           perform read-summary-request
           perform find-run-id
           if ws-run-id is equal to spaces
             if ws-run-date is equal to spaces
               display 'NIGHTLY-SUMMARY: no runs in'
                 ' nightly-status.dat'
             else
               display 'NIGHTLY-SUMMARY: no run started on '
                 ws-run-date ' in nightly-status.dat'
             end-if
             move 1 to return-code
             stop run
           end-if

           perform load-step-names
           perform collect-run-status

           display 'NIGHTLY-SUMMARY: run ' ws-run-id
           move ws-run-start to ws-time-text
           perform format-time-text
           display '  first step started ' ws-time-text
           move ws-run-end to ws-time-text
           perform format-time-text
           display '  last step ended    ' ws-time-text
           display ' '
           display '  STEP                 OUTCOME          STARTED'
             '        ENDED           RC  TRIES'

           perform
             varying ws-step-ind from 1 by 1
               until ws-step-ind is greater than ws-step-count
             perform report-step-entry
           end-perform

           display ' '
           display '  ' ws-completed-count ' completed, '
             ws-skipped-count ' skipped, ' ws-failed-count
             ' failed, ' ws-running-count ' unfinished, '
             ws-notrun-count ' not run'
           evaluate true
             when ws-failed-count is greater than zero
               display 'NIGHTLY-SUMMARY: STREAM STOPPED at '
                 ws-stop-step ' rc=' ws-stop-rc
               display '  rerun run-nightly to restart from that'
                 ' step'
               move 1 to return-code
             when ws-running-count is greater than zero
               display 'NIGHTLY-SUMMARY: STREAM UNFINISHED at '
                 ws-stop-step
               display '  still running, or the driver was stopped'
                 ' - rerun run-nightly to restart from that step'
               move 1 to return-code
             when ws-notrun-count is greater than zero
               display 'NIGHTLY-SUMMARY: STREAM INCOMPLETE - steps'
                 ' in nightly-steps.dat were not run'
               move 1 to return-code
             when other
               display 'NIGHTLY-SUMMARY: STREAM COMPLETE'
           end-evaluate
           stop run.

       read-summary-request.
           open input summary-request
           read summary-request record
             at end
               continue
             not at end
               move request-run-date to ws-run-date
           end-read
           close summary-request.

      *> the run ids are start timestamps appended in time order, so
      *> the last matching id on the file is the latest run.
       find-run-id.
           move 'n' to ws-eof-file
           open input status-db
           perform until ws-eof-file is equal to 'y'
             read status-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if ws-run-date is equal to spaces
                     or nstat-run-id(1:8) is equal to ws-run-date
                   move nstat-run-id to ws-run-id
                 end-if
             end-read
           end-perform
           close status-db.

      *> today's step list seeds the table in run order, so a step
      *> the run never reached still gets its line on the page.
       load-step-names.
           move 'n' to ws-eof-file
           open input step-control
           perform until ws-eof-file is equal to 'y'
             read step-control next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if step-name is not equal to spaces
                   move function trim(function upper-case(step-name))
                     to ws-lookup-name
                   perform find-step-entry
                 end-if
             end-read
           end-perform
           close step-control.

       collect-run-status.
           move 'n' to ws-eof-file
           open input status-db
           perform until ws-eof-file is equal to 'y'
             read status-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if nstat-run-id is equal to ws-run-id
                   add 1 to ws-record-count
                   perform take-status-record
                 end-if
             end-read
           end-perform
           close status-db.

       take-status-record.
           move nstat-step-name to ws-lookup-name
           perform find-step-entry
           if ws-found-ind is equal to zero
             exit paragraph
           end-if

           if ws-run-start is equal to spaces
               or nstat-start-timestamp is less than ws-run-start
             move nstat-start-timestamp to ws-run-start
           end-if
           if nstat-end-timestamp is greater than ws-run-end
             move nstat-end-timestamp to ws-run-end
           end-if

      *> a restart writes the failed step again; the first start and
      *> the last outcome tell the night's story.
           if ws-tbl-start(ws-found-ind) is equal to spaces
             move nstat-start-timestamp to ws-tbl-start(ws-found-ind)
           end-if
           move nstat-outcome to ws-tbl-outcome(ws-found-ind)
           move nstat-end-timestamp to ws-tbl-end(ws-found-ind)
           move nstat-return-code to ws-tbl-rc(ws-found-ind)
           if nstat-outcome is equal to 'R'
             add 1 to ws-tbl-attempts(ws-found-ind)
           end-if.

      *> looks ws-lookup-name up, adding it at the end when it is
      *> new. ws-found-ind is zero once the table is full.
       find-step-entry.
           move zero to ws-found-ind
           perform
             varying ws-step-ind from 1 by 1
               until ws-step-ind is greater than ws-step-count
                 or ws-found-ind is not equal to zero
             if ws-tbl-step-name(ws-step-ind)
                 is equal to ws-lookup-name
               move ws-step-ind to ws-found-ind
             end-if
           end-perform
           if ws-found-ind is not equal to zero
             exit paragraph
           end-if
           if ws-step-count is not less than ws-step-limit
             display 'NIGHTLY-SUMMARY: step table full, '
               ws-lookup-name ' not shown'
             exit paragraph
           end-if
           add 1 to ws-step-count
           move ws-step-count to ws-found-ind
           move ws-lookup-name to ws-tbl-step-name(ws-found-ind)
           move space to ws-tbl-outcome(ws-found-ind)
           move spaces to ws-tbl-start(ws-found-ind)
           move spaces to ws-tbl-end(ws-found-ind)
           move zero to ws-tbl-rc(ws-found-ind)
           move zero to ws-tbl-attempts(ws-found-ind).

       report-step-entry.
           evaluate ws-tbl-outcome(ws-step-ind)
             when 'C'
               move 'COMPLETED' to ws-outcome-text
               add 1 to ws-completed-count
             when 'S'
               move 'SKIPPED' to ws-outcome-text
               add 1 to ws-skipped-count
             when 'F'
               move 'FAILED' to ws-outcome-text
               add 1 to ws-failed-count
               move ws-tbl-step-name(ws-step-ind) to ws-stop-step
               move ws-tbl-rc(ws-step-ind) to ws-stop-rc
             when 'R'
               move 'UNFINISHED' to ws-outcome-text
               add 1 to ws-running-count
               move ws-tbl-step-name(ws-step-ind) to ws-stop-step
             when other
               move 'NOT RUN' to ws-outcome-text
               add 1 to ws-notrun-count
           end-evaluate

           move ws-tbl-end(ws-step-ind) to ws-time-text
           perform format-time-text
           move ws-time-text to ws-end-text
           move ws-tbl-start(ws-step-ind) to ws-time-text
           perform format-time-text
           display '  ' ws-tbl-step-name(ws-step-ind) ' '
             ws-outcome-text ' ' ws-time-text ' ' ws-end-text ' '
             ws-tbl-rc(ws-step-ind) ' ' ws-tbl-attempts(ws-step-ind).

      *> yyyymmddhhmm... becomes 'yyyymmdd hh:mm'; blank stays blank.
       format-time-text.
           if ws-time-text is equal to spaces
             exit paragraph
           end-if
           move ws-time-text to ws-time-work
           move spaces to ws-time-text
           string ws-time-work(1:8) ' ' ws-time-work(9:2) ':'
             ws-time-work(11:2) delimited by size into ws-time-text.

       end program nightly-summary.
