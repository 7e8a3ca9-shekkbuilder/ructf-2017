       identification division.
       program-id. run-nightly.

       environment division.
       input-output section.
       file-control.
      *> the nightly stream, one record per step in run order.
         select optional step-control assign to 'nightly-steps.dat'
           organization is sequential
           access mode is sequential.

         select optional status-db assign to 'nightly-status.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional nightly-request
           assign to 'nightly-request.dat'
           organization is sequential
           access mode is sequential.

       data division.
       file section.
         fd step-control.
      *> one record per step, in the order the stream runs them:
      *> activate-scheduled, apply-pending, sweep-api-keys,
      *> sweep-rules, reconcile, backup-settings, verify-backup,
      *> archive-logs. step-command is the command line that runs
      *> the step, control files already in place. 'S' in step-skip
      *> skips the step for as long as it stays there. step-max-rc
      *> is the highest return code the step may end with and still
      *> count as completed (blank is zero) - reconcile and
      *> sweep-rules end with 1 when they find something to report.
         01 step-control-record.
           02 step-name picture x(20).
           02 step-skip picture x.
           02 step-max-rc picture x.
           02 step-command picture x(100).

         fd status-db.
         copy nightstat.

         fd nightly-request.
      *> one optional control record: 'N' starts a new run from the
      *> first step even though the last run stopped on a failure.
      *> A missing file or anything else restarts a failed run from
      *> the step that failed.
         01 nightly-request-record.
           02 request-mode picture x.

       working-storage section.
         01 ws-eof-file picture x value 'n'.
         01 ws-request-mode picture x value space.
         01 ws-control-bad picture x value 'n'.
         01 ws-step-count picture 9(2) value zero.
         01 ws-step-limit picture 9(2) value 50.
         01 ws-step-table.
           02 ws-step-entry occurs 50 times.
             03 ws-tbl-step-name picture x(20).
             03 ws-tbl-step-skip picture x.
             03 ws-tbl-step-max-rc picture 9.
             03 ws-tbl-step-command picture x(100).
         01 ws-step-ind picture 9(2).
         01 ws-start-ind picture 9(2).

      *> the last record on the status file decides whether this is
      *> a restart: a step that failed ('F') or never finished ('R',
      *> the driver itself was stopped) is where the run picks up.
         01 ws-last-run-id picture x(14) value spaces.
         01 ws-last-step-name picture x(20) value spaces.
         01 ws-last-outcome picture x value space.
         01 ws-restart picture x value 'n'.
         01 ws-run-id picture x(14).

         01 ws-command picture x(100).
         01 ws-system-status picture s9(9) binary.
         01 ws-step-rc picture 9(3).
         01 ws-step-signal picture 9(3).
         01 ws-step-start picture x(16).
         01 ws-step-outcome picture x.
         01 ws-stream-failed picture x value 'n'.
         01 ws-failed-step picture x(20) value spaces.
         01 ws-completed-count picture 9(2) value zero.
         01 ws-skipped-count picture 9(2) value zero.
         01 ws-already-count picture 9(2) value zero.

       procedure division.
       run-nightly-main.
           perform read-nightly-request
           perform load-step-control
           if ws-control-bad is equal to 'y'
               or ws-step-count is equal to zero
             display 'RUN-NIGHTLY: missing or invalid step control'
               ' file nightly-steps.dat - nothing run'
             move 1 to return-code
             stop run
           end-if

           perform read-last-status
           move 1 to ws-start-ind
           if ws-request-mode is not equal to 'N'
               and (ws-last-outcome is equal to 'F'
                 or ws-last-outcome is equal to 'R')
             move 'y' to ws-restart
             move zero to ws-start-ind
             perform
               varying ws-step-ind from 1 by 1
                 until ws-step-ind is greater than ws-step-count
               if ws-tbl-step-name(ws-step-ind)
                   is equal to ws-last-step-name
                   and ws-start-ind is equal to zero
                 move ws-step-ind to ws-start-ind
               end-if
             end-perform
             if ws-start-ind is equal to zero
               display 'RUN-NIGHTLY: run ' ws-last-run-id
                 ' stopped at ' ws-last-step-name
               display 'RUN-NIGHTLY: that step is no longer in'
                 ' nightly-steps.dat - put it back, or start a new'
                 ' run with N in nightly-request.dat'
               move 1 to return-code
               stop run
             end-if
           end-if

           if ws-restart is equal to 'y'
             move ws-last-run-id to ws-run-id
             display 'RUN-NIGHTLY: restarting run ' ws-run-id
               ' at step ' ws-last-step-name
           else
             move function current-date to ws-run-id
             display 'RUN-NIGHTLY: run ' ws-run-id ', '
               ws-step-count ' step(s)'
           end-if

           perform
             varying ws-step-ind from 1 by 1
               until ws-step-ind is greater than ws-step-count
                 or ws-stream-failed is equal to 'y'
             if ws-step-ind is less than ws-start-ind
               add 1 to ws-already-count
               display '  ALREADY COMPLETE '
                 ws-tbl-step-name(ws-step-ind)
             else
               perform run-step
             end-if
           end-perform

           display 'RUN-NIGHTLY: run ' ws-run-id ' - '
             ws-completed-count ' completed, ' ws-skipped-count
             ' skipped, ' ws-already-count ' already complete'
           if ws-stream-failed is equal to 'y'
             display 'RUN-NIGHTLY: stream STOPPED at ' ws-failed-step
               ' - rerun to restart from that step'
             move 1 to return-code
           else
             display 'RUN-NIGHTLY: stream complete'
             move zero to return-code
           end-if
           stop run.

       read-nightly-request.
           open input nightly-request
           read nightly-request record
             at end
               continue
             not at end
               move function upper-case(request-mode)
                 to ws-request-mode
           end-read
           close nightly-request.

       load-step-control.
           move 'n' to ws-eof-file
           open input step-control
           perform until ws-eof-file is equal to 'y'
             read step-control next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 perform take-step-record
             end-read
           end-perform
           close step-control.

      *> a stream that silently lost a step is worse than no stream
      *> at all, so a bad or surplus step record fails the whole run
      *> before anything starts.
       take-step-record.
           if step-name is equal to spaces
             exit paragraph
           end-if
           if ws-step-count is not less than ws-step-limit
             display '  TOO MANY STEPS - limit is ' ws-step-limit
             move 'y' to ws-control-bad
             exit paragraph
           end-if
           add 1 to ws-step-count
           move function trim(function upper-case(step-name))
             to ws-tbl-step-name(ws-step-count)
           move function upper-case(step-skip)
             to ws-tbl-step-skip(ws-step-count)
           if step-max-rc is numeric
             move step-max-rc to ws-tbl-step-max-rc(ws-step-count)
           else
             move zero to ws-tbl-step-max-rc(ws-step-count)
           end-if
           move step-command to ws-tbl-step-command(ws-step-count)
           if step-command is equal to spaces
               and ws-tbl-step-skip(ws-step-count) is not equal to 'S'
             display '  NO COMMAND for step '
               ws-tbl-step-name(ws-step-count)
             move 'y' to ws-control-bad
           end-if.

       read-last-status.
           move 'n' to ws-eof-file
           open input status-db
           perform until ws-eof-file is equal to 'y'
             read status-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 move nstat-run-id to ws-last-run-id
                 move nstat-step-name to ws-last-step-name
                 move nstat-outcome to ws-last-outcome
             end-read
           end-perform
           close status-db.

       run-step.
           move function current-date to ws-step-start
           if ws-tbl-step-skip(ws-step-ind) is equal to 'S'
             add 1 to ws-skipped-count
             display '  SKIPPED ' ws-tbl-step-name(ws-step-ind)
             move 'S' to ws-step-outcome
             move zero to ws-step-rc
             perform write-step-status
             exit paragraph
           end-if

           display '  STARTED ' ws-tbl-step-name(ws-step-ind)
             ' at ' ws-step-start
           move 'R' to ws-step-outcome
           move zero to ws-step-rc
           perform write-step-status

      *> the step runs as its own process, exactly as the runbook
      *> ran it by hand; the shell hands back the wait status, the
      *> exit code in its high byte and any signal in its low byte.
           move ws-tbl-step-command(ws-step-ind) to ws-command
           call 'SYSTEM' using ws-command
           end-call
           move return-code to ws-system-status
           move zero to return-code
           if ws-system-status is less than zero
             move 999 to ws-step-rc
           else
             divide ws-system-status by 256
               giving ws-step-rc remainder ws-step-signal
             if ws-step-signal is not equal to zero
               move 999 to ws-step-rc
             end-if
           end-if

           if ws-step-rc is greater than
               ws-tbl-step-max-rc(ws-step-ind)
             move 'F' to ws-step-outcome
             move 'y' to ws-stream-failed
             move ws-tbl-step-name(ws-step-ind) to ws-failed-step
             display '  FAILED ' ws-tbl-step-name(ws-step-ind)
               ' rc=' ws-step-rc
           else
             move 'C' to ws-step-outcome
             add 1 to ws-completed-count
             display '  COMPLETED ' ws-tbl-step-name(ws-step-ind)
               ' rc=' ws-step-rc
           end-if
           perform write-step-status.

       write-step-status.
           open extend status-db
           move ws-run-id to nstat-run-id
           move ws-step-ind to nstat-step-number
           move ws-tbl-step-name(ws-step-ind) to nstat-step-name
           move ws-step-outcome to nstat-outcome
           move ws-step-start to nstat-start-timestamp
           if ws-step-outcome is equal to 'R'
             move spaces to nstat-end-timestamp
           else
             move function current-date to nstat-end-timestamp
           end-if
           move ws-step-rc to nstat-return-code
           write nightly-status-record
           close status-db.

       end program run-nightly.
