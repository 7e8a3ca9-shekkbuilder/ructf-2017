      *> nightly stream run-status record layout. run-nightly appends
      *> one record as each step starts (outcome 'R') and one as it
      *> ends: 'C' completed, 'F' failed, 'S' skipped through the
      *> step control file. nightly-summary reads them back.
      *>
      *> nstat-run-id is the start timestamp of the night's first
      *> invocation; a restart after a failed step keeps it, so every
      *> record for one night carries the same run id. The return
      *> code is 999 when the step died on a signal or could not be
      *> started at all.
       01 nightly-status-record.
         02 nstat-run-id picture x(14).
         02 nstat-step-number picture 9(2).
         02 nstat-step-name picture x(20).
         02 nstat-outcome picture x.
         02 nstat-start-timestamp picture x(16).
         02 nstat-end-timestamp picture x(16).
         02 nstat-return-code picture 9(3).
