         copy schedset.

         fd scheduled-stage.
         01 scheduled-stage-record picture x(1009).

       working-storage section.
         01 ws-eof-scheduled picture x value 'n'.
         01 ws-activated-count picture 9(9) value zero.
         01 ws-queued-count picture 9(9) value zero.
         01 ws-fail-count picture 9(9) value zero.
         01 ws-frozen-count picture 9(9) value zero.
         01 ws-pending-count picture 9(9) value zero.

         01 ws-argc binary-long unsigned.
           02 ws-arg-section-name picture x(40).
           02 ws-arg-param-name picture x(40).
           02 ws-arg-param-value picture x(87).
           02 ws-arg-approved-flag picture x.
           02 ws-arg-preview-flag picture x.
           02 ws-arg-freeze-override picture x.
           02 ws-arg-operator-id picture x(8).
           02 ws-arg-param-value-tail picture x(813).
           02 filler picture x(33).
         01 ws-result.
           02 ws-rcode picture x(2).
           02 ws-action-code picture x.
             ' row(s) activated, ' ws-queued-count
             ' queued for approval, ' ws-fail-count ' failed, '
             ws-pending-count ' still pending'
           if ws-frozen-count is greater than zero
             display 'ACTIVATE-SCHEDULED: ' ws-frozen-count
               ' due row(s) carried over - change freeze in force'
           end-if
           if ws-fail-count is greater than zero
             move 1 to return-code
           end-if
           move sched-section-name to ws-arg-section-name
           move sched-param-name to ws-arg-param-name
           move sched-param-value to ws-arg-param-value
           move space to ws-arg-approved-flag
           move space to ws-arg-preview-flag
           move space to ws-arg-freeze-override
           move function trim(function upper-case(sched-requested-by))
             to ws-arg-operator-id
           move sched-param-value-tail to ws-arg-param-value-tail
           move 991 to ws-argc

           call 'put-setting'
             using ws-argc, ws-argv, ws-result, ws-result-length
               add 1 to ws-queued-count
               display '  QUEUED for approval ' sched-section-name
               display '    ' sched-param-name
             when 'fz'
      *> a change freeze covers the section: the row is not a
      *> failure, it simply waits for the first window after the
      *> freeze ends. put-setting has already logged the refusal.
               add 1 to ws-frozen-count
               display '  CARRIED OVER (change freeze) '
                 sched-section-name
               display '    ' sched-param-name
               write scheduled-stage-record from scheduled-record
             when other
      *> keep the row so the next window retries it once the cause
      *> (a dropped section, a new rule) has been dealt with.
