         copy pendchg.

         fd pending-stage.
         01 pending-stage-record picture x(1048).

         fd apply-request.
      *> one mandatory control record: the sequence number of the
      *> proposal to decide, the decision ('A' approves and applies
      *> it, 'R' rejects it), and the approver's id. The proposal
      *> record carries when and by whom it was queued; the
      *> approver recorded here is the second person. 'Y' in
      *> request-override applies an approval through an active
      *> change freeze under the approver's id.
         01 apply-request-record.
           02 request-sequence picture 9(9).
           02 request-decision picture x.
           02 request-approver picture x(8).
           02 request-override picture x.

       working-storage section.
         01 ws-has-request picture x value 'n'.
         01 ws-request-sequence picture 9(9).
         01 ws-request-decision picture x.
         01 ws-request-approver picture x(8).
         01 ws-request-override picture x.
         01 ws-found picture x value 'n'.
         01 ws-pending-count picture 9(9) value zero.

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
                 to ws-request-decision
               move function trim(function upper-case(
                 request-approver)) to ws-request-approver
               move function upper-case(request-override)
                 to ws-request-override
           end-read
           close apply-request.

           display '  ' pend-section-name
           display '  ' pend-param-name ' = ' pend-param-value
           display '  proposed ' pend-proposed-timestamp
             ' by ' pend-proposed-by

      *> the decision still goes through - the approver may be the
      *> only one on call - but it is called out here and again by
      *> change-activity-report, which lists every self-approval.
           if pend-proposed-by is equal to ws-request-approver
             display '  WARNING proposer and approver are the same'
               ' operator'
           end-if

           if ws-request-decision is equal to 'R'
             move 'r' to pend-status
           move pend-param-name to ws-arg-param-name
           move pend-param-value to ws-arg-param-value
           move 'y' to ws-arg-approved-flag
           move space to ws-arg-preview-flag
           move ws-request-override to ws-arg-freeze-override
           move ws-request-approver to ws-arg-operator-id
           move pend-param-value-tail to ws-arg-param-value-tail
           move 991 to ws-argc

           call 'put-setting'
             using ws-argc, ws-argv, ws-result, ws-result-length
             move ws-request-approver to pend-decided-by
             move function current-date to pend-decided-timestamp
             display '  APPLIED action=' ws-action-code
             exit paragraph
           end-if

           if ws-rcode is equal to 'fz'
      *> a change freeze covers the section: the approval waits for
      *> the window to end (or for an override), the proposal stays
      *> pending, and return code 2 tells the refusal from a failure.
             display '  REFUSED - change freeze in force,'
               ' proposal left pending'
             move 2 to return-code
           else
      *> the write failed (most often 'rv' against a rule added
      *> since the proposal): leave the proposal pending so it can
