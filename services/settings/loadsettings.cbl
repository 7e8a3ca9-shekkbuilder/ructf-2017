           organization is sequential
           access mode is sequential.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

         select optional checkpoint-file assign to 'settings-load.ckpt'
           organization is sequential
           access mode is sequential.

         select optional load-request assign to 'load-request.dat'
           organization is sequential
           access mode is sequential.

         select optional sensitive-db
           assign to 'settings-sensitive.dat'
           organization is indexed
           access mode is dynamic
           record key is sensitive-key
           lock mode is automatic
           sharing with all other.

       data division.
       file section.
         fd sections-db is external.
           02 feed-section-name picture x(40).
           02 feed-param-name picture x(40).
           02 feed-param-value picture x(87).
      *> a value longer than 87 bytes carries on in continuation
      *> rows straight after its own row: '+' in the first byte,
      *> the row's place in the tail (1-10), the parameter name again
      *> as a check, and the next 87 bytes of the value (only 30 are
      *> used in row 10, making 900 in all). A feed with no long
      *> values has no continuation rows and reads exactly as before.
         01 feed-continuation-record.
           02 feed-cont-marker picture x.
           02 feed-cont-sequence picture 9(2).
           02 filler picture x(37).
           02 feed-cont-param-name picture x(40).
           02 feed-cont-value picture x(87).

         fd overflow-db.
         copy ovflval.

         fd checkpoint-file.
         copy checkpoint.

         fd load-request.
      *> the control record: 'P' in request-mode previews the feed
      *> instead of loading it, and needs nothing else. Anything else
      *> loads the feed, and a load must name the operator running
      *> it, who is kept on every history, outbox and pending record
      *> the load writes. 'Y' in request-override loads (or previews)
      *> through an active change freeze under that operator's id.
         01 load-request-record.
           02 request-mode picture x.
           02 request-override picture x.
           02 request-operator picture x(8).

         fd sensitive-db.
         copy sensparm.

       working-storage section.
         01 ws-eof-feed picture x value 'n'.
         01 ws-has-checkpoint picture x value 'n'.
         01 ws-checkpoint-interval picture 9(9) value 100.
         01 ws-last-good-section-name picture x(40) value spaces.
         01 ws-last-good-param-name picture x(40) value spaces.
         01 ws-preview picture x value 'n'.

      *> one logical feed row, its continuation rows folded in. The
      *> read that finds the end of a row's continuations has already
      *> taken the next row, which stays held in the record area.
         01 ws-feed-row.
           02 ws-feed-section-name picture x(40).
           02 ws-feed-param-name picture x(40).
           02 ws-feed-value.
             03 ws-feed-value-head picture x(87).
             03 ws-feed-value-tail picture x(813).
         01 ws-feed-held picture x value 'n'.
         01 ws-feed-ended picture x value 'n'.
         01 ws-feed-bad picture x.
         01 ws-cont-offset picture 9(3).
         01 ws-cont-len picture 9(2).
         01 ws-cont-expected picture 9(2).
         01 ws-override picture x value space.
         01 ws-operator-id picture x(8) value spaces.
         01 ws-frozen-count picture 9(9) value zero.

      *> preview tallies, one entry per section named in the feed, so
      *> the totals come out right whatever order the feed is in. The
      *> same 500-section ceiling audit-report uses; overflow is
      *> reported rather than silently lost.
         01 ws-preview-count picture 9(9) value zero.
         01 ws-reject-count picture 9(9) value zero.
         01 ws-norm-section-name picture x(40).
         01 ws-norm-param-name picture x(40).
         01 ws-preview-class picture x(9).
         01 ws-sensitive picture x.
         01 ws-mask-value picture x(87) value '********'.
         01 ws-show-old-value.
           02 ws-show-old-head picture x(87).
           02 ws-show-old-tail picture x(813).
         01 ws-show-new-value.
           02 ws-show-new-head picture x(87).
           02 ws-show-new-tail picture x(813).
         01 ws-old-value.
           02 ws-old-value-head picture x(87).
           02 ws-old-value-tail picture x(813).
         01 ws-table-full picture x value 'n'.
         01 ws-section-count picture 9(3) value zero.
         01 ws-section-max picture 9(3) value 500.
         01 ws-section-table.
           02 ws-sect-entry occurs 500.
             03 ws-sect-name picture x(40).
             03 ws-sect-new picture 9(9).
             03 ws-sect-changed picture 9(9).
             03 ws-sect-unchanged picture 9(9).
             03 ws-sect-invalid picture 9(9).
             03 ws-sect-queued picture 9(9).
             03 ws-sect-failed picture 9(9).
             03 ws-sect-frozen picture 9(9).
         01 ws-sect-ind picture 9(3).
         01 ws-sect-found picture 9(3).
         01 ws-total-new picture 9(9) value zero.
         01 ws-total-changed picture 9(9) value zero.
         01 ws-total-unchanged picture 9(9) value zero.
         01 ws-total-invalid picture 9(9) value zero.
         01 ws-total-queued picture 9(9) value zero.
         01 ws-total-failed picture 9(9) value zero.
         01 ws-total-frozen picture 9(9) value zero.

         01 ws-argc binary-long unsigned.
         01 ws-argv.
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

       procedure division.
       load-settings-main.
           perform read-load-request
           if ws-preview is equal to 'y'
             perform preview-feed
             stop run
           end-if

           if ws-operator-id is equal to spaces
             display 'LOAD-SETTINGS: no operator id in'
               ' load-request.dat - nothing loaded'
             move 1 to return-code
             stop run
           end-if
           display 'LOAD-SETTINGS: loading for operator '
             ws-operator-id

           perform read-checkpoint

           open input sections-db
           open input settings-feed

           perform until ws-eof-feed is equal to 'y'
             perform read-feed-row
             if ws-eof-feed is not equal to 'y'
               perform process-feed-record
             end-if
           end-perform

           if ws-skipping is equal to 'y'

           display 'LOAD-SETTINGS: ' ws-record-count ' row(s) applied, '
             ws-fail-count ' row(s) failed'
      *> rows refused by a change freeze are counted among the
      *> failures, but the run ends with return code 2 so the batch
      *> window can tell a freeze from a broken feed.
           if ws-frozen-count is greater than zero
             display 'LOAD-SETTINGS: ' ws-frozen-count
               ' row(s) refused - change freeze in force'
             move 2 to return-code
           end-if

           close settings-feed
           close settings-db
           close sections-db
           stop run.

       read-load-request.
           open input load-request
           read load-request record
             at end
               move 'n' to ws-preview
             not at end
               if function upper-case(request-mode) is equal to 'P'
                 move 'y' to ws-preview
               end-if
               move function upper-case(request-override)
                 to ws-override
               move function trim(function upper-case(
                 request-operator)) to ws-operator-id
           end-read
           close load-request.

       read-checkpoint.
           open input checkpoint-file
           read checkpoint-file record

       process-feed-record.
           if ws-skipping is equal to 'y'
             if ws-feed-section-name is equal to ws-resume-key(1:40)
                 and ws-feed-param-name is equal to ws-resume-key(41:40)
               move 'n' to ws-skipping
             end-if
           else
             if ws-feed-bad is equal to 'y'
               add 1 to ws-fail-count
               display 'LOAD-SETTINGS: FAILED continuation rows out'
                 ' of order section=' ws-feed-section-name
                 ' param=' ws-feed-param-name
               exit paragraph
             end-if
             move ws-feed-section-name to ws-arg-section-name
             move ws-feed-param-name to ws-arg-param-name
             move ws-feed-value-head to ws-arg-param-value
             move ws-feed-value-tail to ws-arg-param-value-tail
             move space to ws-arg-approved-flag
             move space to ws-arg-preview-flag
             move ws-override to ws-arg-freeze-override
             move ws-operator-id to ws-arg-operator-id
             move 991 to ws-argc

             call 'put-setting'
               using ws-argc, ws-argv, ws-result, ws-result-length
             end-call

             if ws-rcode is equal to 'ok'
               move ws-feed-section-name to ws-last-good-section-name
               move ws-feed-param-name to ws-last-good-param-name
               add 1 to ws-record-count

               if function mod(ws-record-count, ws-checkpoint-interval)
               end-if
             else
               add 1 to ws-fail-count
               if ws-rcode is equal to 'fz'
                 add 1 to ws-frozen-count
               end-if
               display 'LOAD-SETTINGS: FAILED rcode=' ws-rcode
                 ' section=' ws-feed-section-name
                 ' param=' ws-feed-param-name
             end-if
           end-if.

      *> one logical row: a main row and any continuation rows that
      *> follow it. A continuation row with no main row before it,
      *> with another parameter's name, or out of its numbered place
      *> marks the row bad, so a damaged long value is refused whole
      *> rather than stored cut short.
       read-feed-row.
           if ws-feed-held is not equal to 'y'
             if ws-feed-ended is equal to 'y'
               move 'y' to ws-eof-feed
               exit paragraph
             end-if
             read settings-feed next record
               at end
                 move 'y' to ws-eof-feed
             end-read
             if ws-eof-feed is equal to 'y'
               exit paragraph
             end-if
           end-if

           move 'n' to ws-feed-held
           move 'n' to ws-feed-bad
           move spaces to ws-feed-value-tail
           if feed-cont-marker is equal to '+'
             move 'y' to ws-feed-bad
             move spaces to ws-feed-section-name
             move feed-cont-param-name to ws-feed-param-name
             move spaces to ws-feed-value-head
             exit paragraph
           end-if
           move feed-section-name to ws-feed-section-name
           move feed-param-name to ws-feed-param-name
           move feed-param-value to ws-feed-value-head
           move 1 to ws-cont-expected
           perform read-feed-continuation
             until ws-feed-held is equal to 'y'
               or ws-feed-ended is equal to 'y'.

       read-feed-continuation.
           read settings-feed next record
             at end
               move 'y' to ws-feed-ended
             not at end
               perform take-feed-continuation
           end-read.

       take-feed-continuation.
           if feed-cont-marker is not equal to '+'
             move 'y' to ws-feed-held
             exit paragraph
           end-if
           if feed-cont-param-name is not equal to ws-feed-param-name
               or feed-cont-sequence is not numeric
             move 'y' to ws-feed-bad
             exit paragraph
           end-if
           if feed-cont-sequence is not equal to ws-cont-expected
               or feed-cont-sequence is greater than 10
             move 'y' to ws-feed-bad
             exit paragraph
           end-if
           add 1 to ws-cont-expected
           compute ws-cont-offset = (feed-cont-sequence - 1) * 87 + 1
           move 87 to ws-cont-len
           if feed-cont-sequence is equal to 10
             move 30 to ws-cont-len
             if feed-cont-value(31:) is not equal to spaces
               move 'y' to ws-feed-bad
             end-if
           end-if
           move feed-cont-value(1:ws-cont-len)
             to ws-feed-value-tail(ws-cont-offset:ws-cont-len).

       write-checkpoint.
           open output checkpoint-file
           write checkpoint-record
           close checkpoint-file.

      *> the preview walks the whole feed: the checkpoint is neither
      *> honoured nor written, so a preview run between a failed load
      *> and its restart leaves the restart point alone. Every row goes
      *> through put-setting with the preview flag set, so the section,
      *> protection and rule checks are the write path's own, and
      *> nothing reaches settings.dat, the history, the outbox, the
      *> param index or the pending queue.
       preview-feed.
           display 'LOAD-SETTINGS: PREVIEW of settings-feed.dat -'
             ' nothing is written'

           perform
             varying ws-sect-ind from 1 by 1
               until ws-sect-ind is greater than ws-section-max
             move spaces to ws-sect-name(ws-sect-ind)
             move zero to ws-sect-new(ws-sect-ind)
             move zero to ws-sect-changed(ws-sect-ind)
             move zero to ws-sect-unchanged(ws-sect-ind)
             move zero to ws-sect-invalid(ws-sect-ind)
             move zero to ws-sect-queued(ws-sect-ind)
             move zero to ws-sect-failed(ws-sect-ind)
             move zero to ws-sect-frozen(ws-sect-ind)
           end-perform

           open input sections-db
           open input settings-db
           open input sensitive-db
           open input overflow-db
           open input settings-feed

           perform until ws-eof-feed is equal to 'y'
             perform read-feed-row
             if ws-eof-feed is not equal to 'y'
               add 1 to ws-preview-count
               perform preview-feed-record
             end-if
           end-perform

           close settings-feed
           close overflow-db
           close sensitive-db
           close settings-db
           close sections-db

           perform print-preview-totals.

       preview-feed-record.
           move ws-feed-section-name to ws-arg-section-name
           move ws-feed-param-name to ws-arg-param-name
           move ws-feed-value-head to ws-arg-param-value
           move ws-feed-value-tail to ws-arg-param-value-tail
           move space to ws-arg-approved-flag
           move 'y' to ws-arg-preview-flag
           move ws-override to ws-arg-freeze-override
           move ws-operator-id to ws-arg-operator-id
           move 991 to ws-argc

      *> a row with damaged continuation rows never reaches
      *> put-setting in a real load either; 'cf' reports it here.
           if ws-feed-bad is equal to 'y'
             move 'cf' to ws-rcode
             move space to ws-action-code
           else
             call 'put-setting'
               using ws-argc, ws-argv, ws-result, ws-result-length
               returning ws-need-more
             end-call
           end-if

           move function trim(function upper-case(ws-feed-section-name))
             to ws-norm-section-name
           move function trim(function upper-case(ws-feed-param-name))
             to ws-norm-param-name
           perform find-preview-section
           perform check-sensitive-mark
           move ws-feed-value to ws-show-new-value
           if ws-sensitive is equal to 'y'
             move ws-mask-value to ws-show-new-value
           end-if

           evaluate true
             when ws-rcode is equal to 'ok'
                 and ws-action-code is equal to 'c'
               move 'NEW' to ws-preview-class
               add 1 to ws-total-new
               if ws-sect-found is not equal to zero
                 add 1 to ws-sect-new(ws-sect-found)
               end-if
             when ws-rcode is equal to 'ok'
               perform classify-existing-row
             when ws-rcode is equal to 'pd'
               move 'QUEUED' to ws-preview-class
               add 1 to ws-total-queued
               if ws-sect-found is not equal to zero
                 add 1 to ws-sect-queued(ws-sect-found)
               end-if
             when ws-rcode is equal to 'rv'
               move 'INVALID' to ws-preview-class
               add 1 to ws-total-invalid
               add 1 to ws-reject-count
               if ws-sect-found is not equal to zero
                 add 1 to ws-sect-invalid(ws-sect-found)
               end-if
             when ws-rcode is equal to 'fz'
               move 'FROZEN' to ws-preview-class
               add 1 to ws-total-frozen
               add 1 to ws-reject-count
               if ws-sect-found is not equal to zero
                 add 1 to ws-sect-frozen(ws-sect-found)
               end-if
             when other
               move 'FAILED' to ws-preview-class
               add 1 to ws-total-failed
               add 1 to ws-reject-count
               if ws-sect-found is not equal to zero
                 add 1 to ws-sect-failed(ws-sect-found)
               end-if
           end-evaluate

           display '  ' ws-preview-class ' ' ws-norm-section-name
           evaluate ws-preview-class
             when 'CHANGED'
               display '    ' ws-norm-param-name
               display '      old = ' ws-show-old-head
               if ws-show-old-tail is not equal to spaces
                 display '            '
                   function trim(ws-show-old-tail trailing)
               end-if
               display '      new = ' ws-show-new-head
               if ws-show-new-tail is not equal to spaces
                 display '            '
                   function trim(ws-show-new-tail trailing)
               end-if
             when 'UNCHANGED'
               display '    ' ws-norm-param-name
             when 'FAILED'
               display '    ' ws-norm-param-name ' rcode=' ws-rcode
             when other
               display '    ' ws-norm-param-name
                 ' = ' ws-show-new-head
               if ws-show-new-tail is not equal to spaces
                 display '      '
                   function trim(ws-show-new-tail trailing)
               end-if
           end-evaluate.

      *> put-setting found the row already there; the settings-db
      *> record area is shared, but the old value is read here on its
      *> own so this does not lean on what put-setting left behind.
       classify-existing-row.
           move ws-norm-section-name to ssection-name
           move ws-norm-param-name to sparam-name
           read settings-db record
             invalid key
               move spaces to sparam-value
           end-read
           move sparam-value to ws-old-value-head
           move ws-norm-section-name to ovfl-section-name
           move ws-norm-param-name to ovfl-param-name
           read overflow-db record
             invalid key
               move spaces to ws-old-value-tail
             not invalid key
               move ovfl-value-tail to ws-old-value-tail
           end-read
           move ws-old-value to ws-show-old-value
           if ws-sensitive is equal to 'y'
             move ws-mask-value to ws-show-old-value
           end-if
           if ws-old-value is equal to ws-feed-value
             move 'UNCHANGED' to ws-preview-class
             add 1 to ws-total-unchanged
             if ws-sect-found is not equal to zero
               add 1 to ws-sect-unchanged(ws-sect-found)
             end-if
           else
             move 'CHANGED' to ws-preview-class
             add 1 to ws-total-changed
             if ws-sect-found is not equal to zero
               add 1 to ws-sect-changed(ws-sect-found)
             end-if
           end-if.

       find-preview-section.
           move zero to ws-sect-found
           perform
             varying ws-sect-ind from 1 by 1
               until ws-sect-ind is greater than ws-section-count
             if ws-sect-name(ws-sect-ind)
                 is equal to ws-norm-section-name
               move ws-sect-ind to ws-sect-found
               move ws-section-count to ws-sect-ind
             end-if
           end-perform

           if ws-sect-found is equal to zero
             if ws-section-count is equal to ws-section-max
               move 'y' to ws-table-full
               exit paragraph
             end-if
             add 1 to ws-section-count
             move ws-section-count to ws-sect-found
             move ws-norm-section-name to ws-sect-name(ws-sect-found)
           end-if.

       check-sensitive-mark.
      *> an exact section/parameter mark wins; failing that, a '*'
      *> parameter mark covers every parameter of the section. The
      *> preview report is attached to promotion tickets, so marked
      *> values print masked, old and new alike.
           move 'n' to ws-sensitive
           move ws-norm-section-name to sens-section-name
           move ws-norm-param-name to sens-param-name
           read sensitive-db record
             invalid key
               move '*' to sens-param-name
               read sensitive-db record
                 invalid key
                   continue
                 not invalid key
                   move 'y' to ws-sensitive
               end-read
             not invalid key
               move 'y' to ws-sensitive
           end-read.

       print-preview-totals.
           display 'LOAD-SETTINGS: PREVIEW totals per section'
           perform
             varying ws-sect-ind from 1 by 1
               until ws-sect-ind is greater than ws-section-count
             display '  ' ws-sect-name(ws-sect-ind)
             display '    new=' ws-sect-new(ws-sect-ind)
               ' changed=' ws-sect-changed(ws-sect-ind)
               ' unchanged=' ws-sect-unchanged(ws-sect-ind)
             display '    invalid=' ws-sect-invalid(ws-sect-ind)
               ' queued=' ws-sect-queued(ws-sect-ind)
               ' failed=' ws-sect-failed(ws-sect-ind)
               ' frozen=' ws-sect-frozen(ws-sect-ind)
           end-perform

           display 'LOAD-SETTINGS: PREVIEW ' ws-preview-count
             ' feed row(s): ' ws-total-new ' new, '
             ws-total-changed ' changed, ' ws-total-unchanged
             ' unchanged'
           display 'LOAD-SETTINGS: PREVIEW ' ws-total-invalid
             ' would fail validation, ' ws-total-queued
             ' would be queued for approval, ' ws-total-failed
             ' would fail otherwise'
           display 'LOAD-SETTINGS: PREVIEW ' ws-total-frozen
             ' would be refused by a change freeze'

           if ws-table-full is equal to 'y'
             display 'LOAD-SETTINGS: WARNING section table full -'
               ' some sections were not totalled'
             move 1 to return-code
           end-if
      *> rows the load would reject fail the preview, so a promotion
      *> job can stop on the return code exactly as it does for
      *> compare-feeds.
           if ws-reject-count is greater than zero
             move 1 to return-code
           end-if.

       end program load-settings.
