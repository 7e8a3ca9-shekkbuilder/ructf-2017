       identification division.
       program-id. convert-layouts.

       environment division.
       input-output section.
       file-control.
      *> each log is read at its old record length, through the
      *> old-* selects, and rewritten at its current one through the
      *> new-* selects on the same file name.
         select optional old-audit-log assign to 'audit.dat'
           organization is sequential
           access mode is sequential.

         select optional new-audit-log assign to 'audit.dat'
           organization is sequential
           access mode is sequential.

         select optional old-history-db
           assign to 'settings-history.dat'
           organization is sequential
           access mode is sequential.

         select optional new-history-db
           assign to 'settings-history.dat'
           organization is sequential
           access mode is sequential.

         select optional old-pending-db
           assign to 'settings-pending.dat'
           organization is sequential
           access mode is sequential.

         select optional new-pending-db
           assign to 'settings-pending.dat'
           organization is sequential
           access mode is sequential.

         select optional old-scheduled-db
           assign to 'settings-scheduled.dat'
           organization is sequential
           access mode is sequential.

         select optional new-scheduled-db
           assign to 'settings-scheduled.dat'
           organization is sequential
           access mode is sequential.

         select optional old-outbox-db
           assign to 'settings-outbox.dat'
           organization is sequential
           access mode is sequential.

         select optional new-outbox-db
           assign to 'settings-outbox.dat'
           organization is sequential
           access mode is sequential.

      *> each converted file is staged here, then copied back over
      *> the live file; the stage files are left behind after the
      *> run as one more safety net.
         select optional audit-stage assign to 'audit-convert.tmp'
           organization is sequential
           access mode is sequential.

         select optional history-stage
           assign to 'history-convert.tmp'
           organization is sequential
           access mode is sequential.

         select optional pending-stage
           assign to 'pending-convert.tmp'
           organization is sequential
           access mode is sequential.

         select optional scheduled-stage
           assign to 'scheduled-convert.tmp'
           organization is sequential
           access mode is sequential.

         select optional outbox-stage
           assign to 'outbox-convert.tmp'
           organization is sequential
           access mode is sequential.

         select optional convert-request
           assign to 'convert-request.dat'
           organization is sequential
           access mode is sequential.

       data division.
       file section.
      *> the layouts as they stood before the operator id, overflow
      *> tail and chain fields were appended; only the fields the
      *> record check needs are named.
         fd old-audit-log.
         01 old-audit-record.
           02 old-audit-timestamp picture x(21).
           02 filler picture x(40).
           02 old-audit-key-index picture x.
           02 old-audit-rcode picture x(2).

         fd old-history-db.
         01 old-history-record.
           02 filler picture x(80).
           02 old-hist-timestamp picture x(21).
           02 filler picture x(87).

         fd old-pending-db.
         01 old-pending-record.
           02 old-pend-sequence picture x(9).
           02 filler picture x(167).
           02 old-pend-timestamp picture x(21).
           02 filler picture x(30).

         fd old-scheduled-db.
         01 old-scheduled-record.
           02 filler picture x(167).
           02 old-sched-timestamp picture x(21).

         fd old-outbox-db.
         01 old-outbox-record.
           02 filler picture x(80).
           02 old-notify-action picture x.
           02 old-notify-timestamp picture x(21).

         fd new-audit-log.
         01 new-audit-record picture x(91).

         fd new-history-db.
         01 new-history-record picture x(1036).

         fd new-pending-db.
         01 new-pending-record picture x(1048).

         fd new-scheduled-db.
         01 new-scheduled-record picture x(1009).

         fd new-outbox-db.
         01 new-outbox-record picture x(110).

         fd audit-stage.
         copy auditlog.

         fd history-stage.
         copy history.

         fd pending-stage.
         copy pendchg.

         fd scheduled-stage.
         copy schedset.

         fd outbox-stage.
         copy notify.

         fd convert-request.
      *> one mandatory control record naming what to convert: AUDIT,
      *> HISTORY, PENDING, SCHEDULED, OUTBOX or ALL. A file is only
      *> replaced when every record in it reads as the old layout, so
      *> a file already at the current length - or a second run - is
      *> refused and left as it is.
         01 convert-request-record.
           02 request-selector picture x(9).

       working-storage section.
         01 ws-has-request picture x value 'n'.
         01 ws-selector picture x(9).
         01 ws-eof-file picture x.
         01 ws-file-bad picture x.
         01 ws-record-count picture 9(9).
         01 ws-bad-count picture 9(9).

       procedure division.
       convert-layouts-main.
           perform read-convert-request
           if ws-has-request is equal to 'n'
               or (ws-selector is not equal to 'ALL'
                 and ws-selector is not equal to 'AUDIT'
                 and ws-selector is not equal to 'HISTORY'
                 and ws-selector is not equal to 'PENDING'
                 and ws-selector is not equal to 'SCHEDULED'
                 and ws-selector is not equal to 'OUTBOX')
             display 'CONVERT-LAYOUTS: missing or invalid control'
               ' record in convert-request.dat - nothing converted'
             move 1 to return-code
             stop run
           end-if

           display 'CONVERT-LAYOUTS: selector ' ws-selector

           if ws-selector is equal to 'ALL'
               or ws-selector is equal to 'AUDIT'
             perform convert-audit-log
           end-if
           if ws-selector is equal to 'ALL'
               or ws-selector is equal to 'HISTORY'
             perform convert-history-db
           end-if
           if ws-selector is equal to 'ALL'
               or ws-selector is equal to 'PENDING'
             perform convert-pending-db
           end-if
           if ws-selector is equal to 'ALL'
               or ws-selector is equal to 'SCHEDULED'
             perform convert-scheduled-db
           end-if
           if ws-selector is equal to 'ALL'
               or ws-selector is equal to 'OUTBOX'
             perform convert-outbox-db
           end-if
           stop run.

       read-convert-request.
           open input convert-request
           read convert-request record
             at end
               move 'n' to ws-has-request
             not at end
               move 'y' to ws-has-request
               move function trim(function upper-case(
                 request-selector)) to ws-selector
           end-read
           close convert-request.

      *> shared by every file: a converted file is copied back only
      *> when it had records and none failed the check.
       report-conversion.
           if ws-bad-count is greater than zero
             move 'y' to ws-file-bad
             display '  ' ws-bad-count ' of ' ws-record-count
               ' record(s) do not read as the old layout - already'
               ' converted, or damaged; file left untouched'
             move 1 to return-code
           else
             move 'n' to ws-file-bad
           end-if.

      *> audit.dat: 64 bytes to 91. audit-chain-seq stays zero, so
      *> verify-log-chain counts the records as written before
      *> chaining began.
       convert-audit-log.
           move 'n' to ws-eof-file
           move zero to ws-record-count
           move zero to ws-bad-count
           open input old-audit-log
           open output audit-stage
           perform until ws-eof-file is equal to 'y'
             read old-audit-log next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 add 1 to ws-record-count
                 if old-audit-timestamp(1:8) is not numeric
                     or old-audit-key-index is not numeric
                     or old-audit-rcode is not alphabetic-lower
                   add 1 to ws-bad-count
                 end-if
                 move old-audit-record to audit-record
                 move zero to audit-chain-seq
                 move zero to audit-chain-value
                 write audit-record
             end-read
           end-perform
           close audit-stage
           close old-audit-log
           display 'CONVERT-LAYOUTS: audit.dat'
           perform report-conversion
           if ws-file-bad is equal to 'y'
               or ws-record-count is equal to zero
             exit paragraph
           end-if

           move 'n' to ws-eof-file
           open input audit-stage
           open output new-audit-log
           perform until ws-eof-file is equal to 'y'
             read audit-stage next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 write new-audit-record from audit-record
             end-read
           end-perform
           close new-audit-log
           close audit-stage
           display '  ' ws-record-count ' record(s) converted to 91'
             ' bytes'.

      *> settings-history.dat: 188 bytes to 1036. No operator, no
      *> tail, chain sequence zero (unchained).
       convert-history-db.
           move 'n' to ws-eof-file
           move zero to ws-record-count
           move zero to ws-bad-count
           open input old-history-db
           open output history-stage
           perform until ws-eof-file is equal to 'y'
             read old-history-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 add 1 to ws-record-count
                 if old-hist-timestamp(1:8) is not numeric
                   add 1 to ws-bad-count
                 end-if
                 move old-history-record to history-record
                 move spaces to hist-operator-id
                 move spaces to hist-old-value-tail
                 move zero to hist-chain-seq
                 move zero to hist-chain-value
                 write history-record
             end-read
           end-perform
           close history-stage
           close old-history-db
           display 'CONVERT-LAYOUTS: settings-history.dat'
           perform report-conversion
           if ws-file-bad is equal to 'y'
               or ws-record-count is equal to zero
             exit paragraph
           end-if

           move 'n' to ws-eof-file
           open input history-stage
           open output new-history-db
           perform until ws-eof-file is equal to 'y'
             read history-stage next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 write new-history-record from history-record
             end-read
           end-perform
           close new-history-db
           close history-stage
           display '  ' ws-record-count ' record(s) converted to 1036'
             ' bytes'.

      *> settings-pending.dat: 227 bytes to 1048. No proposer, no
      *> tail.
       convert-pending-db.
           move 'n' to ws-eof-file
           move zero to ws-record-count
           move zero to ws-bad-count
           open input old-pending-db
           open output pending-stage
           perform until ws-eof-file is equal to 'y'
             read old-pending-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 add 1 to ws-record-count
                 if old-pend-sequence is not numeric
                     or old-pend-timestamp(1:8) is not numeric
                   add 1 to ws-bad-count
                 end-if
                 move old-pending-record to pending-record
                 move spaces to pend-proposed-by
                 move spaces to pend-param-value-tail
                 write pending-record
             end-read
           end-perform
           close pending-stage
           close old-pending-db
           display 'CONVERT-LAYOUTS: settings-pending.dat'
           perform report-conversion
           if ws-file-bad is equal to 'y'
               or ws-record-count is equal to zero
             exit paragraph
           end-if

           move 'n' to ws-eof-file
           open input pending-stage
           open output new-pending-db
           perform until ws-eof-file is equal to 'y'
             read pending-stage next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 write new-pending-record from pending-record
             end-read
           end-perform
           close new-pending-db
           close pending-stage
           display '  ' ws-record-count ' record(s) converted to 1048'
             ' bytes'.

      *> settings-scheduled.dat: 188 bytes to 1009. No requester, no
      *> tail.
       convert-scheduled-db.
           move 'n' to ws-eof-file
           move zero to ws-record-count
           move zero to ws-bad-count
           open input old-scheduled-db
           open output scheduled-stage
           perform until ws-eof-file is equal to 'y'
             read old-scheduled-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 add 1 to ws-record-count
                 if old-sched-timestamp(1:8) is not numeric
                   add 1 to ws-bad-count
                 end-if
                 move old-scheduled-record to scheduled-record
                 move spaces to sched-requested-by
                 move spaces to sched-param-value-tail
                 write scheduled-record
             end-read
           end-perform
           close scheduled-stage
           close old-scheduled-db
           display 'CONVERT-LAYOUTS: settings-scheduled.dat'
           perform report-conversion
           if ws-file-bad is equal to 'y'
               or ws-record-count is equal to zero
             exit paragraph
           end-if

           move 'n' to ws-eof-file
           open input scheduled-stage
           open output new-scheduled-db
           perform until ws-eof-file is equal to 'y'
             read scheduled-stage next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 write new-scheduled-record from scheduled-record
             end-read
           end-perform
           close new-scheduled-db
           close scheduled-stage
           display '  ' ws-record-count ' record(s) converted to 1009'
             ' bytes'.

      *> settings-outbox.dat: 102 bytes to 110. No operator.
       convert-outbox-db.
           move 'n' to ws-eof-file
           move zero to ws-record-count
           move zero to ws-bad-count
           open input old-outbox-db
           open output outbox-stage
           perform until ws-eof-file is equal to 'y'
             read old-outbox-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 add 1 to ws-record-count
                 if old-notify-timestamp(1:8) is not numeric
                     or (old-notify-action is not equal to 'c'
                       and old-notify-action is not equal to 'u'
                       and old-notify-action is not equal to 'd')
                   add 1 to ws-bad-count
                 end-if
                 move old-outbox-record to notify-record
                 move spaces to notify-operator-id
                 write notify-record
             end-read
           end-perform
           close outbox-stage
           close old-outbox-db
           display 'CONVERT-LAYOUTS: settings-outbox.dat'
           perform report-conversion
           if ws-file-bad is equal to 'y'
               or ws-record-count is equal to zero
             exit paragraph
           end-if

           move 'n' to ws-eof-file
           open input outbox-stage
           open output new-outbox-db
           perform until ws-eof-file is equal to 'y'
             read outbox-stage next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 write new-outbox-record from notify-record
             end-read
           end-perform
           close new-outbox-db
           close outbox-stage
           display '  ' ws-record-count ' record(s) converted to 110'
             ' bytes'.

       end program convert-layouts.
