       identification division.
       program-id. verify-log-chain.

       environment division.
       input-output section.
       file-control.
         select optional audit-log assign to 'audit.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional history-db assign to 'settings-history.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional chain-head assign to 'log-chain.dat'
           organization is indexed
           access mode is dynamic
           record key is chain-log-name
           lock mode is automatic
           sharing with all other.

         select optional archive-catalog
           assign to 'archive-catalog.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

      *> the dated archives archive-logs writes, opened one at a time
      *> by the name the catalog gives.
         select optional audit-archive
           assign to dynamic ws-archive-name
           organization is sequential
           access mode is sequential.

         select optional history-archive
           assign to dynamic ws-archive-name
           organization is sequential
           access mode is sequential.

       data division.
       file section.
         fd audit-log.
         copy auditlog.

         fd history-db.
         copy history.

         fd chain-head.
         copy chainhd.

         fd archive-catalog.
         copy archcat.

         fd audit-archive.
         01 audit-archive-record.
           02 aarc-content picture x(64).
           02 aarc-chain-seq picture 9(9).
           02 aarc-chain-value picture 9(18).

         fd history-archive.
         01 history-archive-record.
           02 harc-content picture x(1009).
           02 harc-chain-seq picture 9(9).
           02 harc-chain-value picture 9(18).

       working-storage section.
         01 ws-eof-file picture x.
         01 ws-run-timestamp picture x(21).
         01 ws-archive-name picture x(40).
         01 ws-bad-logs picture 9 value zero.

      *> the catalog, one entry per log and archive file. A file a
      *> rerun with the same cutoff extended has its catalog records
      *> folded into one entry: lowest first seq, highest last seq,
      *> counts summed. The same 500-entry ceiling as the reports.
         01 ws-arch-max picture 9(3) value 500.
         01 ws-arch-count picture 9(3) value zero.
         01 ws-arch-table.
           02 ws-arch-entry occurs 500.
             03 ws-arch-log picture x(8).
             03 ws-arch-file picture x(40).
             03 ws-arch-first picture 9(9).
             03 ws-arch-last picture 9(9).
             03 ws-arch-records picture 9(9).
         01 ws-arch-ind picture 9(3).
         01 ws-arch-found picture 9(3).
         01 ws-table-full picture x value 'n'.

      *> walk state for the log being verified. ws-prev-seq and
      *> ws-prev-value are the last chained record accepted; after a
      *> fault the walk re-synchronises on the record at fault, so
      *> one edit is reported once rather than on every later record.
         01 ws-log-name picture x(8).
         01 ws-file-label picture x(40).
         01 ws-prev-file picture x(40).
         01 ws-chained-seen picture x.
         01 ws-prev-seq picture 9(9).
         01 ws-prev-value picture 9(18).
         01 ws-rec-seq-text picture x(9).
         01 ws-rec-seq picture 9(9).
         01 ws-rec-value picture 9(18).
         01 ws-rec-content picture x(1009).
         01 ws-content-len picture 9(4).
         01 ws-file-records picture 9(9).
         01 ws-file-first picture 9(9).
         01 ws-file-last picture 9(9).
         01 ws-log-files picture 9(3).
         01 ws-log-records picture 9(9).
         01 ws-log-unchained picture 9(9).
         01 ws-log-first picture 9(9).
         01 ws-fault-count picture 9(9).
         01 ws-fault-shown picture 9(3).
         01 ws-fault-limit picture 9(3) value 50.
         01 ws-fault-text picture x(60).
         01 ws-gap-from picture 9(9).
         01 ws-gap-to picture 9(9).

         01 ws-chain-prev picture 9(18).
         01 ws-chain-value picture 9(18).
         01 ws-chain-modulus picture 9(12) value 999999999989.
         01 ws-chain-buffer picture x(1018).
         01 ws-chain-len picture 9(4).
         01 ws-chain-ind picture 9(4).

       procedure division.
       verify-log-chain-main.
           move function current-date to ws-run-timestamp
           display 'VERIFY-LOG-CHAIN: run ' ws-run-timestamp(1:16)
           perform load-archive-catalog
           if ws-table-full is equal to 'y'
             display 'VERIFY-LOG-CHAIN: WARNING catalog table full -'
               ' only the first ' ws-arch-max ' archive(s) walked'
           end-if

           move 'AUDIT' to ws-log-name
           move 64 to ws-content-len
           perform start-log-walk
           perform
             varying ws-arch-ind from 1 by 1
               until ws-arch-ind is greater than ws-arch-count
             if ws-arch-log(ws-arch-ind) is equal to 'AUDIT'
               perform walk-audit-archive
             end-if
           end-perform
           perform walk-audit-log
           perform finish-log-walk

           move 'HISTORY' to ws-log-name
           move 1009 to ws-content-len
           perform start-log-walk
           perform
             varying ws-arch-ind from 1 by 1
               until ws-arch-ind is greater than ws-arch-count
             if ws-arch-log(ws-arch-ind) is equal to 'HISTORY'
               perform walk-history-archive
             end-if
           end-perform
           perform walk-history-db
           perform finish-log-walk

           if ws-bad-logs is greater than zero
             display 'VERIFY-LOG-CHAIN: ' ws-bad-logs
               ' log(s) FAILED verification'
             move 1 to return-code
           else
             display 'VERIFY-LOG-CHAIN: audit.dat and'
               ' settings-history.dat chains verified intact'
           end-if
           stop run.

       load-archive-catalog.
           move 'n' to ws-eof-file
           open input archive-catalog
           perform until ws-eof-file is equal to 'y'
             read archive-catalog next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 perform take-catalog-record
             end-read
           end-perform
           close archive-catalog.

       take-catalog-record.
           move zero to ws-arch-found
           perform
             varying ws-arch-ind from 1 by 1
               until ws-arch-ind is greater than ws-arch-count
                 or ws-arch-found is not equal to zero
             if ws-arch-log(ws-arch-ind) is equal to acat-log-name
                 and ws-arch-file(ws-arch-ind) is equal to
                   acat-file-name
               move ws-arch-ind to ws-arch-found
             end-if
           end-perform

           if ws-arch-found is equal to zero
             if ws-arch-count is not less than ws-arch-max
               move 'y' to ws-table-full
               exit paragraph
             end-if
             add 1 to ws-arch-count
             move ws-arch-count to ws-arch-found
             move acat-log-name to ws-arch-log(ws-arch-found)
             move acat-file-name to ws-arch-file(ws-arch-found)
             move acat-first-seq to ws-arch-first(ws-arch-found)
             move acat-last-seq to ws-arch-last(ws-arch-found)
             move acat-record-count to ws-arch-records(ws-arch-found)
             exit paragraph
           end-if

           add acat-record-count to ws-arch-records(ws-arch-found)
           if acat-first-seq is greater than zero
             if ws-arch-first(ws-arch-found) is equal to zero
                 or acat-first-seq is less than
                   ws-arch-first(ws-arch-found)
               move acat-first-seq to ws-arch-first(ws-arch-found)
             end-if
           end-if
           if acat-last-seq is greater than
               ws-arch-last(ws-arch-found)
             move acat-last-seq to ws-arch-last(ws-arch-found)
           end-if.

       start-log-walk.
           move 'n' to ws-chained-seen
           move zero to ws-prev-seq
           move zero to ws-prev-value
           move spaces to ws-prev-file
           move zero to ws-log-files
           move zero to ws-log-records
           move zero to ws-log-unchained
           move zero to ws-log-first
           move zero to ws-fault-count
           move zero to ws-fault-shown
           display ' '
           display 'VERIFY-LOG-CHAIN: ' ws-log-name ' chain'.

       walk-audit-archive.
           move ws-arch-file(ws-arch-ind) to ws-archive-name
           move ws-archive-name to ws-file-label
           perform start-file-walk
           move 'n' to ws-eof-file
           open input audit-archive
           perform until ws-eof-file is equal to 'y'
             read audit-archive next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 move aarc-content to ws-rec-content
                 move aarc-chain-seq to ws-rec-seq-text
                 move aarc-chain-value to ws-rec-value
                 perform check-chain-record
             end-read
           end-perform
           close audit-archive
           perform check-archive-against-catalog.

       walk-history-archive.
           move ws-arch-file(ws-arch-ind) to ws-archive-name
           move ws-archive-name to ws-file-label
           perform start-file-walk
           move 'n' to ws-eof-file
           open input history-archive
           perform until ws-eof-file is equal to 'y'
             read history-archive next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 move harc-content to ws-rec-content
                 move harc-chain-seq to ws-rec-seq-text
                 move harc-chain-value to ws-rec-value
                 perform check-chain-record
             end-read
           end-perform
           close history-archive
           perform check-archive-against-catalog.

       walk-audit-log.
           move 'audit.dat' to ws-file-label
           perform start-file-walk
           move 'n' to ws-eof-file
           open input audit-log
           perform until ws-eof-file is equal to 'y'
             read audit-log next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 move audit-record(1:64) to ws-rec-content
                 move audit-chain-seq to ws-rec-seq-text
                 move audit-chain-value to ws-rec-value
                 perform check-chain-record
             end-read
           end-perform
           close audit-log
           perform report-file-walk.

       walk-history-db.
           move 'settings-history.dat' to ws-file-label
           perform start-file-walk
           move 'n' to ws-eof-file
           open input history-db
           perform until ws-eof-file is equal to 'y'
             read history-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 move history-record(1:1009) to ws-rec-content
                 move hist-chain-seq to ws-rec-seq-text
                 move hist-chain-value to ws-rec-value
                 perform check-chain-record
             end-read
           end-perform
           close history-db
           perform report-file-walk.

       start-file-walk.
           add 1 to ws-log-files
           move zero to ws-file-records
           move zero to ws-file-first
           move zero to ws-file-last.

      *> records written before chaining began carry no sequence
      *> number; they are counted, not judged, as long as they all
      *> come before the first chained one.
       check-chain-record.
           add 1 to ws-file-records
           add 1 to ws-log-records
           if ws-rec-seq-text is not numeric
               or ws-rec-seq-text is equal to zeros
             if ws-chained-seen is equal to 'y'
               move 'UNCHAINED RECORD after chaining began'
                 to ws-fault-text
               perform note-chain-fault
             else
               add 1 to ws-log-unchained
             end-if
             exit paragraph
           end-if
           move ws-rec-seq-text to ws-rec-seq
           if ws-file-first is equal to zero
             move ws-rec-seq to ws-file-first
           end-if
           move ws-rec-seq to ws-file-last

           if ws-chained-seen is not equal to 'y'
             move 'y' to ws-chained-seen
             move ws-rec-seq to ws-log-first
             if ws-rec-seq is not equal to 1
               move 1 to ws-gap-from
               compute ws-gap-to = ws-rec-seq - 1
               move 'MISSING RECORDS before the first one found'
                 to ws-fault-text
               perform note-missing-range
               perform resync-on-record
               exit paragraph
             end-if
           else
             if ws-rec-seq is not greater than ws-prev-seq
               move 'OUT OF SEQUENCE or DUPLICATE record'
                 to ws-fault-text
               perform note-chain-fault
               perform resync-on-record
               exit paragraph
             end-if
             if ws-rec-seq is greater than ws-prev-seq + 1
               compute ws-gap-from = ws-prev-seq + 1
               compute ws-gap-to = ws-rec-seq - 1
               if ws-file-records is equal to 1
                   and ws-prev-file is not equal to spaces
                 move 'GAP between files' to ws-fault-text
                 display '  GAP after ' ws-prev-file
                 display '    before ' ws-file-label
               else
                 move 'MISSING RECORDS' to ws-fault-text
               end-if
               perform note-missing-range
               perform resync-on-record
               exit paragraph
             end-if
           end-if

           move ws-prev-value to ws-chain-prev
           move ws-rec-seq to ws-chain-buffer(1:9)
           move ws-rec-content(1:ws-content-len)
             to ws-chain-buffer(10:ws-content-len)
           compute ws-chain-len = ws-content-len + 9
           perform compute-chain-value
           if ws-chain-value is not equal to ws-rec-value
             move 'BROKEN LINK - record altered or replaced'
               to ws-fault-text
             perform note-chain-fault
           end-if
           perform resync-on-record.

       resync-on-record.
           move ws-rec-seq to ws-prev-seq
           move ws-rec-value to ws-prev-value.

       note-missing-range.
           add 1 to ws-fault-count
           add 1 to ws-fault-shown
           if ws-fault-count is equal to 1
             display '  FIRST FAULT:'
           end-if
           if ws-fault-shown is not greater than ws-fault-limit
             display '  ' ws-fault-text
             display '    seq ' ws-gap-from ' to ' ws-gap-to
               ' absent, next found in ' ws-file-label
           end-if.

       note-chain-fault.
           add 1 to ws-fault-count
           add 1 to ws-fault-shown
           if ws-fault-count is equal to 1
             display '  FIRST FAULT:'
           end-if
           if ws-fault-shown is not greater than ws-fault-limit
             display '  ' ws-fault-text
             display '    ' ws-file-label ' record ' ws-file-records
               ' seq ' ws-rec-seq-text
           end-if.

      *> an archive holding less than its catalog records says it was
      *> cut short or replaced after archive-logs wrote it.
       check-archive-against-catalog.
           perform report-file-walk
           if ws-file-records is not equal to
               ws-arch-records(ws-arch-ind)
             move 'ARCHIVE RECORD COUNT differs from catalog'
               to ws-fault-text
             perform note-chain-fault
             display '    catalog ' ws-arch-records(ws-arch-ind)
               ' found ' ws-file-records
           end-if
           if ws-file-first is not equal to ws-arch-first(ws-arch-ind)
               or ws-file-last is not equal to
                 ws-arch-last(ws-arch-ind)
             move 'ARCHIVE SEQUENCE RANGE differs from catalog'
               to ws-fault-text
             perform note-chain-fault
             display '    catalog ' ws-arch-first(ws-arch-ind) '-'
               ws-arch-last(ws-arch-ind) ' found ' ws-file-first
               '-' ws-file-last
           end-if.

       report-file-walk.
           display '  ' ws-file-label ' ' ws-file-records
             ' record(s), seq ' ws-file-first '-' ws-file-last
           if ws-file-records is greater than zero
             move ws-file-label to ws-prev-file
           end-if.

      *> the head says where the chain ends: a live file that stops
      *> short of it has lost records off its end.
       finish-log-walk.
           open input chain-head
           move ws-log-name to chain-log-name
           read chain-head record
             invalid key
               if ws-chained-seen is equal to 'y'
                 move 'CHAIN HEAD MISSING from log-chain.dat'
                   to ws-fault-text
                 add 1 to ws-fault-count
                 display '  ' ws-fault-text
               end-if
             not invalid key
               perform check-chain-head
           end-read
           close chain-head

           display '  ' ws-log-files ' file(s), ' ws-log-records
             ' record(s), ' ws-log-unchained ' predate chaining'
           if ws-chained-seen is equal to 'y'
             display '  chained seq ' ws-log-first ' to ' ws-prev-seq
           end-if
           if ws-fault-shown is greater than ws-fault-limit
             display '  (only the first ' ws-fault-limit
               ' fault(s) shown)'
           end-if
           if ws-fault-count is greater than zero
             add 1 to ws-bad-logs
             display 'VERIFY-LOG-CHAIN: ' ws-log-name ' chain FAILED, '
               ws-fault-count ' fault(s)'
           else
             display 'VERIFY-LOG-CHAIN: ' ws-log-name ' chain INTACT'
           end-if.

       check-chain-head.
           if chain-last-seq is greater than ws-prev-seq
             compute ws-gap-from = ws-prev-seq + 1
             move chain-last-seq to ws-gap-to
             add 1 to ws-fault-count
             display '  MISSING RECORDS at the end of the live file'
             display '    seq ' ws-gap-from ' to ' ws-gap-to
               ' recorded in log-chain.dat, not found'
             exit paragraph
           end-if
           if chain-last-seq is less than ws-prev-seq
             add 1 to ws-fault-count
             display '  CHAIN HEAD BEHIND the live file'
             display '    head seq ' chain-last-seq ' file seq '
               ws-prev-seq
             exit paragraph
           end-if
           if chain-last-value is not equal to ws-prev-value
             add 1 to ws-fault-count
             display '  CHAIN HEAD VALUE differs from the last record'
           end-if.

       compute-chain-value.
           move ws-chain-prev to ws-chain-value
           perform
             varying ws-chain-ind from 1 by 1
               until ws-chain-ind is greater than ws-chain-len
             compute ws-chain-value = function mod(
               ws-chain-value * 257
                 + function ord(ws-chain-buffer(ws-chain-ind:1)),
               ws-chain-modulus)
           end-perform.

       end program verify-log-chain.
