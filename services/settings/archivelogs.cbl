           organization is sequential
           access mode is sequential.

      *> one record per log per run that archives anything, naming
      *> the archive file and the chain sequence numbers it holds.
         select optional archive-catalog
           assign to 'archive-catalog.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional archive-request
           assign to 'archive-request.dat'
           organization is sequential
         copy history.

         fd audit-archive.
         01 audit-archive-record picture x(91).

         fd history-archive.
         01 history-archive-record picture x(1036).

         fd audit-stage.
         01 audit-stage-record picture x(91).

         fd history-stage.
         01 history-stage-record picture x(1036).

         fd archive-catalog.
         copy archcat.

         fd archive-request.
      *> one mandatory control record: the leading run of records with
      *> a timestamp below the cutoff is archived. A space-padded
      *> yyyymmdd prefix works, since trailing spaces collate below
      *> every digit.
         01 archive-request-record.
           02 request-cutoff-timestamp picture x(21).

       working-storage section.
         01 ws-has-request picture x value 'n'.
         01 ws-eof-file picture x value 'n'.
         01 ws-past-cutoff picture x.
         01 ws-cutoff-timestamp picture x(21).
         01 ws-audit-archive-name picture x(40).
         01 ws-history-archive-name picture x(40).
         01 ws-moved-count picture 9(9).
         01 ws-kept-count picture 9(9).
         01 ws-first-seq picture 9(9).
         01 ws-last-seq picture 9(9).
         01 ws-run-timestamp picture x(21).
         01 ws-catalog-log picture x(8).
         01 ws-catalog-file picture x(40).

       procedure division.
       archive-logs-main.
             delimited by size into ws-history-archive-name

           display 'ARCHIVE-LOGS: cutoff ' ws-cutoff-timestamp
           move function current-date to ws-run-timestamp

           perform split-audit-log
           perform copy-audit-stage-back
           display 'ARCHIVE-LOGS: audit.dat ' ws-moved-count
             ' record(s) moved to ' ws-audit-archive-name ', '
             ws-kept-count ' kept'
           if ws-moved-count is greater than zero
             move 'AUDIT' to ws-catalog-log
             move ws-audit-archive-name to ws-catalog-file
             perform write-catalog-record
           end-if

           perform split-history-db
           perform copy-history-stage-back
           display 'ARCHIVE-LOGS: settings-history.dat '
             ws-moved-count ' record(s) moved to '
             ws-history-archive-name ', ' ws-kept-count ' kept'
           if ws-moved-count is greater than zero
             move 'HISTORY' to ws-catalog-log
             move ws-history-archive-name to ws-catalog-file
             perform write-catalog-record
           end-if

           stop run.

           end-read
           close archive-request.

      *> both logs are chained in file order, and file order is not
      *> strictly timestamp order: two writers can stamp their records
      *> before either holds the chain head, and clone-section's
      *> rename appends copies of a section's history that keep their
      *> original, older timestamps. So only the leading run below
      *> the cutoff is archived; from the first record at or after
      *> it, everything stays live, and archive and live file meet
      *> at one unbroken point in the chain.
       split-audit-log.
           move 'n' to ws-past-cutoff
           move zero to ws-first-seq
           move zero to ws-last-seq
           move zero to ws-moved-count
           move zero to ws-kept-count
           move 'n' to ws-eof-file
               at end
                 move 'y' to ws-eof-file
               not at end
                 if audit-timestamp is not less than
                     ws-cutoff-timestamp
                   move 'y' to ws-past-cutoff
                 end-if
                 if ws-past-cutoff is not equal to 'y'
                   add 1 to ws-moved-count
                   if audit-chain-seq is numeric
                       and audit-chain-seq is greater than zero
                     if ws-first-seq is equal to zero
                       move audit-chain-seq to ws-first-seq
                     end-if
                     move audit-chain-seq to ws-last-seq
                   end-if
                   write audit-archive-record from audit-record
                 else
                   add 1 to ws-kept-count
           close audit-stage.

       split-history-db.
           move 'n' to ws-past-cutoff
           move zero to ws-first-seq
           move zero to ws-last-seq
           move zero to ws-moved-count
           move zero to ws-kept-count
           move 'n' to ws-eof-file
               at end
                 move 'y' to ws-eof-file
               not at end
                 if hist-effective-timestamp is not less than
                     ws-cutoff-timestamp
                   move 'y' to ws-past-cutoff
                 end-if
                 if ws-past-cutoff is not equal to 'y'
                   add 1 to ws-moved-count
                   if hist-chain-seq is numeric
                       and hist-chain-seq is greater than zero
                     if ws-first-seq is equal to zero
                       move hist-chain-seq to ws-first-seq
                     end-if
                     move hist-chain-seq to ws-last-seq
                   end-if
                   write history-archive-record from history-record
                 else
                   add 1 to ws-kept-count
           close history-db
           close history-stage.

      *> ws-catalog-log and ws-catalog-file are set by the caller.
       write-catalog-record.
           open extend archive-catalog
           move ws-catalog-log to acat-log-name
           move ws-catalog-file to acat-file-name
           move ws-cutoff-timestamp to acat-cutoff-timestamp
           move ws-first-seq to acat-first-seq
           move ws-last-seq to acat-last-seq
           move ws-moved-count to acat-record-count
           move ws-run-timestamp to acat-archived-timestamp
           write archive-catalog-record
           close archive-catalog.

       end program archive-logs.
