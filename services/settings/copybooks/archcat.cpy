      *> archive catalog record layout. archive-logs appends one
      *> record per log each run that moves records into a dated
      *> archive file, so verify-log-chain can find the archives and
      *> walk them in order ahead of the live file. The sequence
      *> numbers cover the chained records moved; zero when every
      *> record moved predates chaining.
       01 archive-catalog-record.
         02 acat-log-name picture x(8).
         02 acat-file-name picture x(40).
         02 acat-cutoff-timestamp picture x(21).
         02 acat-first-seq picture 9(9).
         02 acat-last-seq picture 9(9).
         02 acat-record-count picture 9(9).
         02 acat-archived-timestamp picture x(21).
