      *> log chain head record layout, one record per chained log
      *> ('AUDIT' for audit.dat, 'HISTORY' for settings-history.dat):
      *> the sequence number and check value of the last record
      *> appended. Every appender reads it with a lock, writes its
      *> record chained from it and rewrites it before the lock goes,
      *> so the log and its head move together. verify-log-chain
      *> also checks the live file still ends where the head says.
       01 chain-head-record.
         02 chain-log-name picture x(8).
         02 chain-last-seq picture 9(9).
         02 chain-last-value picture 9(18).
