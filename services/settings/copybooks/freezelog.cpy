      *> change-freeze log record layout. One record is appended each
      *> time a write path meets an active freeze window: outcome 'R'
      *> when the change was refused, 'O' when an operator's emergency
      *> override let it through. freeze-report lists them.
      *>
      *> flog-param-name is spaces when the refused run covered a
      *> whole section (restore-section, purge-section) rather than
      *> one parameter.
       01 freeze-log-record.
         02 flog-timestamp picture x(21).
         02 flog-program picture x(20).
         02 flog-section-name picture x(40).
         02 flog-param-name picture x(40).
         02 flog-outcome picture x.
         02 flog-operator-id picture x(8).
         02 flog-freeze-reason picture x(60).
