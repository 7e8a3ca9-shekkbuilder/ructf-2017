      *> the effective timestamp uses the same yyyymmddhhmmsshh
      *> layout history-record carries; a shorter space-padded prefix
      *> (e.g. just yyyymmdd) also works, since trailing spaces
      *> collate below every digit. sched-requested-by is the
      *> operator who staged the row; activate-scheduled passes it on
      *> as the operator of the change it makes.
      *> sched-param-value-tail carries the rest of a staged value
      *> longer than 87 bytes (see ovflval.cpy).
       01 scheduled-record.
         02 sched-section-name picture x(40).
         02 sched-param-name picture x(40).
         02 sched-param-value picture x(87).
         02 sched-effective-timestamp picture x(21).
         02 sched-requested-by picture x(8).
         02 sched-param-value-tail picture x(813).
