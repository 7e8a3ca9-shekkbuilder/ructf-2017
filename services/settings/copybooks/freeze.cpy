      *> change-freeze calendar record layout, shared by every program
      *> that writes settings (each refuses a change to a section an
      *> active window covers) and freeze-report (which lists the
      *> calendar). One record per announced freeze, maintained by
      *> operations with no code change. A missing or empty calendar
      *> freezes nothing, exactly as before freezes existed.
      *>
      *> freeze-selector follows the protected-sections.dat
      *> convention: an exact section name, a name ending in '*'
      *> covering every section starting with the characters before
      *> the '*', or a bare '*' covering all sections.
      *>
      *> the window runs from freeze-start-timestamp up to and
      *> including freeze-end-timestamp, both in the yyyymmddhhmmsshh
      *> layout history-record carries. Either may be a shorter
      *> space-padded prefix: a start of just yyyymmdd opens at the top
      *> of that day (trailing spaces collate below every digit), and
      *> an end of just yyyymmdd closes at the end of that day, since
      *> the end is compared over only the characters it gives. A
      *> blank end keeps the freeze in force until the record is
      *> removed.
       01 freeze-record.
         02 freeze-start-timestamp picture x(16).
         02 freeze-end-timestamp picture x(16).
         02 freeze-selector picture x(40).
         02 freeze-reason picture x(60).
