      *> settings overflow record layout. sparam-value holds the first
      *> 87 bytes of every value; a value longer than that keeps the
      *> rest here, under the same section/parameter key, so one
      *> logical parameter holds up to 900 bytes (87 + 813). A row
      *> with no overflow record is simply a value of 87 bytes or
      *> less - every row written before overflow existed reads back
      *> unchanged.
      *>
      *> maintained by every program that writes or removes a
      *> settings row: the overflow record exists exactly when the
      *> value runs past 87 bytes. Read by get-section's whole-value
      *> fetch, extract-settings and publish-resolved (which carry
      *> the tail as continuation rows in the feed layout).
       01 overflow-record.
         02 ovfl-key.
           03 ovfl-section-name picture x(40).
           03 ovfl-param-name picture x(40).
         02 ovfl-value-tail picture x(813).
