      *> settings read-usage record layout, keyed like settings-db.
      *> get-section keeps one record per parameter it has served:
      *> the day it was last served and how many times in all. A row
      *> served through a template merge is counted under the
      *> template section it lives in, and every row an
      *> '@SECTION/PARAM' chain passes through is counted under its
      *> own key. No record means the row has not been served since
      *> the file was started. dead-settings-report reads it.
       01 read-usage-record.
         02 ruse-key.
           03 ruse-section-name picture x(40).
           03 ruse-param-name picture x(40).
         02 ruse-last-read-date picture x(8).
         02 ruse-read-count picture 9(9).
