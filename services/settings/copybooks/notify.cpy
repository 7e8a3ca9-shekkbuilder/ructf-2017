      *> appended whenever a setting-record is created ('c'),
      *> updated ('u') or deleted ('d'), so downstream caches can
      *> poll a delta feed instead of diffing full dumps.
      *> notify-operator-id is the operator or requester who made the
      *> change (spaces when the caller did not pass one); for an
      *> applied proposal it is the approver.
       01 notify-record.
         02 notify-section-name picture x(40).
         02 notify-param-name picture x(40).
         02 notify-action-code picture x.
         02 notify-timestamp picture x(21).
         02 notify-operator-id picture x(8).
