           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

         select optional sections-backup
           assign to 'sections-backup.dat'
           organization is sequential
           organization is sequential
           access mode is sequential.

         select optional overflow-backup
           assign to 'overflow-backup.dat'
           organization is sequential
           access mode is sequential.

         select optional restore-backup-request
           assign to 'restore-backup-request.dat'
           organization is sequential
         fd param-index.
         copy paramidx.

         fd overflow-db.
         copy ovflval.

         fd sections-backup.
         01 sections-backup-record picture x(1354).
         01 sections-backup-trailer.
           02 pbk-hash-total picture 9(18).
           02 filler picture x(132).

         fd overflow-backup.
         01 overflow-backup-record picture x(893).
         01 overflow-backup-trailer.
           02 obk-trailer-mark picture x(8).
           02 obk-record-count picture 9(9).
           02 obk-hash-total picture 9(18).
           02 filler picture x(858).

         fd restore-backup-request.
      *> one mandatory control record naming what to rebuild from
      *> the snapshot: SECTIONS, SETTINGS, PINDEX or ALL. Making the
      *> choice explicit keeps a fat-fingered run from flattening a
      *> healthy file. SETTINGS brings settings-overflow.dat back
      *> with settings.dat: a long value lives in both.
         01 restore-backup-request-record.
           02 request-selector picture x(8).

           end-if
           if ws-selector is equal to 'ALL'
               or ws-selector is equal to 'SETTINGS'
             perform restore-settings-pair
           end-if
           if ws-selector is equal to 'ALL'
               or ws-selector is equal to 'PINDEX'
             move 1 to return-code
           end-if.

      *> a long value's head is in settings.dat and its tail in
      *> settings-overflow.dat, so the two are restored together or
      *> not at all: both snapshots must pass before either file is
      *> touched, or the heads and tails would come from different
      *> points in time.
       restore-settings-pair.
           perform verify-settings-backup
           if ws-file-bad is equal to 'y'
             display 'RESTORE-BACKUP: settings-backup.dat FAILED'
               ' verification - settings.dat and'
               ' settings-overflow.dat left untouched'
             move 1 to return-code
             exit paragraph
           end-if
           perform verify-overflow-backup
           if ws-file-bad is equal to 'y'
             display 'RESTORE-BACKUP: overflow-backup.dat FAILED'
               ' verification - settings.dat and'
               ' settings-overflow.dat left untouched'
             move 1 to return-code
             exit paragraph
           end-if
           perform restore-settings-db
           perform restore-overflow-db.

       restore-settings-db.
           move 'n' to ws-eof-file
           move zero to ws-loaded-count
           move zero to ws-fail-count
             move 1 to return-code
           end-if.

       restore-overflow-db.
           move 'n' to ws-eof-file
           move zero to ws-loaded-count
           move zero to ws-fail-count
           open input overflow-backup
           open output overflow-db
           perform until ws-eof-file is equal to 'y'
             read overflow-backup next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if obk-trailer-mark is not equal to ws-trailer-mark
                   move overflow-backup-record to overflow-record
                   write overflow-record
                     invalid key
                       add 1 to ws-fail-count
                       display '  WRITE FAILED param '
                         ovfl-param-name
                     not invalid key
                       add 1 to ws-loaded-count
                   end-write
                 end-if
             end-read
           end-perform
           close overflow-db
           close overflow-backup
           display 'RESTORE-BACKUP: settings-overflow.dat rebuilt, '
             ws-loaded-count ' record(s), ' ws-fail-count ' failed'
           if ws-fail-count is greater than zero
             move 1 to return-code
           end-if.

       verify-sections-backup.
           perform reset-file-check
           move 1354 to ws-hash-len
           close pindex-backup
           perform judge-file-check.

       verify-overflow-backup.
           perform reset-file-check
           move 893 to ws-hash-len
           open input overflow-backup
           perform until ws-eof-file is equal to 'y'
             read overflow-backup next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if obk-trailer-mark is equal to ws-trailer-mark
                   move 'y' to ws-seen-trailer
                   move obk-record-count to ws-trailer-count
                   move obk-hash-total to ws-trailer-hash
                 else
                   perform note-data-record
                   move overflow-backup-record
                     to ws-hash-buffer(1:893)
                   perform compute-record-hash
                 end-if
             end-read
           end-perform
           close overflow-backup
           perform judge-file-check.

       reset-file-check.
           move 'n' to ws-eof-file
           move 'n' to ws-seen-trailer
