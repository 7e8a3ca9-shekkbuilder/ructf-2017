           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is sequential
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

      *> one snapshot file per indexed file, data records first and
      *> a '*TRAILER' record last carrying the record count and the
      *> additive hash total verify-backup and restore-backup check.
           organization is sequential
           access mode is sequential.

         select optional overflow-backup
           assign to 'overflow-backup.dat'
           organization is sequential
           access mode is sequential.

       data division.
       file section.
         fd sections-db is external.
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

       working-storage section.
         01 ws-eof-file picture x.
         01 ws-record-count picture 9(9).

       procedure division.
       backup-settings-main.
      *> all four inputs are opened before the first is read, so
      *> the snapshot is taken in one pass under one set of shared
      *> opens - the closest thing to a point in time the runtime
      *> gives us while writers stay live.
           open input sections-db
           open input settings-db
           open input param-index
           open input overflow-db

           perform backup-sections-db
           perform backup-settings-db
           perform backup-param-index
           perform backup-overflow-db

           close overflow-db
           close param-index
           close settings-db
           close sections-db
           display 'BACKUP-SETTINGS: settings-pindex.dat '
             ws-record-count ' record(s), hash ' ws-hash-total.

       backup-overflow-db.
           move 'n' to ws-eof-file
           move zero to ws-record-count
           move zero to ws-hash-total
           move 893 to ws-hash-len
           open output overflow-backup
           perform until ws-eof-file is equal to 'y'
             read overflow-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 add 1 to ws-record-count
                 move overflow-record to ws-hash-buffer(1:893)
                 perform compute-record-hash
                 write overflow-backup-record from overflow-record
             end-read
           end-perform
           move ws-trailer-mark to obk-trailer-mark
           move ws-record-count to obk-record-count
           move ws-hash-total to obk-hash-total
           move spaces to overflow-backup-trailer(36:)
           write overflow-backup-trailer
           close overflow-backup
           display 'BACKUP-SETTINGS: settings-overflow.dat '
             ws-record-count ' record(s), hash ' ws-hash-total.

       compute-record-hash.
      *> an additive total over every byte: cheap, order-blind, and
      *> enough to catch the truncated or interleaved copies that a
