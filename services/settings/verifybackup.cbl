           organization is sequential
           access mode is sequential.

         select optional overflow-backup
           assign to 'overflow-backup.dat'
           organization is sequential
           access mode is sequential.

       data division.
       file section.
         fd sections-backup.
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
         01 ws-seen-trailer picture x.
           perform verify-sections-backup
           perform verify-settings-backup
           perform verify-pindex-backup
           perform verify-overflow-backup

           if ws-bad-files is greater than zero
             display 'VERIFY-BACKUP: ' ws-bad-files
             add 1 to ws-bad-files
           end-if.

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
           display 'VERIFY-BACKUP: overflow-backup.dat '
             ws-record-count ' record(s)'
           perform judge-file-check
           if ws-file-bad is equal to 'y'
             add 1 to ws-bad-files
           end-if.

       reset-file-check.
           move 'n' to ws-eof-file
           move 'n' to ws-seen-trailer
