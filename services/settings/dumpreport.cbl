           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

       data division.
       file section.
         fd sections-db is external.
         fd sensitive-db.
         copy sensparm.

         fd overflow-db.
         copy ovflval.

       working-storage section.
         01 ws-eof-sections picture x value 'n'.
         01 ws-eof-settings picture x value 'n'.
           open input sections-db
           open input settings-db
           open input sensitive-db
           open input overflow-db

           perform until ws-eof-sections is equal to 'y'
             read sections-db next record
             end-read
           end-perform

           close overflow-db
           close sensitive-db
           close sections-db
           close settings-db
             display '    ' ws-row-param ' = ' ws-mask-value
           else
             display '    ' ws-row-param ' = ' sparam-value
      *> the rest of a long value prints on the line below it.
             move composite-key to ovfl-key
             read overflow-db record
               invalid key
                 continue
               not invalid key
                 display '      ' function trim(ovfl-value-tail
                   trailing)
             end-read
           end-if.

       display-reference-row.
