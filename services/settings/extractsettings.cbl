           organization is sequential
           access mode is sequential.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

         select optional sensitive-db
           assign to 'settings-sensitive.dat'
           organization is indexed
         fd sensitive-db.
         copy sensparm.

         fd overflow-db.
         copy ovflval.

         fd extract-file.
         01 feed-record.
           02 feed-section-name picture x(40).
           02 feed-param-name picture x(40).
           02 feed-param-value picture x(87).
      *> a value longer than 87 bytes carries on in continuation
      *> rows straight after its own row, in the layout load-settings
      *> reads: '+' in the first byte, the row's place in the tail
      *> (1-10), the parameter name again, and the next 87 bytes of
      *> the value (30 in row 10).
         01 feed-continuation-record.
           02 feed-cont-marker picture x.
           02 feed-cont-sequence picture 9(2).
           02 filler picture x(37).
           02 feed-cont-param-name picture x(40).
           02 feed-cont-value picture x(87).

         fd extract-request.
      *> one optional control record selecting what to extract:
         01 ws-masked-count picture 9(9) value zero.
         01 ws-sensitive picture x.
         01 ws-mask-value picture x(87) value '********'.
         01 ws-value-tail picture x(813).
         01 ws-cont-param-name picture x(40).
         01 ws-cont-sequence picture 9(2).
         01 ws-cont-offset picture 9(3).
         01 ws-cont-len picture 9(2).

       procedure division.
       extract-settings-main.

           open input settings-db
           open input sensitive-db
           open input overflow-db
           open output extract-file

           if ws-selector is equal to spaces
           end-perform

           close extract-file
           close overflow-db
           close sensitive-db
           close settings-db

             move sparam-value to feed-param-value
           end-if
           write feed-record
           add 1 to ws-written-count

      *> a masked value travels as the mask alone, tail and all
           if ws-sensitive is not equal to 'y'
             move ssection-name to ovfl-section-name
             move sparam-name to ovfl-param-name
             read overflow-db record
               invalid key
                 continue
               not invalid key
                 move ovfl-value-tail to ws-value-tail
                 move sparam-name to ws-cont-param-name
                 perform write-continuation-rows
             end-read
           end-if.

      *> ws-value-tail holds the rest of the value just written; one
      *> continuation row per 87 bytes, up to the last non-space.
       write-continuation-rows.
           move zero to ws-cont-sequence
           perform
             varying ws-cont-offset from 1 by 87
               until ws-cont-offset is greater than 813
                 or ws-value-tail(ws-cont-offset:) is equal to spaces
             add 1 to ws-cont-sequence
             move spaces to feed-continuation-record
             move '+' to feed-cont-marker
             move ws-cont-sequence to feed-cont-sequence
             move ws-cont-param-name to feed-cont-param-name
             move 87 to ws-cont-len
             if ws-cont-sequence is equal to 10
               move 30 to ws-cont-len
             end-if
             move ws-value-tail(ws-cont-offset:ws-cont-len)
               to feed-cont-value
             write feed-continuation-record
           end-perform.

       check-sensitive-mark.
      *> an exact section/parameter mark wins; failing that, a '*'
