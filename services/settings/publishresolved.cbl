           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

      *> every section's fully resolved view - template rows merged
      *> under the child's own rows, the child winning, one level,
      *> exactly as get-section serves it - in the feed-record layout
         fd sensitive-db.
         copy sensparm.

         fd overflow-db.
         copy ovflval.

         fd resolved-file.
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

       working-storage section.
         01 ws-eof-sections picture x value 'n'.
         01 ws-merge-param picture x(40).
         01 ws-merge-value picture x(87).
         01 ws-merge-done picture x.
      *> the row the emitted value came from, so its overflow tail
      *> can be picked up once the value is final.
         01 ws-merge-source picture x(40).
         01 ws-sensitive picture x.
         01 ws-sens-check-section picture x(40).
         01 ws-sens-check-param picture x(40).
         01 ws-ref-done picture x.
         01 ws-ref-failed picture x.
         01 ws-unresolved-count picture 9(9) value zero.
         01 ws-value-tail picture x(813).
         01 ws-cont-param-name picture x(40).
         01 ws-cont-sequence picture 9(2).
         01 ws-cont-offset picture 9(3).
         01 ws-cont-len picture 9(2).

       procedure division.
       publish-resolved-main.
           open input sections-db
           open input settings-db
           open input sensitive-db
           open input overflow-db
           open output resolved-file

           perform until ws-eof-sections is equal to 'y'
           end-perform

           close resolved-file
           close overflow-db
           close sensitive-db
           close settings-db
           close sections-db
           if ws-use-child is equal to 'y'
             move ws-child-param to ws-merge-param
             move ws-child-value to ws-merge-value
             move ws-pub-section to ws-merge-source
             if ws-tmpl-live is equal to 'y'
                 and ws-tmpl-param is equal to ws-child-param
               perform fetch-template-row
           else
             move ws-tmpl-param to ws-merge-param
             move ws-tmpl-value to ws-merge-value
             move ws-template-section to ws-merge-source
             perform fetch-template-row
           end-if

             move ws-merge-value to feed-param-value
           end-if
           write feed-record
           add 1 to ws-row-count

      *> a long value's tail follows as continuation rows, read from
      *> the row the value finally came from - the reference target
      *> when one was followed.
           if ws-sensitive is not equal to 'y'
             if ws-ref-resolved is equal to 'y'
               move ws-ref-section to ovfl-section-name
               move ws-ref-param to ovfl-param-name
             else
               move ws-merge-source to ovfl-section-name
               move ws-merge-param to ovfl-param-name
             end-if
             read overflow-db record
               invalid key
                 continue
               not invalid key
                 move ovfl-value-tail to ws-value-tail
                 move ws-merge-param to ws-cont-param-name
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

      *> '@SECTION/PARAM' points at another section's parameter; the
      *> chain is followed to the real value, at most five hops deep.
