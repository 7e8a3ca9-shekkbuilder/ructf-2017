      *> both inputs are in the exact record layout extract-settings
      *> writes and load-settings consumes, so the release job is:
      *> extract each region, drop the files here as left and right,
      *> run this, and stop on a nonzero return code. A long value's
      *> continuation rows are folded back into it, so values are
      *> compared whole; a row whose continuation rows name another
      *> parameter, or are missing, repeated or out of their numbered
      *> place, is reported as damaged, since its value cannot be
      *> compared as written.
         select optional left-feed assign to 'compare-left.dat'
           organization is sequential
           access mode is sequential.
           02 left-section-name picture x(40).
           02 left-param-name picture x(40).
           02 left-param-value picture x(87).
         01 left-continuation-record.
           02 left-cont-marker picture x.
           02 left-cont-sequence picture 9(2).
           02 filler picture x(37).
           02 left-cont-param-name picture x(40).
           02 left-cont-value picture x(87).

         fd right-feed.
         01 right-record.
           02 right-section-name picture x(40).
           02 right-param-name picture x(40).
           02 right-param-value picture x(87).
         01 right-continuation-record.
           02 right-cont-marker picture x.
           02 right-cont-sequence picture 9(2).
           02 filler picture x(37).
           02 right-cont-param-name picture x(40).
           02 right-cont-value picture x(87).

       working-storage section.
      *> extract-settings writes its feed in composite-key order, so
      *> the two files are walked as sorted streams; a stream at end
      *> holds high-values and loses every comparison.
         01 ws-left-key picture x(80).
         01 ws-left-value.
           02 ws-left-value-head picture x(87).
           02 ws-left-value-tail picture x(813).
         01 ws-left-held picture x value 'n'.
         01 ws-left-ended picture x value 'n'.
         01 ws-left-bad picture x.
         01 ws-left-cont-expected picture 9(2).
         01 ws-right-key picture x(80).
         01 ws-right-value.
           02 ws-right-value-head picture x(87).
           02 ws-right-value-tail picture x(813).
         01 ws-right-held picture x value 'n'.
         01 ws-right-ended picture x value 'n'.
         01 ws-right-bad picture x.
         01 ws-right-cont-expected picture 9(2).
         01 ws-cont-offset picture 9(3).
         01 ws-cont-len picture 9(2).
         01 ws-current-section picture x(40) value low-values.
         01 ws-diff-section picture x(40).
         01 ws-sect-changed picture 9(9) value zero.
         01 ws-total-changed picture 9(9) value zero.
         01 ws-total-left-only picture 9(9) value zero.
         01 ws-total-right-only picture 9(9) value zero.
         01 ws-total-damaged picture 9(9) value zero.

       procedure division.
       compare-feeds-main.
                 add 1 to ws-sect-changed
                 add 1 to ws-total-changed
                 display '  CHANGED ' ws-left-key(41:40)
                 perform show-left-value
                 perform show-right-value
               end-if
               perform fetch-left-record
               perform fetch-right-record
                 add 1 to ws-sect-left-only
                 add 1 to ws-total-left-only
                 display '  LEFT-ONLY ' ws-left-key(41:40)
                 perform show-left-value
                 perform fetch-left-record
               else
                 move ws-right-key(1:40) to ws-diff-section
                 add 1 to ws-sect-right-only
                 add 1 to ws-total-right-only
                 display '  RIGHT-ONLY ' ws-right-key(41:40)
                 perform show-right-value
                 perform fetch-right-record
               end-if
             end-if

           display 'COMPARE-FEEDS: ' ws-total-changed
             ' changed, ' ws-total-left-only ' left-only, '
             ws-total-right-only ' right-only, '
             ws-total-damaged ' damaged'
           if ws-total-changed is greater than zero
               or ws-total-left-only is greater than zero
               or ws-total-right-only is greater than zero
               or ws-total-damaged is greater than zero
             move 1 to return-code
           else
             display 'COMPARE-FEEDS: feeds match'
           stop run.

       fetch-left-record.
           if ws-left-held is not equal to 'y'
             if ws-left-ended is not equal to 'y'
               read left-feed next record
                 at end
                   move 'y' to ws-left-ended
               end-read
             end-if
             if ws-left-ended is equal to 'y'
               move high-values to ws-left-key
               exit paragraph
             end-if
           end-if
           move 'n' to ws-left-held
           move left-section-name to ws-left-key(1:40)
           move left-param-name to ws-left-key(41:40)
           move left-param-value to ws-left-value-head
           move spaces to ws-left-value-tail
           move 'n' to ws-left-bad
           move 1 to ws-left-cont-expected
           perform read-left-continuation
             until ws-left-held is equal to 'y'
               or ws-left-ended is equal to 'y'
           if ws-left-bad is equal to 'y'
             add 1 to ws-total-damaged
             display 'COMPARE-FEEDS: DAMAGED left continuation rows'
               ' section=' ws-left-key(1:40)
               ' param=' ws-left-key(41:40)
           end-if.

       read-left-continuation.
           read left-feed next record
             at end
               move 'y' to ws-left-ended
             not at end
               if left-cont-marker is not equal to '+'
                 move 'y' to ws-left-held
               else
                 perform take-left-continuation
               end-if
           end-read.

       take-left-continuation.
           if left-cont-param-name is not equal to ws-left-key(41:40)
             move 'y' to ws-left-bad
             exit paragraph
           end-if
           if left-cont-sequence is not numeric
             move 'y' to ws-left-bad
             exit paragraph
           end-if
           if left-cont-sequence is not equal to ws-left-cont-expected
               or left-cont-sequence is greater than 10
             move 'y' to ws-left-bad
             exit paragraph
           end-if
           add 1 to ws-left-cont-expected
           compute ws-cont-offset = (left-cont-sequence - 1) * 87 + 1
           move 87 to ws-cont-len
           if left-cont-sequence is equal to 10
             move 30 to ws-cont-len
           end-if
           move left-cont-value(1:ws-cont-len)
             to ws-left-value-tail(ws-cont-offset:ws-cont-len).

       fetch-right-record.
           if ws-right-held is not equal to 'y'
             if ws-right-ended is not equal to 'y'
               read right-feed next record
                 at end
                   move 'y' to ws-right-ended
               end-read
             end-if
             if ws-right-ended is equal to 'y'
               move high-values to ws-right-key
               exit paragraph
             end-if
           end-if
           move 'n' to ws-right-held
           move right-section-name to ws-right-key(1:40)
           move right-param-name to ws-right-key(41:40)
           move right-param-value to ws-right-value-head
           move spaces to ws-right-value-tail
           move 'n' to ws-right-bad
           move 1 to ws-right-cont-expected
           perform read-right-continuation
             until ws-right-held is equal to 'y'
               or ws-right-ended is equal to 'y'
           if ws-right-bad is equal to 'y'
             add 1 to ws-total-damaged
             display 'COMPARE-FEEDS: DAMAGED right continuation rows'
               ' section=' ws-right-key(1:40)
               ' param=' ws-right-key(41:40)
           end-if.

       read-right-continuation.
           read right-feed next record
             at end
               move 'y' to ws-right-ended
             not at end
               if right-cont-marker is not equal to '+'
                 move 'y' to ws-right-held
               else
                 perform take-right-continuation
               end-if
           end-read.

       take-right-continuation.
           if right-cont-param-name is not equal to ws-right-key(41:40)
             move 'y' to ws-right-bad
             exit paragraph
           end-if
           if right-cont-sequence is not numeric
             move 'y' to ws-right-bad
             exit paragraph
           end-if
           if right-cont-sequence is not equal to ws-right-cont-expected
               or right-cont-sequence is greater than 10
             move 'y' to ws-right-bad
             exit paragraph
           end-if
           add 1 to ws-right-cont-expected
           compute ws-cont-offset = (right-cont-sequence - 1) * 87 + 1
           move 87 to ws-cont-len
           if right-cont-sequence is equal to 10
             move 30 to ws-cont-len
           end-if
           move right-cont-value(1:ws-cont-len)
             to ws-right-value-tail(ws-cont-offset:ws-cont-len).

       show-left-value.
           display '    left  = ' ws-left-value-head
           if ws-left-value-tail is not equal to spaces
             display '            '
               function trim(ws-left-value-tail trailing)
           end-if.

       show-right-value.
           display '    right = ' ws-right-value-head
           if ws-right-value-tail is not equal to spaces
             display '            '
               function trim(ws-right-value-tail trailing)
           end-if.

      *> subtotals come out as the merged walk leaves each section
      *> that had differences; sections that match are not listed.
       note-diff-section.
