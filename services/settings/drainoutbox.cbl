           end-if
           add 1 to ws-pending-count
           display '  ' notify-action-code ' ' notify-timestamp ' '
             notify-section-name ' ' notify-param-name ' '
             notify-operator-id.

       end program drain-outbox.
