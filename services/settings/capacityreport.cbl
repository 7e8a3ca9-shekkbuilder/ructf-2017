       identification division.
       program-id. capacity-report.

       environment division.
       input-output section.
       file-control.
         select optional sections-db assign to 'sections.dat'
           organization is indexed
           access mode is sequential
           record key is name
           lock mode is automatic
           sharing with all other.

         select optional settings-db assign to 'settings.dat'
           organization is indexed
           access mode is sequential
           record key is composite-key
           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

         select optional audit-log assign to 'audit.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional history-db assign to 'settings-history.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional outbox-db assign to 'settings-outbox.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional archive-catalog
           assign to 'archive-catalog.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional report-request
           assign to 'capacity-request.dat'
           organization is sequential
           access mode is sequential.

       data division.
       file section.
         fd sections-db is external.
         copy ssection.

         fd settings-db is external.
         copy setting.

         fd overflow-db.
         copy ovflval.

         fd audit-log.
         copy auditlog.

         fd history-db.
         copy history.

         fd outbox-db.
         copy notify.

         fd archive-catalog.
         copy archcat.

         fd report-request.
      *> one optional control record: the number of days back the
      *> call volume and growth rates are measured over. A missing
      *> file or a blank or zero count uses ws-default-days.
         01 report-request-record.
           02 request-days picture 9(4).

       working-storage section.
         01 ws-eof-file picture x value 'n'.
         01 ws-default-days picture 9(4) value 30.
         01 ws-days picture 9(4).
         01 ws-now-timestamp picture x(21).
         01 ws-today-num picture 9(8).
         01 ws-today-int picture 9(7).
         01 ws-window-int picture 9(7).
         01 ws-window-date picture x(8).
         01 ws-window-num redefines ws-window-date picture 9(8).
         01 ws-in-window picture x.
         01 ws-slot-ind picture 9(2).
         01 ws-flag-count picture 9(9) value zero.
         01 ws-table-full picture x value 'n'.

      *> the limits reported against: layout widths from ssection.cpy,
      *> setting.cpy and ovflval.cpy, get-section's page, the
      *> 500-entry tables most batch reports and utilities are built
      *> with, and the larger tables of owner-digest's changes and
      *> dead-settings-report's rows. Above ws-warn-percent of any of
      *> them is flagged.
         01 ws-key-slot-limit picture 9(3) value 9.
         01 ws-name-limit picture 9(3) value 40.
         01 ws-head-limit picture 9(3) value 87.
         01 ws-value-limit picture 9(3) value 900.
         01 ws-page-rows picture 9(3) value 8.
         01 ws-table-limit picture 9(9) value 500.
         01 ws-change-limit picture 9(9) value 2000.
         01 ws-dead-limit picture 9(9) value 20000.
         01 ws-warn-percent picture 9(3) value 80.

      *> length of the text in ws-measure, trailing spaces ignored.
         01 ws-measure picture x(900).
         01 ws-measure-len picture 9(3).

      *> check-limit's arguments: flags ws-check-used when it runs
      *> past ws-warn-percent of ws-check-limit.
         01 ws-check-used picture 9(9).
         01 ws-check-limit picture 9(9).
         01 ws-check-name picture x(40).

      *> one entry per section on file, in sections-db key order so
      *> a section is found by halving. This report measures the
      *> 500-entry ceilings, so its own tables are sized well past
      *> them; overflow is still reported rather than silently lost.
         01 ws-cap-max picture 9(4) value 2000.
         01 ws-cap-total picture 9(4) value zero.
         01 ws-cap-table.
           02 ws-cap-entry occurs 2000.
             03 ws-cap-section picture x(40).
             03 ws-cap-name-len picture 9(3).
             03 ws-cap-keys picture 9(3).
             03 ws-cap-rows picture 9(9).
             03 ws-cap-tail-rows picture 9(9).
             03 ws-cap-value-len picture 9(3).
             03 ws-cap-param-len picture 9(3).
             03 ws-cap-calls picture 9(9).
             03 ws-cap-day picture x(8).
             03 ws-cap-day-calls picture 9(9).
             03 ws-cap-peak-calls picture 9(9).
             03 ws-cap-peak-date picture x(8).
             03 ws-cap-hist-total picture 9(9).
             03 ws-cap-hist-window picture 9(9).
             03 ws-cap-first-change picture x(21).
             03 ws-cap-added picture 9(9).
             03 ws-cap-removed picture 9(9).
         01 ws-cap-ind picture 9(4).
         01 ws-found-ind picture 9(4).
         01 ws-low-ind picture 9(4).
         01 ws-high-ind picture 9(4).
         01 ws-mid-ind picture 9(4).
         01 ws-lookup-section picture x(40).

      *> operator and section pairs on the outbox, as activity-report
      *> tables them.
         01 ws-pair-total picture 9(4) value zero.
         01 ws-pair-table.
           02 ws-pair-entry occurs 2000.
             03 ws-pair-operator picture x(8).
             03 ws-pair-section picture x(40).
         01 ws-pair-ind picture 9(4).
         01 ws-pair-found picture 9(4).
         01 ws-pair-new picture 9(9) value zero.

         01 ws-total-rows picture 9(9) value zero.
         01 ws-orphan-rows picture 9(9) value zero.
         01 ws-total-calls picture 9(9) value zero.
         01 ws-orphan-calls picture 9(9) value zero.
         01 ws-total-hist-window picture 9(9) value zero.
         01 ws-total-added picture 9(9) value zero.
         01 ws-total-removed picture 9(9) value zero.
         01 ws-new-sections picture 9(9) value zero.
         01 ws-largest-ind picture 9(4) value zero.
         01 ws-catalog-total picture 9(9) value zero.
         01 ws-catalog-window picture 9(9) value zero.
         01 ws-change-day picture x(8) value spaces.
         01 ws-change-day-count picture 9(9) value zero.
         01 ws-change-peak picture 9(9) value zero.
         01 ws-change-peak-date picture x(8) value spaces.

         01 ws-pages picture 9(9).
         01 ws-average picture 9(9)v9.
         01 ws-average-text picture z(8)9.9.

      *> project-table's arguments: a table's entries now and their
      *> net growth over the window, projected forward in a straight
      *> line to the table's ws-proj-limit.
         01 ws-proj-name picture x(40).
         01 ws-proj-limit picture 9(9).
         01 ws-proj-users picture x(60).
         01 ws-proj-current picture 9(9).
         01 ws-proj-growth picture s9(9).
         01 ws-growth-text picture -(9)9.
         01 ws-proj-days picture 9(9).
         01 ws-proj-int picture 9(7).
         01 ws-proj-date picture x(8).
         01 ws-proj-num redefines ws-proj-date picture 9(8).
         01 ws-proj-max-days picture 9(9) value 3650.

       procedure division.
       capacity-report-main.
           perform read-report-request
           move function current-date to ws-now-timestamp
           move ws-now-timestamp(1:8) to ws-today-num
           move function integer-of-date(ws-today-num)
             to ws-today-int
           compute ws-window-int = ws-today-int - ws-days
           move function date-of-integer(ws-window-int)
             to ws-window-num

           display 'CAPACITY-REPORT: as of ' ws-now-timestamp(1:8)
             ', growth and call volume over ' ws-days
             ' day(s) since ' ws-window-date
           display 'CAPACITY-REPORT: flagged above ' ws-warn-percent
             '% of a limit'

           perform collect-sections
           perform collect-settings
           perform collect-audit
           perform collect-history
           perform collect-outbox
           perform collect-catalog

           perform
             varying ws-cap-ind from 1 by 1
               until ws-cap-ind is greater than ws-cap-total
             perform report-section-entry
           end-perform
           if ws-cap-total is equal to zero
             display '  (no sections)'
           end-if

           perform report-shop-wide

           display ' '
           if ws-table-full is equal to 'y'
             display 'CAPACITY-REPORT: WARNING table full - only the'
               ' first ' ws-cap-max ' entries counted'
           end-if
           display 'CAPACITY-REPORT: ' ws-cap-total ' section(s), '
             ws-total-rows ' row(s), ' ws-total-calls
             ' call(s) and ' ws-total-hist-window
             ' history record(s) in the window'
           if ws-orphan-rows is greater than zero
               or ws-orphan-calls is greater than zero
             display 'CAPACITY-REPORT: ' ws-orphan-rows
               ' row(s) and ' ws-orphan-calls ' call(s) for'
               ' sections not on file'
           end-if
           display 'CAPACITY-REPORT: ' ws-flag-count
             ' limit(s) above ' ws-warn-percent '%'
           stop run.

       read-report-request.
           move ws-default-days to ws-days
           open input report-request
           read report-request record
             at end
               continue
             not at end
               if request-days is numeric
                   and request-days is greater than zero
                 move request-days to ws-days
               end-if
           end-read
           close report-request.

       collect-sections.
           move 'n' to ws-eof-file
           open input sections-db
           perform until ws-eof-file is equal to 'y'
             read sections-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 perform take-section-record
             end-read
           end-perform
           close sections-db.

       take-section-record.
           if ws-cap-total is not less than ws-cap-max
             move 'y' to ws-table-full
             exit paragraph
           end-if
           add 1 to ws-cap-total
           move ws-cap-total to ws-cap-ind
           move name to ws-cap-section(ws-cap-ind)
           move zero to ws-cap-keys(ws-cap-ind)
           move zero to ws-cap-rows(ws-cap-ind)
           move zero to ws-cap-tail-rows(ws-cap-ind)
           move zero to ws-cap-value-len(ws-cap-ind)
           move zero to ws-cap-param-len(ws-cap-ind)
           move zero to ws-cap-calls(ws-cap-ind)
           move spaces to ws-cap-day(ws-cap-ind)
           move zero to ws-cap-day-calls(ws-cap-ind)
           move zero to ws-cap-peak-calls(ws-cap-ind)
           move spaces to ws-cap-peak-date(ws-cap-ind)
           move zero to ws-cap-hist-total(ws-cap-ind)
           move zero to ws-cap-hist-window(ws-cap-ind)
           move spaces to ws-cap-first-change(ws-cap-ind)
           move zero to ws-cap-added(ws-cap-ind)
           move zero to ws-cap-removed(ws-cap-ind)
           move spaces to ws-measure
           move name to ws-measure
           perform measure-text
           move ws-measure-len to ws-cap-name-len(ws-cap-ind)
           perform
             varying ws-slot-ind from 1 by 1
               until ws-slot-ind is greater than 9
             if api-key(ws-slot-ind) is not equal to spaces
               add 1 to ws-cap-keys(ws-cap-ind)
             end-if
           end-perform.

      *> settings.dat comes in key order, so one section's rows are
      *> together and the last entry found is tried first.
       collect-settings.
           move 'n' to ws-eof-file
           move zero to ws-found-ind
           open input settings-db
           open input overflow-db
           perform until ws-eof-file is equal to 'y'
             read settings-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 perform take-setting-row
             end-read
           end-perform
           close overflow-db
           close settings-db.

       take-setting-row.
           add 1 to ws-total-rows
           if ws-found-ind is equal to zero
             move ssection-name to ws-lookup-section
             perform find-section-entry
           else
             if ws-cap-section(ws-found-ind) is not equal to
                 ssection-name
               move ssection-name to ws-lookup-section
               perform find-section-entry
             end-if
           end-if
           if ws-found-ind is equal to zero
             add 1 to ws-orphan-rows
             exit paragraph
           end-if
           add 1 to ws-cap-rows(ws-found-ind)

           move spaces to ws-measure
           move sparam-name to ws-measure
           perform measure-text
           if ws-measure-len is greater than
               ws-cap-param-len(ws-found-ind)
             move ws-measure-len to ws-cap-param-len(ws-found-ind)
           end-if

           move spaces to ws-measure
           move sparam-value to ws-measure(1:87)
           move ssection-name to ovfl-section-name
           move sparam-name to ovfl-param-name
           read overflow-db record
             invalid key
               continue
             not invalid key
               add 1 to ws-cap-tail-rows(ws-found-ind)
               move ovfl-value-tail to ws-measure(88:813)
           end-read
           perform measure-text
           if ws-measure-len is greater than
               ws-cap-value-len(ws-found-ind)
             move ws-measure-len to ws-cap-value-len(ws-found-ind)
           end-if.

      *> one call per audit record. audit.dat is appended in time
      *> order, so each section's busiest day is found in one pass.
       collect-audit.
           move 'n' to ws-eof-file
           open input audit-log
           perform until ws-eof-file is equal to 'y'
             read audit-log next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if audit-timestamp(1:8) is not less than
                     ws-window-date
                   perform take-audit-record
                 end-if
             end-read
           end-perform
           close audit-log.

       take-audit-record.
           add 1 to ws-total-calls
           move audit-section-name to ws-lookup-section
           perform find-section-entry
           if ws-found-ind is equal to zero
             add 1 to ws-orphan-calls
             exit paragraph
           end-if
           add 1 to ws-cap-calls(ws-found-ind)
           if ws-cap-day(ws-found-ind) is not equal to
               audit-timestamp(1:8)
             move audit-timestamp(1:8) to ws-cap-day(ws-found-ind)
             move zero to ws-cap-day-calls(ws-found-ind)
           end-if
           add 1 to ws-cap-day-calls(ws-found-ind)
           if ws-cap-day-calls(ws-found-ind) is greater than
               ws-cap-peak-calls(ws-found-ind)
             move ws-cap-day-calls(ws-found-ind)
               to ws-cap-peak-calls(ws-found-ind)
             move ws-cap-day(ws-found-ind)
               to ws-cap-peak-date(ws-found-ind)
           end-if.

       collect-history.
           move 'n' to ws-eof-file
           open input history-db
           perform until ws-eof-file is equal to 'y'
             read history-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 perform take-history-record
             end-read
           end-perform
           close history-db.

       take-history-record.
           move hist-section-name to ws-lookup-section
           perform find-section-entry
           if ws-found-ind is equal to zero
             exit paragraph
           end-if
           add 1 to ws-cap-hist-total(ws-found-ind)
           if hist-effective-timestamp(1:8) is not less than
               ws-window-date
             add 1 to ws-cap-hist-window(ws-found-ind)
             add 1 to ws-total-hist-window
           end-if.

      *> the outbox gives each section's first recorded change (a
      *> section first seen inside the window is new), its rows
      *> created and deleted in the window, the busiest day's change
      *> count, and the operator/section pairs.
       collect-outbox.
           move 'n' to ws-eof-file
           open input outbox-db
           perform until ws-eof-file is equal to 'y'
             read outbox-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 perform take-outbox-record
             end-read
           end-perform
           close outbox-db.

       take-outbox-record.
           move 'n' to ws-in-window
           if notify-timestamp(1:8) is not less than ws-window-date
             move 'y' to ws-in-window
             if notify-timestamp(1:8) is not equal to ws-change-day
               move notify-timestamp(1:8) to ws-change-day
               move zero to ws-change-day-count
             end-if
             add 1 to ws-change-day-count
             if ws-change-day-count is greater than ws-change-peak
               move ws-change-day-count to ws-change-peak
               move ws-change-day to ws-change-peak-date
             end-if
           end-if
           perform take-outbox-pair

           move notify-section-name to ws-lookup-section
           perform find-section-entry
           if ws-found-ind is equal to zero
             exit paragraph
           end-if
           if ws-cap-first-change(ws-found-ind) is equal to spaces
             move notify-timestamp
               to ws-cap-first-change(ws-found-ind)
             if ws-in-window is equal to 'y'
               add 1 to ws-new-sections
             end-if
           end-if
           if ws-in-window is not equal to 'y'
             exit paragraph
           end-if
           evaluate notify-action-code
             when 'c'
               add 1 to ws-cap-added(ws-found-ind)
               add 1 to ws-total-added
             when 'd'
               add 1 to ws-cap-removed(ws-found-ind)
               add 1 to ws-total-removed
           end-evaluate.

       take-outbox-pair.
           move zero to ws-pair-found
           perform
             varying ws-pair-ind from 1 by 1
               until ws-pair-ind is greater than ws-pair-total
                 or ws-pair-found is not equal to zero
             if ws-pair-operator(ws-pair-ind) is equal to
                 notify-operator-id
                 and ws-pair-section(ws-pair-ind) is equal to
                   notify-section-name
               move ws-pair-ind to ws-pair-found
             end-if
           end-perform
           if ws-pair-found is not equal to zero
             exit paragraph
           end-if
           if ws-pair-total is not less than ws-cap-max
             move 'y' to ws-table-full
             exit paragraph
           end-if
           add 1 to ws-pair-total
           move notify-operator-id to ws-pair-operator(ws-pair-total)
           move notify-section-name to ws-pair-section(ws-pair-total)
           if ws-in-window is equal to 'y'
             add 1 to ws-pair-new
           end-if.

       collect-catalog.
           move 'n' to ws-eof-file
           open input archive-catalog
           perform until ws-eof-file is equal to 'y'
             read archive-catalog next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 add 1 to ws-catalog-total
                 if acat-archived-timestamp(1:8) is not less than
                     ws-window-date
                   add 1 to ws-catalog-window
                 end-if
             end-read
           end-perform
           close archive-catalog.

      *> ws-found-ind for ws-lookup-section, zero when it is not on
      *> file.
       find-section-entry.
           move zero to ws-found-ind
           move 1 to ws-low-ind
           move ws-cap-total to ws-high-ind
           perform until ws-low-ind is greater than ws-high-ind
               or ws-found-ind is not equal to zero
             compute ws-mid-ind = (ws-low-ind + ws-high-ind) / 2
             if ws-cap-section(ws-mid-ind) is equal to
                 ws-lookup-section
               move ws-mid-ind to ws-found-ind
             else
               if ws-cap-section(ws-mid-ind) is less than
                   ws-lookup-section
                 compute ws-low-ind = ws-mid-ind + 1
               else
                 compute ws-high-ind = ws-mid-ind - 1
               end-if
             end-if
           end-perform.

       measure-text.
           perform
             varying ws-measure-len from 900 by -1
               until ws-measure-len is equal to zero
                 or ws-measure(ws-measure-len:1) is not equal to space
             continue
           end-perform.

       check-limit.
           if ws-check-used * 100 is greater than
               ws-check-limit * ws-warn-percent
             add 1 to ws-flag-count
             display '    ** ABOVE ' ws-warn-percent '% OF '
               ws-check-name
           end-if.

       report-section-entry.
           display ' '
           display 'SECTION: ' ws-cap-section(ws-cap-ind)

           compute ws-pages = (ws-cap-rows(ws-cap-ind)
             + ws-page-rows - 1) / ws-page-rows
           display '  rows ' ws-cap-rows(ws-cap-ind)
             ', get-section pages of ' ws-page-rows ': ' ws-pages
           move ws-cap-rows(ws-cap-ind) to ws-check-used
           move ws-table-limit to ws-check-limit
           move 'RESTORE-SECTION 500-PARAMETER TABLE'
             to ws-check-name
           perform check-limit

           display '  key slots ' ws-cap-keys(ws-cap-ind) ' of '
             ws-key-slot-limit
           move ws-cap-keys(ws-cap-ind) to ws-check-used
           move ws-key-slot-limit to ws-check-limit
           move 'API KEY SLOTS' to ws-check-name
           perform check-limit

           display '  longest value ' ws-cap-value-len(ws-cap-ind)
             ' of ' ws-head-limit ' (' ws-value-limit
             ' with overflow), ' ws-cap-tail-rows(ws-cap-ind)
             ' row(s) in overflow'
           move ws-cap-value-len(ws-cap-ind) to ws-check-used
           move ws-head-limit to ws-check-limit
           move '87-BYTE VALUE HEAD' to ws-check-name
           perform check-limit
           move ws-value-limit to ws-check-limit
           move '900-BYTE VALUE' to ws-check-name
           perform check-limit

           display '  section name ' ws-cap-name-len(ws-cap-ind)
             ' of ' ws-name-limit ', longest parameter name '
             ws-cap-param-len(ws-cap-ind) ' of ' ws-name-limit
           move ws-cap-name-len(ws-cap-ind) to ws-check-used
           move ws-name-limit to ws-check-limit
           move 'SECTION NAME' to ws-check-name
           perform check-limit
           move ws-cap-param-len(ws-cap-ind) to ws-check-used
           move 'PARAMETER NAME' to ws-check-name
           perform check-limit

           compute ws-average rounded =
             ws-cap-calls(ws-cap-ind) / ws-days
           move ws-average to ws-average-text
           if ws-cap-peak-calls(ws-cap-ind) is equal to zero
             display '  calls ' ws-cap-calls(ws-cap-ind)
               ', ' ws-average-text ' a day'
           else
             display '  calls ' ws-cap-calls(ws-cap-ind)
               ', ' ws-average-text ' a day, busiest '
               ws-cap-peak-date(ws-cap-ind) ' with '
               ws-cap-peak-calls(ws-cap-ind)
           end-if
           display '  history ' ws-cap-hist-window(ws-cap-ind)
             ' record(s) in the window, ' ws-cap-hist-total(ws-cap-ind)
             ' live'
           display '  rows created ' ws-cap-added(ws-cap-ind)
             ', deleted ' ws-cap-removed(ws-cap-ind) ' in the window'

           if ws-largest-ind is equal to zero
             move ws-cap-ind to ws-largest-ind
           else
             if ws-cap-rows(ws-cap-ind) is greater than
                 ws-cap-rows(ws-largest-ind)
               move ws-cap-ind to ws-largest-ind
             end-if
           end-if.

      *> each shop-wide table, what fills it, and when it runs out if
      *> the window's growth carries on.
       report-shop-wide.
           display ' '
           display 'SHOP-WIDE TABLES'

           move 'sections on file' to ws-proj-name
           move
             'audit-report, sweep-api-keys, load-settings, owner-digest'
             to ws-proj-users
           move ws-cap-total to ws-proj-current
           move ws-new-sections to ws-proj-growth
           move ws-table-limit to ws-proj-limit
           perform project-table

           move 'operator/section pairs on the outbox'
             to ws-proj-name
           move 'activity-report' to ws-proj-users
           move ws-pair-total to ws-proj-current
           move ws-pair-new to ws-proj-growth
           move ws-table-limit to ws-proj-limit
           perform project-table

           move 'archive catalog records' to ws-proj-name
           move 'verify-log-chain' to ws-proj-users
           move ws-catalog-total to ws-proj-current
           move ws-catalog-window to ws-proj-growth
           move ws-table-limit to ws-proj-limit
           perform project-table

           move 'rows in the largest section' to ws-proj-name
           move 'restore-section' to ws-proj-users
           move ws-table-limit to ws-proj-limit
           if ws-largest-ind is equal to zero
             move zero to ws-proj-current
             move zero to ws-proj-growth
           else
             move ws-cap-rows(ws-largest-ind) to ws-proj-current
             compute ws-proj-growth = ws-cap-added(ws-largest-ind)
               - ws-cap-removed(ws-largest-ind)
           end-if
           perform project-table
           if ws-largest-ind is not equal to zero
             display '    largest section '
               ws-cap-section(ws-largest-ind)
           end-if

           move 'settings rows, if every one were dead'
             to ws-proj-name
           move 'dead-settings-report' to ws-proj-users
           move ws-total-rows to ws-proj-current
           compute ws-proj-growth = ws-total-added - ws-total-removed
           move ws-dead-limit to ws-proj-limit
           perform project-table

           display ' '
           display '  busiest day of changes ' ws-change-peak
           if ws-change-peak is greater than zero
             display '    on ' ws-change-peak-date
               ', against owner-digest''s daily change table'
           end-if
           move ws-change-peak to ws-check-used
           move ws-change-limit to ws-check-limit
           move 'OWNER-DIGEST CHANGE TABLE' to ws-check-name
           perform check-limit.

       project-table.
           display ' '
           display '  ' ws-proj-name ': ' ws-proj-current
             ' of ' ws-proj-limit
           display '    used by ' ws-proj-users
           move ws-proj-growth to ws-growth-text
           display '    growth ' ws-growth-text ' in ' ws-days
             ' day(s)'
           move ws-proj-current to ws-check-used
           move ws-proj-limit to ws-check-limit
           move ws-proj-name to ws-check-name
           perform check-limit
           if ws-proj-current is not less than ws-proj-limit
             display '    TABLE FULL NOW'
             exit paragraph
           end-if
           if ws-proj-growth is not greater than zero
             display '    not growing - no overflow projected'
             exit paragraph
           end-if
           compute ws-proj-days =
             (ws-proj-limit - ws-proj-current) * ws-days
               / ws-proj-growth
           if ws-proj-days is greater than ws-proj-max-days
             display '    not full within ' ws-proj-max-days
               ' days at this rate'
             exit paragraph
           end-if
           compute ws-proj-int = ws-today-int + ws-proj-days
           move function date-of-integer(ws-proj-int) to ws-proj-num
           display '    full in about ' ws-proj-days ' day(s), around '
             ws-proj-date.

       end program capacity-report.
