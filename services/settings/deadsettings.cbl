       identification division.
       program-id. dead-settings-report.

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

         select optional read-usage assign to 'settings-reads.dat'
           organization is indexed
           access mode is dynamic
           record key is ruse-key
           lock mode is automatic
           sharing with all other.

         select optional history-db assign to 'settings-history.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional report-request
           assign to 'dead-settings-request.dat'
           organization is sequential
           access mode is sequential.

       data division.
       file section.
         fd sections-db is external.
         copy ssection.

         fd settings-db is external.
         copy setting.

         fd read-usage.
         copy readuse.

         fd history-db.
         copy history.

         fd report-request.
      *> one optional control record: the number of days without a
      *> read after which a parameter is listed. A missing file or a
      *> blank or zero count uses ws-default-days.
         01 report-request-record.
           02 request-days picture 9(4).

       working-storage section.
         01 ws-eof-file picture x value 'n'.
         01 ws-default-days picture 9(4) value 90.
         01 ws-days picture 9(4).
         01 ws-now-timestamp picture x(21).
         01 ws-today-num picture 9(8).
         01 ws-cutoff-int picture 9(7).
         01 ws-cutoff-date picture x(8).
         01 ws-cutoff-num redefines ws-cutoff-date picture 9(8).
         01 ws-row-count picture 9(9) value zero.
         01 ws-dead-count picture 9(9) value zero.
         01 ws-never-count picture 9(9) value zero.
         01 ws-referenced-count picture 9(9) value zero.
         01 ws-template-count picture 9(9) value zero.
         01 ws-last-read picture x(8).
         01 ws-reads picture 9(9).
         01 ws-ref-section picture x(40).
         01 ws-ref-param picture x(40).
         01 ws-referrer picture x(81).
         01 ws-last-section picture x(40) value low-values.
         01 ws-table-full picture x value 'n'.

      *> the rows not read since the cutoff, in settings-db key order
      *> (so already grouped by section, and searched by halving),
      *> with what the later passes learn about them. Sized for the
      *> whole settings file, since on the first run after the usage
      *> file is started every row is dead; overflow is still
      *> reported rather than silently lost.
         01 ws-dead-max picture 9(5) value 20000.
         01 ws-dead-total picture 9(5) value zero.
         01 ws-dead-table.
           02 ws-dead-entry occurs 20000.
             03 ws-dead-key.
               04 ws-dead-section picture x(40).
               04 ws-dead-param picture x(40).
             03 ws-dead-last-read picture x(8).
             03 ws-dead-reads picture 9(9).
             03 ws-dead-changed picture x(21).
             03 ws-dead-changed-by picture x(8).
             03 ws-dead-ref-count picture 9(4).
             03 ws-dead-referrer picture x(81).
             03 ws-dead-tmpl-count picture 9(4).
         01 ws-dead-ind picture 9(5).
         01 ws-found-ind picture 9(5).
         01 ws-low-ind picture 9(5).
         01 ws-high-ind picture 9(5).
         01 ws-mid-ind picture 9(5).
         01 ws-lookup-key.
           02 ws-lookup-section picture x(40).
           02 ws-lookup-param picture x(40).

       procedure division.
       dead-settings-report-main.
           perform read-report-request
           move function current-date to ws-now-timestamp
           move ws-now-timestamp(1:8) to ws-today-num
           compute ws-cutoff-int =
             function integer-of-date(ws-today-num) - ws-days
           move function date-of-integer(ws-cutoff-int)
             to ws-cutoff-num

           display 'DEAD-SETTINGS-REPORT: parameters not read in '
             ws-days ' day(s), since ' ws-cutoff-date
           display 'DEAD-SETTINGS-REPORT: as of ' ws-now-timestamp(1:8)

           perform collect-dead-rows
           perform collect-history-changes
           perform collect-references
           perform collect-template-users

           perform
             varying ws-dead-ind from 1 by 1
               until ws-dead-ind is greater than ws-dead-total
             perform report-dead-entry
           end-perform
           if ws-dead-total is equal to zero
             display '  (none)'
           end-if

           if ws-table-full is equal to 'y'
             display 'DEAD-SETTINGS-REPORT: WARNING table full -'
               ' only the first ' ws-dead-max ' parameter(s) listed'
           end-if
           display 'DEAD-SETTINGS-REPORT: ' ws-row-count
             ' row(s) checked, ' ws-dead-count ' not read since '
             ws-cutoff-date ' (' ws-never-count ' never read)'
           display 'DEAD-SETTINGS-REPORT: of those listed, '
             ws-referenced-count ' pointed at by other rows, '
             ws-template-count ' in a template section'
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

      *> a row with no usage record has not been served since the
      *> usage file was started; it is listed as never read.
       collect-dead-rows.
           move 'n' to ws-eof-file
           open input settings-db
           open input read-usage
           perform until ws-eof-file is equal to 'y'
             read settings-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 add 1 to ws-row-count
                 perform check-row-usage
             end-read
           end-perform
           close read-usage
           close settings-db.

       check-row-usage.
           move ssection-name to ruse-section-name
           move sparam-name to ruse-param-name
           read read-usage record
             invalid key
               move spaces to ws-last-read
               move zero to ws-reads
             not invalid key
               move ruse-last-read-date to ws-last-read
               move ruse-read-count to ws-reads
           end-read
           if ws-last-read is not equal to spaces
               and ws-last-read is not less than ws-cutoff-date
             exit paragraph
           end-if

           add 1 to ws-dead-count
           if ws-last-read is equal to spaces
             add 1 to ws-never-count
           end-if
           if ws-dead-total is not less than ws-dead-max
             move 'y' to ws-table-full
             exit paragraph
           end-if
           add 1 to ws-dead-total
           move ssection-name to ws-dead-section(ws-dead-total)
           move sparam-name to ws-dead-param(ws-dead-total)
           move ws-last-read to ws-dead-last-read(ws-dead-total)
           move ws-reads to ws-dead-reads(ws-dead-total)
           move spaces to ws-dead-changed(ws-dead-total)
           move spaces to ws-dead-changed-by(ws-dead-total)
           move zero to ws-dead-ref-count(ws-dead-total)
           move spaces to ws-dead-referrer(ws-dead-total)
           move zero to ws-dead-tmpl-count(ws-dead-total).

      *> the latest history record per listed row: when its value
      *> was last displaced, and by whom.
       collect-history-changes.
           if ws-dead-total is equal to zero
             exit paragraph
           end-if
           move 'n' to ws-eof-file
           open input history-db
           perform until ws-eof-file is equal to 'y'
             read history-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 perform match-history-record
             end-read
           end-perform
           close history-db.

       match-history-record.
           move hist-section-name to ws-lookup-section
           move hist-param-name to ws-lookup-param
           perform find-dead-entry
           if ws-found-ind is equal to zero
             exit paragraph
           end-if
           if hist-effective-timestamp is greater than
               ws-dead-changed(ws-found-ind)
             move hist-effective-timestamp
               to ws-dead-changed(ws-found-ind)
             move hist-operator-id to ws-dead-changed-by(ws-found-ind)
           end-if.

      *> a listed row that another row points at with '@SECTION/PARAM'
      *> is served whenever the pointer is, so it is only dead if the
      *> pointers are too; the report names the first one found.
       collect-references.
           if ws-dead-total is equal to zero
             exit paragraph
           end-if
           move 'n' to ws-eof-file
           open input settings-db
           perform until ws-eof-file is equal to 'y'
             read settings-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if sparam-value(1:1) is equal to '@'
                   perform match-reference
                 end-if
             end-read
           end-perform
           close settings-db.

       match-reference.
           move spaces to ws-ref-section
           move spaces to ws-ref-param
           unstring sparam-value(2:) delimited by '/'
             into ws-ref-section ws-ref-param
           end-unstring
           move function trim(function upper-case(ws-ref-section))
             to ws-ref-section
           move function trim(function upper-case(ws-ref-param))
             to ws-ref-param
           move spaces to ws-referrer
           string function trim(ssection-name) '/'
             function trim(sparam-name)
             delimited by size into ws-referrer
           move ws-ref-section to ws-lookup-section
           move ws-ref-param to ws-lookup-param
           perform find-dead-entry
           if ws-found-ind is equal to zero
             exit paragraph
           end-if
           add 1 to ws-dead-ref-count(ws-found-ind)
           if ws-dead-referrer(ws-found-ind) is equal to spaces
             move ws-referrer to ws-dead-referrer(ws-found-ind)
           end-if.

      *> rows of a section other sections name as their template are
      *> merged under those sections too; the count says how many.
       collect-template-users.
           if ws-dead-total is equal to zero
             exit paragraph
           end-if
           move 'n' to ws-eof-file
           open input sections-db
           perform until ws-eof-file is equal to 'y'
             read sections-db next record
               at end
                 move 'y' to ws-eof-file
               not at end
                 if template-name is not equal to spaces
                   perform match-template-user
                 end-if
             end-read
           end-perform
           close sections-db.

       match-template-user.
           move function trim(function upper-case(template-name))
             to ws-ref-section
           perform
             varying ws-dead-ind from 1 by 1
               until ws-dead-ind is greater than ws-dead-total
             if ws-dead-section(ws-dead-ind) is equal to ws-ref-section
               add 1 to ws-dead-tmpl-count(ws-dead-ind)
             end-if
           end-perform.

      *> ws-found-ind for ws-lookup-key, zero when it is not listed.
       find-dead-entry.
           move zero to ws-found-ind
           move 1 to ws-low-ind
           move ws-dead-total to ws-high-ind
           perform until ws-low-ind is greater than ws-high-ind
               or ws-found-ind is not equal to zero
             compute ws-mid-ind = (ws-low-ind + ws-high-ind) / 2
             if ws-dead-key(ws-mid-ind) is equal to ws-lookup-key
               move ws-mid-ind to ws-found-ind
             else
               if ws-dead-key(ws-mid-ind) is less than ws-lookup-key
                 compute ws-low-ind = ws-mid-ind + 1
               else
                 compute ws-high-ind = ws-mid-ind - 1
               end-if
             end-if
           end-perform.

       report-dead-entry.
           if ws-dead-section(ws-dead-ind) is not equal to
               ws-last-section
             move ws-dead-section(ws-dead-ind) to ws-last-section
             display 'SECTION: ' ws-last-section
           end-if

           if ws-dead-last-read(ws-dead-ind) is equal to spaces
             display '  ' ws-dead-param(ws-dead-ind) ' never read'
           else
             display '  ' ws-dead-param(ws-dead-ind) ' last read '
               ws-dead-last-read(ws-dead-ind) ', '
               ws-dead-reads(ws-dead-ind) ' read(s)'
           end-if

           if ws-dead-changed(ws-dead-ind) is equal to spaces
             display '    no history change'
           else
             if ws-dead-changed-by(ws-dead-ind) is equal to spaces
               display '    last changed '
                 ws-dead-changed(ws-dead-ind)(1:16)
             else
               display '    last changed '
                 ws-dead-changed(ws-dead-ind)(1:16)
                 ' by ' ws-dead-changed-by(ws-dead-ind)
             end-if
           end-if

           if ws-dead-ref-count(ws-dead-ind) is greater than zero
             add 1 to ws-referenced-count
             display '    POINTED AT by ' ws-dead-ref-count(ws-dead-ind)
               ' row(s), first ' ws-dead-referrer(ws-dead-ind)
           else
             display '    no rows point at it'
           end-if
           if ws-dead-tmpl-count(ws-dead-ind) is greater than zero
             add 1 to ws-template-count
             display '    TEMPLATE for '
               ws-dead-tmpl-count(ws-dead-ind) ' section(s)'
           end-if.

       end program dead-settings-report.
