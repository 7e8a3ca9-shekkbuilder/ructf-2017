           lock mode is automatic
           sharing with all other.

         select optional overflow-db
           assign to 'settings-overflow.dat'
           organization is indexed
           access mode is dynamic
           record key is ovfl-key
           lock mode is automatic
           sharing with all other.

         select optional read-usage assign to 'settings-reads.dat'
           organization is indexed
           access mode is dynamic
           record key is ruse-key
           lock mode is automatic
           sharing with all other.

         select optional rate-limits assign to 'rate-limit.dat'
           organization is sequential
           access mode is sequential
           lock mode is automatic
           sharing with all other.

         select optional chain-head assign to 'log-chain.dat'
           organization is indexed
           access mode is dynamic
           record key is chain-log-name
           lock mode is automatic
           sharing with all other.

       data division.
       file section.
         fd sections-db is external.
         fd sensitive-db.
         copy sensparm.

         fd overflow-db.
         copy ovflval.

         fd read-usage.
         copy readuse.

         fd rate-limits.
      *> one record per limit, maintained by operations with no code
      *> change: a section name ('*' for the default covering every
         fd rate-state.
         copy ratestat.

         fd chain-head.
         copy chainhd.

       working-storage section.
      *> log chaining state: see chainhd.cpy.
         01 ws-chain-known picture x.
         01 ws-chain-prev picture 9(18).
         01 ws-chain-value picture 9(18).
         01 ws-chain-modulus picture 9(12) value 999999999989.
         01 ws-chain-buffer picture x(73).
         01 ws-chain-len picture 9(4).
         01 ws-chain-ind picture 9(4).
      *> must hold one more than the highest legal api-keys-count (9),
      *> since the varying loop below increments ind to 10 to end the
      *> scan when there is no match; PIC 9 would wrap 9 -> 0 there.
         01 ws-ref-depth-limit picture 9(2) value 5.
         01 ws-ref-done picture x.
         01 ws-ref-failed picture x.
      *> whole-value fetch state: one named parameter, returned with
      *> its overflow tail instead of as an 87-byte page row.
         01 ws-whole-mode picture x.
         01 ws-whole-found picture x.
         01 ws-whole-section picture x(40).
         01 ws-whole-value.
           02 ws-whole-value-head picture x(87).
           02 ws-whole-value-tail picture x(813).
      *> read-usage state: the settings rows a call served, each under
      *> the section it actually lives in - the row itself, then every
      *> row of its '@' chain. They are counted only once the call is
      *> known to succeed. Eight result rows of at most one row plus
      *> five hops each is the worst case.
         01 ws-row-sources.
           02 ws-row-source picture x(40) occurs 8.
         01 ws-read-count picture 9(2).
         01 ws-read-ind picture 9(2).
         01 ws-read-known picture x.
         01 ws-read-section picture x(40).
         01 ws-read-param picture x(40).
         01 ws-read-table.
           02 ws-read-entry occurs 48.
             03 ws-read-entry-section picture x(40).
             03 ws-read-entry-param picture x(40).

       linkage section.
         01 need-more picture 9.
           02 section-name picture x(40).
           02 skey picture x(80).
           02 param-name picture x(40).
      *> trailing append (161 bytes): 'V' fetches the one parameter
      *> named in param-name as a whole value of up to 900 bytes, in
      *> result-whole. Anything else (or a 160-byte call) pages
      *> through the section eight rows at a time as before, each
      *> row carrying the first 87 bytes of its value.
           02 value-mode picture x.
           02 filler picture x(852).
         01 result.
           02 rcode picture x(2).
           02 result-count picture 9.
           02 more-results picture x.
           02 result-rows.
             03 results occurs 8.
               04 rparam-name picture x(40).
               04 rparam-value picture x(87).
           02 result-whole redefines result-rows.
             03 whole-param-name picture x(40).
             03 whole-param-value picture x(900).
             03 filler picture x(76).
           02 filler picture xx.
         01 result-length binary-long unsigned.

             to norm-section-name
           move function trim(function upper-case(param-name))
             to norm-param-name
           move 'n' to ws-whole-mode
           if argc is not less than 161
               and function upper-case(value-mode) is equal to 'V'
             move 'y' to ws-whole-mode
           end-if

           move norm-section-name to name
           read sections-db record
           move zero to result-count
           move 'n' to more-results
           move 4 to result-length
           move zero to ws-read-count

           if ws-whole-mode is equal to 'y'
             perform get-whole-value
             goback
           end-if

           if ws-template-section is not equal to spaces
             perform get-merged-data
             end-if

             add 1 to result-count end-add
             move norm-section-name to ws-row-source(result-count)
             move sparam-name to rparam-name(result-count)
             move sparam-value to rparam-value(result-count)
             perform mask-result-row
             end-if

             if ws-use-child is equal to 'y'
               move norm-section-name to ws-read-section
               move ws-child-param to ws-merge-param
               move ws-child-value to ws-merge-value
               if ws-tmpl-live is equal to 'y'
               end-if
               perform fetch-child-row
             else
               move ws-template-section to ws-read-section
               move ws-tmpl-param to ws-merge-param
               move ws-tmpl-value to ws-merge-value
               perform fetch-template-row
             end-if

             add 1 to result-count end-add
             move ws-read-section to ws-row-source(result-count)
             move ws-merge-param to rparam-name(result-count)
             move ws-merge-value to rparam-value(result-count)
             perform mask-result-row

           end-perform.

      *> the named parameter alone, head and tail together. The
      *> section's own row wins over its template's, the key scope
      *> and reference rules are the page fetch's, and a sensitive
      *> value is masked whole. A parameter that is not there (or
      *> not in the key's scope) comes back as zero rows.
       get-whole-value.
           move 'n' to ws-whole-found
           if ws-scope-len is greater than zero
             if norm-param-name(1:ws-scope-len)
                 is not equal to ws-scope-trimmed(1:ws-scope-len)
               perform write-audit-record
               exit paragraph
             end-if
           end-if

           move norm-section-name to ws-whole-section
           move norm-section-name to ssection-name
           move norm-param-name to sparam-name
           read settings-db record
             invalid key
               if ws-template-section is not equal to spaces
                 move ws-template-section to ws-whole-section
                 move ws-template-section to ssection-name
                 move norm-param-name to sparam-name
                 read settings-db record
                   invalid key
                     continue
                   not invalid key
                     move 'y' to ws-whole-found
                 end-read
               end-if
             not invalid key
               move 'y' to ws-whole-found
           end-read
           if ws-whole-found is not equal to 'y'
             perform write-audit-record
             exit paragraph
           end-if

           move sparam-value to ws-whole-value-head
           move ws-whole-section to ws-read-section
           move norm-param-name to ws-read-param
           perform add-read-entry
           move ws-whole-section to ovfl-section-name
           move norm-param-name to ovfl-param-name
           perform read-value-tail

           move 'n' to ws-ref-failed
           move zero to ws-ref-depth
           if ws-whole-value-head(1:1) is equal to '@'
             move ws-whole-value-head to ws-ref-value
             move 'n' to ws-ref-done
             perform follow-reference
               until ws-ref-done is equal to 'y'
             if ws-ref-failed is equal to 'y'
               move 'rf' to rcode
               move 2 to result-length
               perform write-audit-record
               exit paragraph
             end-if
             move ws-ref-value to ws-whole-value-head
             move ws-ref-section to ovfl-section-name
             move ws-ref-param to ovfl-param-name
             perform read-value-tail
           end-if

           if api-key-priv(matched-ind) is not equal to 'y'
             open input sensitive-db
             move norm-param-name to ws-sens-check-param
             move norm-section-name to ws-sens-check-section
             perform check-sensitive-mark
             if ws-sensitive is not equal to 'y'
                 and ws-template-section is not equal to spaces
               move ws-template-section to ws-sens-check-section
               perform check-sensitive-mark
             end-if
      *> the mask rules follow the value, not the pointer
             if ws-sensitive is not equal to 'y'
                 and ws-ref-depth is greater than zero
               move ws-ref-section to ws-sens-check-section
               move ws-ref-param to ws-sens-check-param
               perform check-sensitive-mark
             end-if
             close sensitive-db
             if ws-sensitive is equal to 'y'
               move ws-mask-value to ws-whole-value
             end-if
           end-if

           move 1 to result-count
           move norm-param-name to whole-param-name
           move ws-whole-value to whole-param-value
           move 944 to result-length
           perform record-read-usage
           perform write-audit-record.

      *> ovfl-key is set by the caller; no overflow record means the
      *> value ends within its 87-byte head.
       read-value-tail.
           open input overflow-db
           read overflow-db record
             invalid key
               move spaces to ws-whole-value-tail
             not invalid key
               move ovfl-value-tail to ws-whole-value-tail
           end-read
           close overflow-db.

       fetch-child-row.
           if ws-child-live is equal to 'y'
             move norm-section-name to ssection-name
             varying ws-res-ind from 1 by 1
               until ws-res-ind is greater than result-count
                 or rcode is not equal to 'ok'
             move ws-row-source(ws-res-ind) to ws-read-section
             move rparam-name(ws-res-ind) to ws-read-param
             perform add-read-entry
             if rparam-value(ws-res-ind)(1:1) is equal to '@'
               perform resolve-one-reference
             end-if
           end-perform
           if rcode is not equal to 'ok'
             move 2 to result-length
           else
             perform record-read-usage
           end-if
           perform write-audit-record.

               move 'y' to ws-ref-failed
               move 'y' to ws-ref-done
             not invalid key
               move ws-ref-section to ws-read-section
               move ws-ref-param to ws-read-param
               perform add-read-entry
               move sparam-value to ws-ref-value
               if ws-ref-value(1:1) is not equal to '@'
                 move 'y' to ws-ref-done
               end-if
           end-read.

      *> notes ws-read-section/ws-read-param as served by this call,
      *> once however many chains pass through it.
       add-read-entry.
           move 'n' to ws-read-known
           perform
             varying ws-read-ind from 1 by 1
               until ws-read-ind is greater than ws-read-count
             if ws-read-entry-section(ws-read-ind)
                 is equal to ws-read-section
                 and ws-read-entry-param(ws-read-ind)
                   is equal to ws-read-param
               move 'y' to ws-read-known
             end-if
           end-perform
           if ws-read-known is equal to 'y'
               or ws-read-count is not less than 48
             exit paragraph
           end-if
           add 1 to ws-read-count
           move ws-read-section to ws-read-entry-section(ws-read-count)
           move ws-read-param to ws-read-entry-param(ws-read-count).

      *> one usage record per row served: today's date and one more
      *> read. A lost update under contention costs a count, never
      *> the call, so a write or rewrite failure is let go.
       record-read-usage.
           if ws-read-count is equal to zero
             exit paragraph
           end-if
           open i-o read-usage
           perform
             varying ws-read-ind from 1 by 1
               until ws-read-ind is greater than ws-read-count
             move ws-read-entry-section(ws-read-ind)
               to ruse-section-name
             move ws-read-entry-param(ws-read-ind) to ruse-param-name
             read read-usage record
               invalid key
                 move ws-now-timestamp(1:8) to ruse-last-read-date
                 move 1 to ruse-read-count
                 write read-usage-record
                   invalid key
                     continue
                 end-write
               not invalid key
                 move ws-now-timestamp(1:8) to ruse-last-read-date
                 if ruse-read-count is less than 999999999
                   add 1 to ruse-read-count
                 end-if
                 rewrite read-usage-record
                   invalid key
                     continue
                 end-rewrite
             end-read
           end-perform
           close read-usage.

       check-rate-limit.
      *> calls are counted per section and matched key slot within
      *> the configured window; a caller over the limit is refused
           move norm-section-name to audit-section-name
           move matched-ind to audit-key-index
           move rcode to audit-rcode
           open i-o chain-head
           move 'AUDIT' to chain-log-name
           read chain-head record
             invalid key
               move 'n' to ws-chain-known
               move zero to ws-chain-prev
               move zero to audit-chain-seq
             not invalid key
               move 'y' to ws-chain-known
               move chain-last-value to ws-chain-prev
               move chain-last-seq to audit-chain-seq
           end-read
           add 1 to audit-chain-seq
           move audit-chain-seq to ws-chain-buffer(1:9)
           move audit-record(1:64) to ws-chain-buffer(10:64)
           compute ws-chain-len = 64 + 9
           perform compute-chain-value
           move ws-chain-value to audit-chain-value
           write audit-record
           close audit-log
           move 'AUDIT' to chain-log-name
           move audit-chain-seq to chain-last-seq
           move audit-chain-value to chain-last-value
           if ws-chain-known is equal to 'y'
             rewrite chain-head-record
               invalid key
                 continue
             end-rewrite
           else
             write chain-head-record
               invalid key
                 continue
             end-write
           end-if
           close chain-head.

      *> the check value folds ws-chain-prev with every byte of
      *> ws-chain-buffer (sequence number, then record content) as a
      *> base-257 polynomial reduced by a prime modulus.
       compute-chain-value.
           move ws-chain-prev to ws-chain-value
           perform
             varying ws-chain-ind from 1 by 1
               until ws-chain-ind is greater than ws-chain-len
             compute ws-chain-value = function mod(
               ws-chain-value * 257
                 + function ord(ws-chain-buffer(ws-chain-ind:1)),
               ws-chain-modulus)
           end-perform.

       end program get-section.
