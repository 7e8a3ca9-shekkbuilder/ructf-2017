       identification division.
       program-id. manage-owner.

       environment division.
       input-output section.
       file-control.
         select optional sections-db assign to 'sections.dat'
           organization is indexed
           access mode is dynamic
           record key is name
           lock mode is automatic
           sharing with all other.

         select optional owner-db assign to 'section-owners.dat'
           organization is indexed
           access mode is dynamic
           record key is owner-section-name
           lock mode is automatic
           sharing with all other.

       data division.
       file section.
         fd sections-db is external.
         copy ssection.

         fd owner-db.
         copy owner.

       working-storage section.
         01 norm-section-name picture x(40).
         01 norm-team picture x(30).
         01 norm-contact-id picture x(8).
         01 norm-cost-centre picture x(10).

       linkage section.
         01 need-more picture 9.
         01 argc binary-long unsigned.
         01 argv.
           02 section-name picture x(40).
           02 operation-code picture x.
           02 new-team picture x(30).
           02 new-contact-id picture x(8).
           02 new-criticality picture x.
           02 new-cost-centre picture x(10).
           02 filler picture x(934).
         01 result.
           02 rcode picture x(2).
           02 filler picture xxx.
         01 result-length binary-long unsigned.

       procedure division
         using argc, argv, result, result-length
         returning need-more.
       start-manage-owner.
           if argc is less than 90
             move 1 to need-more
             goback
           else
             move zero to need-more
           end-if

           move function trim(function upper-case(section-name))
             to norm-section-name
           move function trim(function upper-case(new-team))
             to norm-team
           move function trim(function upper-case(new-contact-id))
             to norm-contact-id
           move function trim(function upper-case(new-cost-centre))
             to norm-cost-centre

           open i-o owner-db
           evaluate operation-code
             when 'S'
               perform set-owner
             when 'D'
               perform drop-owner
             when other
               move 'ic' to rcode
           end-evaluate
           close owner-db

           move 2 to result-length
           goback.

      *> an owner is only recorded against a section that exists;
      *> dropping one is allowed after the section itself has gone.
       set-owner.
           if norm-team is equal to spaces
               or norm-contact-id is equal to spaces
               or (new-criticality is not equal to '1'
                 and new-criticality is not equal to '2'
                 and new-criticality is not equal to '3')
             move 'ic' to rcode
             exit paragraph
           end-if

           move norm-section-name to name
           read sections-db record
             invalid key
               move 'ns' to rcode
               exit paragraph
           end-read

           move norm-section-name to owner-section-name
           read owner-db record
             invalid key
               perform fill-owner-fields
               write section-owner-record
                 invalid key
                   move 'er' to rcode
                 not invalid key
                   move 'ok' to rcode
               end-write
             not invalid key
               perform fill-owner-fields
               rewrite section-owner-record
                 invalid key
                   move 'er' to rcode
                 not invalid key
                   move 'ok' to rcode
               end-rewrite
           end-read.

       fill-owner-fields.
           move norm-section-name to owner-section-name
           move norm-team to owner-team
           move norm-contact-id to owner-contact-id
           move new-criticality to owner-criticality
           move norm-cost-centre to owner-cost-centre.

       drop-owner.
           move norm-section-name to owner-section-name
           read owner-db record
             invalid key
               move 'nf' to rcode
               exit paragraph
           end-read
           delete owner-db record
             invalid key
               move 'er' to rcode
             not invalid key
               move 'ok' to rcode
           end-delete.

       end program manage-owner.
