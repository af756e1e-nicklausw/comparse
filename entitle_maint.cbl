      *>batch maintenance for ENTITLE, the file of who may run which
      *>maintenance function against which names (see entitle.cpy),
      *>with the same before/after listing the maintenance programs
      *>themselves give. security runs it; the file it keeps is what
      *>entitle_check.cbl holds every other maintenance utility to.
      *>ENTTXN transactions carry one entitlement each:
      *>
      *>  action(6) user(8) function(9) pattern(20) expiry(8)
      *>  granted-by(8)
      *>
      *>ADD grants (stamped granted today, never used); CHANGE moves
      *>the expiry and the granted-by, keeping the last-used date;
      *>DELETE revokes. a function not in entitle.cpy's list, or a
      *>blank user or pattern, is rejected.
       identification division.
       program-id. entitle_maint.
       environment division.
       input-output section.
       file-control.
         select txn-file assign to "ENTTXN"
           organization line sequential
           file status is txn-file-status.
         select entitle-file assign to "ENTITLE"
           organization indexed
           access mode random
           record key is en-key
           file status is en-file-status.
         select listing-file assign to "ENTLIST"
           organization line sequential
           file status is listing-file-status.

       data division.
       file section.
       fd txn-file.
         01 txn-record.
           05 txn-action pic x(6).
           05 txn-user pic x(8).
           05 txn-function pic x(9).
           05 txn-pattern pic x(20).
           05 txn-expiry-date pic 9(8).
           05 txn-granted-by pic x(8).
       fd entitle-file.
         copy "entitle.cpy".
       fd listing-file.
         01 listing-record pic x(132).

       working-storage section.
         01 txn-file-status pic x(2) value '00'.
         01 en-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 today-date pic 9(8) value 0.

         01 txns_read usage binary-long value 0.
         01 txns_applied usage binary-long value 0.
         01 txns_rejected usage binary-long value 0.
         01 txns_read_disp pic zzzzzzzz9.
         01 txns_applied_disp pic zzzzzzzz9.
         01 txns_rejected_disp pic zzzzzzzz9.

         01 entry-found pic x(1) value 'F'.
         01 reject-reason pic x(60) value spaces.
         01 before-record pic x(69) value spaces.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept today-date from date yyyymmdd
         open input txn-file
         if txn-file-status <> '00' then
           display "Error: could not open ENTTXN, file status "
             txn-file-status
           stop run
         end-if
      *>  i-o maintains the existing file in place; the very first
      *>  run creates it - same fallback as the other maintenance
      *>  programs.
         open i-o entitle-file
         if en-file-status = '35' then
           open output entitle-file
           close entitle-file
           open i-o entitle-file
         end-if
         if en-file-status <> '00' then
           display "Error: could not open ENTITLE, file status "
             en-file-status
           stop run
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open ENTLIST, file status "
             listing-file-status
           stop run
         end-if

         move spaces to heading_line
         string "ACTION" '|' "USER    " '|' "FUNCTION " '|'
           "PATTERN             " '|' "DISPOSITION" into heading_line
         write listing-record from heading_line

         perform until end_of_file = 'T'
           read txn-file
             at end
               string 'T' into end_of_file
             not at end
               perform 1000-apply-one-txn
           end-read
         end-perform

         move txns_read to txns_read_disp
         move txns_applied to txns_applied_disp
         move txns_rejected to txns_rejected_disp
         move spaces to total_line
         string "Transactions read:     " txns_read_disp
           into total_line
         write listing-record from total_line
         move spaces to total_line
         string "Transactions applied:  " txns_applied_disp
           into total_line
         write listing-record from total_line
         move spaces to total_line
         string "Transactions rejected: " txns_rejected_disp
           into total_line
         write listing-record from total_line

         close txn-file
         close entitle-file
         close listing-file
         stop run.

       1000-apply-one-txn.
         add 1 to txns_read giving txns_read
         move spaces to reject-reason
         move spaces to before-record

         perform 1100-look-up-entry
         perform 1200-check-fields

         if reject-reason = spaces then
           evaluate txn-action
             when "ADD   "
               if entry-found = 'T' then
                 move "duplicate add - entitlement already held"
                   to reject-reason
               else
                 move txn-user to en-user
                 move txn-function to en-function
                 move txn-pattern to en-pattern
                 move txn-expiry-date to en-expiry-date
                 move today-date to en-granted-date
                 move txn-granted-by to en-granted-by
                 move 0 to en-last-used-date
                 write en-record
                   invalid key
                     move "write failed - duplicate key"
                       to reject-reason
                 end-write
               end-if
             when "CHANGE"
               if entry-found = 'F' then
                 move "change of an entitlement not held"
                   to reject-reason
               else
                 move txn-expiry-date to en-expiry-date
                 move txn-granted-by to en-granted-by
                 rewrite en-record
                   invalid key
                     move "rewrite failed" to reject-reason
                 end-rewrite
               end-if
             when "DELETE"
               if entry-found = 'F' then
                 move "delete of an entitlement not held"
                   to reject-reason
               else
                 delete entitle-file
                   invalid key
                     move "delete failed" to reject-reason
                 end-delete
               end-if
             when other
               move "unrecognized action code" to reject-reason
           end-evaluate
         end-if

         if reject-reason = spaces then
           add 1 to txns_applied giving txns_applied
         else
           add 1 to txns_rejected giving txns_rejected
         end-if
         perform 1300-write-listing.

       1100-look-up-entry.
         move 'F' to entry-found
         move txn-user to en-user
         move txn-function to en-function
         move txn-pattern to en-pattern
         read entitle-file key is en-key
           invalid key
             continue
           not invalid key
             move 'T' to entry-found
             move en-record to before-record
         end-read.

       1200-check-fields.
         if txn-user = spaces then
           move "user is blank" to reject-reason
           exit paragraph
         end-if
         if txn-pattern = spaces then
           move "pattern is blank" to reject-reason
           exit paragraph
         end-if
         evaluate txn-function
           when "LIBMAINT "
           when "SUBMIT   "
           when "APPROVE  "
           when "PROMOTE  "
           when "VARMAINT "
           when "CATMAINT "
           when "BANDMAINT"
           when "TAXMAINT "
           when "FXLOAD   "
           when "HOLMAINT "
           when "PERCLOSE "
           when "UOMMAINT "
           when "CTRMAINT "
             continue
           when other
             move "unrecognized function" to reject-reason
             exit paragraph
         end-evaluate
         if txn-action <> "DELETE" and
             txn-expiry-date is not numeric then
           move "expiry date not numeric" to reject-reason
         end-if.

       1300-write-listing.
         move spaces to detail_line
         if reject-reason = spaces then
           string txn-action '|' txn-user '|' txn-function '|'
             txn-pattern '|' "APPLIED" into detail_line
         else
           string txn-action '|' txn-user '|' txn-function '|'
             txn-pattern '|' "REJECTED: " reject-reason
             into detail_line
         end-if
         write listing-record from detail_line

         move spaces to total_line
         if entry-found = 'T' then
           move before-record to en-record
           perform 1310-format-entry
           string "  BEFORE: " detail_line(1:110) into total_line
         else
           string "  BEFORE: (not held)" into total_line
         end-if
         write listing-record from total_line

         move spaces to total_line
         evaluate true
           when reject-reason <> spaces
             string "  AFTER:  (unchanged)" into total_line
           when txn-action = "DELETE"
             string "  AFTER:  (revoked)" into total_line
           when other
             move txn-expiry-date to en-expiry-date
             move txn-granted-by to en-granted-by
             if entry-found = 'F' then
               move today-date to en-granted-date
               move 0 to en-last-used-date
             end-if
             perform 1310-format-entry
             string "  AFTER:  " detail_line(1:110) into total_line
         end-evaluate
         write listing-record from total_line.

       1310-format-entry.
         move spaces to detail_line
         string "EXPIRES " en-expiry-date " GRANTED " en-granted-date
           " BY " en-granted-by " LAST USED " en-last-used-date
           into detail_line.
