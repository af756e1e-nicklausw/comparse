      *>batch maintenance for VARCATALOG, the catalog of MATHVARS
      *>names (see varcatalog.cpy) - pricing keeps each name's
      *>description, unit, owning department and sane-value bounds
      *>here, with the same before/after listing mathvars_maint.cbl
      *>gives the values themselves. VCATTXN transactions carry one
      *>name each:
      *>
      *>  action(6) name(20) description(40) unit(10) owner(10)
      *>  minimum(16) maximum(16) max-change-pct(5)
      *>
      *>the bounds are sign leading separate with six implied
      *>decimals, the change percent two implied decimals. CHANGE
      *>replaces the whole entry. a minimum above the maximum is
      *>rejected.
      *>
      *>every transaction is first checked against ENTITLE for the
      *>job's user (entitle_check.cbl, function CATMAINT) - one the
      *>user isn't entitled to is rejected and logged to SECVIOL.
       identification division.
       program-id. varcat_maint.
       environment division.
       input-output section.
       file-control.
         select txn-file assign to "VCATTXN"
           organization line sequential
           file status is txn-file-status.
         select catalog-file assign to "VARCATALOG"
           organization indexed
           access mode random
           record key is vc-name
           file status is vc-file-status.
         select listing-file assign to "VCATLIST"
           organization line sequential
           file status is listing-file-status.

       data division.
       file section.
       fd txn-file.
         01 txn-record.
           05 txn-action pic x(6).
           05 txn-name pic x(20).
           05 txn-description pic x(40).
           05 txn-unit pic x(10).
           05 txn-owner pic x(10).
           05 txn-min-value pic s9(9)v9(6) sign leading separate.
           05 txn-max-value pic s9(9)v9(6) sign leading separate.
           05 txn-max-change-pct pic 9(3)v9(2).
       fd catalog-file.
         copy "varcatalog.cpy".
       fd listing-file.
         01 listing-record pic x(132).

       working-storage section.
         01 txn-file-status pic x(2) value '00'.
         01 vc-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.

         01 txns_read usage binary-long value 0.
         01 txns_applied usage binary-long value 0.
         01 txns_rejected usage binary-long value 0.
         01 txns_read_disp pic zzzzzzzz9.
         01 txns_applied_disp pic zzzzzzzz9.
         01 txns_rejected_disp pic zzzzzzzz9.

         01 entry-found pic x(1) value 'F'.
         01 reject-reason pic x(60) value spaces.
         01 before-record pic x(130) value spaces.
         copy "entchk.cpy".

         01 min-edit pic -(9)9.9(6).
         01 max-edit pic -(9)9.9(6).
         01 pct-edit pic zz9.99.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         open input txn-file
         if txn-file-status <> '00' then
           display "Error: could not open VCATTXN, file status "
             txn-file-status
           stop run
         end-if
      *>  i-o maintains the existing file in place; the very first
      *>  run creates it - same fallback as the other maintenance
      *>  programs.
         open i-o catalog-file
         if vc-file-status = '35' then
           open output catalog-file
           close catalog-file
           open i-o catalog-file
         end-if
         if vc-file-status <> '00' then
           display "Error: could not open VARCATALOG, file status "
             vc-file-status
           stop run
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open VCATLIST, file status "
             listing-file-status
           stop run
         end-if

         move spaces to heading_line
         string "ACTION" '|' "VARIABLE NAME" '|' "DISPOSITION"
           into heading_line
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
         close catalog-file
         close listing-file
         call 'entitle_check_close'
         stop run.

       1000-apply-one-txn.
         add 1 to txns_read giving txns_read
         move spaces to reject-reason
         move spaces to before-record

         perform 1100-look-up-entry
         if txn-action <> "DELETE" then
           perform 1200-check-bounds
         end-if
         if reject-reason = spaces then
           perform 1150-check-entitlement
         end-if

         if reject-reason = spaces then
           evaluate txn-action
             when "ADD   "
               if entry-found = 'T' then
                 move "duplicate add - name already cataloged"
                   to reject-reason
               else
                 perform 1250-move-txn-fields
                 write vc-record
                   invalid key
                     move "write failed - duplicate key"
                       to reject-reason
                 end-write
               end-if
             when "CHANGE"
               if entry-found = 'F' then
                 move "change of a name not cataloged"
                   to reject-reason
               else
                 perform 1250-move-txn-fields
                 rewrite vc-record
                   invalid key
                     move "rewrite failed" to reject-reason
                 end-rewrite
               end-if
             when "DELETE"
               if entry-found = 'F' then
                 move "delete of a name not cataloged"
                   to reject-reason
               else
                 delete catalog-file
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
         move txn-name to vc-name
         read catalog-file key is vc-name
           invalid key
             continue
           not invalid key
             move 'T' to entry-found
             move vc-record to before-record
         end-read.

       1150-check-entitlement.
         move spaces to ec-user
         move "CATMAINT" to ec-function
         move "varcat_maint" to ec-program
         move txn-name to ec-name
         call 'entitle_check' using by reference entitle-check-parms
         if ec-allowed <> 'T' then
           string "not entitled: " ec-reason delimited by size
             into reject-reason
         end-if.

       1200-check-bounds.
         if txn-name = spaces then
           move "name is blank" to reject-reason
           exit paragraph
         end-if
         if txn-min-value is not numeric or
             txn-max-value is not numeric then
           move "minimum or maximum not numeric" to reject-reason
           exit paragraph
         end-if
         if txn-max-change-pct is not numeric then
           move "max change percent not numeric" to reject-reason
           exit paragraph
         end-if
         if (txn-min-value <> 0 or txn-max-value <> 0) and
             txn-min-value > txn-max-value then
           move "minimum is above maximum" to reject-reason
         end-if.

       1250-move-txn-fields.
         move txn-name to vc-name
         move txn-description to vc-description
         move txn-unit to vc-unit
         move txn-owner to vc-owner
         move txn-min-value to vc-min-value
         move txn-max-value to vc-max-value
         move txn-max-change-pct to vc-max-change-pct.

       1300-write-listing.
         move spaces to detail_line
         if reject-reason = spaces then
           string txn-action '|' txn-name '|' "APPLIED"
             into detail_line
         else
           string txn-action '|' txn-name '|' "REJECTED: "
             reject-reason into detail_line
         end-if
         write listing-record from detail_line

         move spaces to total_line
         if entry-found = 'T' then
           move before-record to vc-record
           perform 1310-format-entry
           string "  BEFORE: " detail_line(1:110) into total_line
         else
           string "  BEFORE: (not cataloged)" into total_line
         end-if
         write listing-record from total_line

         move spaces to total_line
         evaluate true
           when reject-reason <> spaces
             string "  AFTER:  (unchanged)" into total_line
           when txn-action = "DELETE"
             string "  AFTER:  (deleted)" into total_line
           when other
             perform 1250-move-txn-fields
             perform 1310-format-entry
             string "  AFTER:  " detail_line(1:110) into total_line
         end-evaluate
         write listing-record from total_line.

       1310-format-entry.
         move vc-min-value to min-edit
         move vc-max-value to max-edit
         move vc-max-change-pct to pct-edit
         move spaces to detail_line
         string vc-unit " " vc-owner " MIN " min-edit " MAX "
           max-edit " CHG " pct-edit "% " vc-description
           into detail_line.
