      *>batch maintenance for CONTRACTS, the indexed customer contract
      *>pricing file (see contracts.cpy) - the same transaction-file
      *>treatment MATHVARS gets from mathvars_maint.cbl, so a
      *>negotiated rate or a contract's minimum and cap changes
      *>through an audited apply with a before/after listing instead
      *>of by hand. CTRTXN transactions carry one entry per record:
      *>
      *>  action(6) account(10) entry-type(1) name(20) effective(8)
      *>  expiry(8) value(30) min-charge(14) max-charge(14)
      *>  discount-pct(8)
      *>
      *>the money fields are sign leading separate with two implied
      *>decimals, the discount four. a 'V' entry carries a value and
      *>leaves the terms zero; a 'T' entry names a charge type and
      *>carries the terms with a blank value.
      *>
      *>every transaction is first checked against ENTITLE for the
      *>job's user (entitle_check.cbl, function CTRMAINT, the
      *>account as the name) - one the user isn't entitled to is
      *>rejected and logged to SECVIOL.
       identification division.
       program-id. contracts_maint.
       environment division.
       input-output section.
       file-control.
         select txn-file assign to "CTRTXN"
           organization line sequential
           file status is txn-file-status.
         select contract-file assign to "CONTRACTS"
           organization indexed
           access mode random
           record key is ct-key
           file status is ct-file-status.
         select listing-file assign to "CTRLIST"
           organization line sequential
           file status is listing-file-status.

       data division.
       file section.
       fd txn-file.
         01 txn-record.
           05 txn-action pic x(6).
           05 txn-account pic x(10).
           05 txn-entry-type pic x(1).
           05 txn-name pic x(20).
           05 txn-effective-date pic 9(8).
           05 txn-expiry-date pic 9(8).
           05 txn-value pic x(30).
           05 txn-min-charge pic s9(11)v9(2) sign leading separate.
           05 txn-max-charge pic s9(11)v9(2) sign leading separate.
           05 txn-discount-pct pic s9(3)v9(4) sign leading separate.
       fd contract-file.
         copy "contracts.cpy".
       fd listing-file.
         01 listing-record pic x(132).

       working-storage section.
         01 txn-file-status pic x(2) value '00'.
         01 ct-file-status pic x(2) value '00'.
         01 listing-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.

         01 c_communication pic x(2000).
         copy "mpopts.cpy".
         copy "mpcodes.cpy".
         01 math-parse-error-code usage binary-long value 0.

         01 txns_read usage binary-long value 0.
         01 txns_applied usage binary-long value 0.
         01 txns_rejected usage binary-long value 0.
         01 txns_read_disp pic zzzzzzzz9.
         01 txns_applied_disp pic zzzzzzzz9.
         01 txns_rejected_disp pic zzzzzzzz9.

         01 entry-found pic x(1) value 'F'.
         01 entry-ok pic x(1) value 'F'.
         01 reject-reason pic x(60) value spaces.
         01 before-record pic x(113) value spaces.
         copy "entchk.cpy".

      *>  the dry-run copy of a 'V' entry's value, same check
      *>  mathvars_maint.cbl makes.
         01 check-text pic x(40) value spaces.
         01 value-len usage binary-long value 0.

         01 min-edit pic -(11)9.99.
         01 max-edit pic -(11)9.99.
         01 disc-edit pic -(3)9.9(4).

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         move "CTRMAINT" to mpo-job-name
         move 'Y' to mpo-dry-run

         open input txn-file
         if txn-file-status <> '00' then
           display "Error: could not open CTRTXN, file status "
             txn-file-status
           stop run
         end-if
      *>  the first maintenance run in a fresh environment creates the
      *>  file - same fallback as mathvars_maint.cbl.
         open i-o contract-file
         if ct-file-status = '35' then
           open output contract-file
           close contract-file
           open i-o contract-file
         end-if
         if ct-file-status <> '00' then
           display "Error: could not open CONTRACTS, file status "
             ct-file-status
           stop run
         end-if
         open output listing-file
         if listing-file-status <> '00' then
           display "Error: could not open CTRLIST, file status "
             listing-file-status
           stop run
         end-if

         move spaces to heading_line
         string "ACTION" '|' "ACCOUNT" '|' "TYPE" '|' "NAME" '|'
           "EFFECTIVE" '|' "EXPIRY" '|' "DISPOSITION" into heading_line
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
         string "Transactions read:     " txns_read_disp into total_line
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
         close contract-file
         close listing-file
         call 'entitle_check_close'
         stop run.

       1000-apply-one-txn.
         add 1 to txns_read giving txns_read
         move spaces to reject-reason
         move spaces to before-record

         perform 1150-check-entitlement

         if reject-reason = spaces then
           perform 1100-look-up-entry
           evaluate txn-action
             when "ADD   "
               if entry-found = 'T' then
                 move "duplicate add - version already on file"
                   to reject-reason
               else
                 perform 1200-check-entry
                 if entry-ok = 'T' then
                   perform 1250-build-record
                   write ct-record
                     invalid key
                       move "write failed - duplicate key"
                         to reject-reason
                   end-write
                 end-if
               end-if
             when "CHANGE"
               if entry-found = 'F' then
                 move "change of a version not on file"
                   to reject-reason
               else
                 perform 1200-check-entry
                 if entry-ok = 'T' then
                   perform 1250-build-record
                   rewrite ct-record
                     invalid key
                       move "rewrite failed" to reject-reason
                   end-rewrite
                 end-if
               end-if
             when "DELETE"
               if entry-found = 'F' then
                 move "delete of a version not on file"
                   to reject-reason
               else
                 delete contract-file
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
         move txn-account to ct-account
         move txn-entry-type to ct-entry-type
         move txn-name to ct-name
         move txn-effective-date to ct-effective-date
         read contract-file key is ct-key
           invalid key
             continue
           not invalid key
             move 'T' to entry-found
             move ct-record to before-record
         end-read.

      *>  the job's user has to hold CTRMAINT for the account the
      *>  transaction touches - a refusal is rejected here and is
      *>  already on SECVIOL when entitle_check returns.
       1150-check-entitlement.
         move spaces to ec-user
         move "CTRMAINT" to ec-function
         move "contracts_maint" to ec-program
         move txn-account to ec-name
         call 'entitle_check' using by reference entitle-check-parms
         if ec-allowed <> 'T' then
           string "not entitled: " ec-reason delimited by size
             into reject-reason
         end-if.

      *>  an entry has to be one of the two kinds, for a real
      *>  account; a value entry's text has to read as a number (the
      *>  same dry run through math_parse mathvars_maint.cbl makes),
      *>  and a terms entry's bounds have to make sense together.
       1200-check-entry.
         move 'F' to entry-ok
         if txn-account = spaces then
           move "account is blank" to reject-reason
           exit paragraph
         end-if
         if txn-name = spaces then
           move "name / charge type is blank" to reject-reason
           exit paragraph
         end-if
         evaluate txn-entry-type
           when 'V'
             perform 1210-check-value
           when 'T'
             perform 1220-check-terms
           when other
             move "entry type must be V or T" to reject-reason
         end-evaluate.

       1210-check-value.
         move 30 to value-len
         perform until value-len = 0
             or txn-value(value-len:1) <> space
           subtract 1 from value-len giving value-len
         end-perform
         if value-len = 0 then
           move "value is blank" to reject-reason
           exit paragraph
         end-if
         move spaces to check-text
         string txn-value(1:value-len) ';' into check-text
         move spaces to c_communication
         move check-text to c_communication
         move mpc-ok to math-parse-error-code
      *> every parameter position is named, the unused ones as
      *> explicit OMITTED - on this runtime a callee invoked with a
      *> shorter parameter list than a previous caller's inherits the
      *> stale tail, and math_parse branches on which parameters are
      *> present.
         call 'math_parse' using by reference c_communication
           omitted math-parse-options math-parse-error-code
           omitted omitted omitted omitted
         if math-parse-error-code = mpc-ok then
           move 'T' to entry-ok
         else
           inspect c_communication converting x'00' to space
           move spaces to reject-reason
           string "value check failed: " c_communication(1:40)
             into reject-reason
         end-if.

       1220-check-terms.
         if txn-min-charge is not numeric or
             txn-max-charge is not numeric or
             txn-discount-pct is not numeric then
           move "terms fields are not numeric" to reject-reason
           exit paragraph
         end-if
         if txn-min-charge < 0 or txn-max-charge < 0 then
           move "minimum and cap cannot be negative" to reject-reason
           exit paragraph
         end-if
         if txn-max-charge > 0 and txn-min-charge > txn-max-charge
             then
           move "minimum charge is above the cap" to reject-reason
           exit paragraph
         end-if
         if txn-discount-pct < 0 or txn-discount-pct > 100 then
           move "discount must be 0 to 100 percent" to reject-reason
           exit paragraph
         end-if
         move 'T' to entry-ok.

       1250-build-record.
         move txn-account to ct-account
         move txn-entry-type to ct-entry-type
         move txn-name to ct-name
         move txn-effective-date to ct-effective-date
         move txn-expiry-date to ct-expiry-date
         if txn-entry-type = 'V' then
           move txn-value to ct-value
           move 0 to ct-min-charge
           move 0 to ct-max-charge
           move 0 to ct-discount-pct
         else
           move spaces to ct-value
           move txn-min-charge to ct-min-charge
           move txn-max-charge to ct-max-charge
           move txn-discount-pct to ct-discount-pct
         end-if.

      *>  one disposition line per transaction, then the entry as it
      *>  stood before and after.
       1300-write-listing.
         move spaces to detail_line
         if reject-reason = spaces then
           string txn-action '|' txn-account '|' txn-entry-type '|'
             txn-name '|' txn-effective-date '|' txn-expiry-date '|'
             "APPLIED" into detail_line
         else
           string txn-action '|' txn-account '|' txn-entry-type '|'
             txn-name '|' txn-effective-date '|' txn-expiry-date '|'
             "REJECTED: " reject-reason into detail_line
         end-if
         write listing-record from detail_line

         move spaces to detail_line
         if entry-found = 'T' then
           move before-record to ct-record
           perform 1310-format-entry
           string "  BEFORE: " detail_line(1:100) into total_line
         else
           move spaces to total_line
           string "  BEFORE: (no entry)" into total_line
         end-if
         write listing-record from total_line

         move spaces to total_line
         evaluate true
           when reject-reason <> spaces
             string "  AFTER:  (unchanged)" into total_line
           when txn-action = "DELETE"
             string "  AFTER:  (deleted)" into total_line
           when other
             perform 1250-build-record
             perform 1310-format-entry
             string "  AFTER:  " detail_line(1:100) into total_line
         end-evaluate
         write listing-record from total_line.

      *>  the entry's payload as one line - the value for a 'V'
      *>  entry, the three terms for a 'T'.
       1310-format-entry.
         move spaces to detail_line
         move spaces to total_line
         if ct-entry-type = 'V' then
           string ct-value into detail_line
         else
           move ct-min-charge to min-edit
           move ct-max-charge to max-edit
           move ct-discount-pct to disc-edit
           string "MIN " min-edit "  CAP " max-edit "  DISC "
             disc-edit "%" into detail_line
         end-if.
