      *>formula_lib_maint.cbl gives FORMULALIB, because until this
      *>existed the desk edited the file by hand with no record of
      *>what changed.
      *>
      *>a new value is also held to the name's VARCATALOG bounds (see
      *>varcatalog.cpy, checked by var_check.cbl) - its minimum and
      *>maximum, and how far it may move from the version it
      *>follows. a transaction outside them is rejected unless its
      *>override flag is 'Y', in which case it's applied and the
      *>broken bound is listed against it.
      *>
      *>every transaction is first checked against ENTITLE for the
      *>job's user (entitle_check.cbl, function VARMAINT) - one the
      *>user isn't entitled to is rejected and logged to SECVIOL.
       identification division.
       program-id. mathvars_maint.
       environment division.
           file status is txn-file-status.
         select rate-table assign to "MATHVARS"
           organization indexed
           access mode dynamic
           record key is mv-key
           file status is mv-file-status.
         select listing-file assign to "MVARLIST"
           05 txn-effective-date pic 9(8).
           05 txn-expiry-date pic 9(8).
           05 txn-var-value pic x(30).
           05 txn-override pic x(1).
       fd rate-table.
         copy "mathvars.cpy".
       fd listing-file.
         01 entry-found pic x(1) value 'F'.
         01 value-ok pic x(1) value 'F'.
         01 reject-reason pic x(60) value spaces.
         copy "entchk.cpy".
         01 before-value pic x(30) value spaces.
         01 override-reason pic x(60) value spaces.
         01 prior-at-end pic x(1) value 'F'.
         copy "varcheck.cpy".

      *>  the dry-run copy of the transaction value: "5.25" becomes
      *>  "5.25;" so math_parse's validation can confirm the text
         close txn-file
         close rate-table
         close listing-file
         call 'var_check_close'
         call 'entitle_check_close'
         stop run.

       1000-apply-one-txn.
         add 1 to txns_read giving txns_read
         move spaces to reject-reason
         move spaces to before-value
         move spaces to override-reason
         move 'T' to vk-cataloged

         perform 1100-look-up-entry
         perform 1150-check-entitlement

         if reject-reason = spaces then
           evaluate txn-action
             when "ADD   "
               if entry-found = 'T' then
                 move "duplicate add - version already on file"
                   to reject-reason
               else
                 perform 1200-check-value
                 if value-ok = 'T' then
                   move txn-var-name to mv-name
                   move txn-effective-date to mv-effective-date
                   move txn-expiry-date to mv-expiry-date
                   move txn-var-value to mv-value
                   write mv-record
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
                 perform 1200-check-value
                 if value-ok = 'T' then
                   move txn-expiry-date to mv-expiry-date
                   move txn-var-value to mv-value
                   rewrite mv-record
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
                 delete rate-table
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
      *>  as a usable number - the same check the tokenizer would
      *>  apply the night this value gets spliced into a formula, so
      *>  a mis-keyed rate is caught here instead of at 9pm.
       1150-check-entitlement.
         move spaces to ec-user
         move "VARMAINT" to ec-function
         move "mathvars_maint" to ec-program
         move txn-var-name to ec-name
         call 'entitle_check' using by reference entitle-check-parms
         if ec-allowed <> 'T' then
           string "not entitled: " ec-reason delimited by size
             into reject-reason
         end-if.

       1200-check-value.
         move 'F' to value-ok
         move 30 to value-len
           omitted omitted omitted omitted
         if math-parse-error-code = mpc-ok then
           move 'T' to value-ok
           perform 1250-check-catalog
         else
           inspect c_communication converting x'00' to space
           move spaces to reject-reason
             into reject-reason
         end-if.

      *>  the catalog's bounds, against the value this one replaces -
      *>  the version's own value on a CHANGE, the version before it
      *>  on an ADD.
       1250-check-catalog.
         move txn-var-name to vk-name
         move txn-var-value to vk-value-text
         if entry-found = 'T' then
           move before-value to vk-base-text
         else
           perform 1260-find-prior-version
         end-if
         call 'var_check' using by reference var-check-parms
         if vk-reason = spaces then
           exit paragraph
         end-if
         if txn-override = 'Y' then
           move vk-reason to override-reason
         else
           move 'F' to value-ok
           move spaces to reject-reason
           string "catalog: " vk-reason delimited by size
             into reject-reason
         end-if.

      *>  the latest version effective before this one - the record
      *>  area is left on some other version, which an ADD overwrites
      *>  whole before it writes.
       1260-find-prior-version.
         move spaces to vk-base-text
         move 'F' to prior-at-end
         move txn-var-name to mv-name
         move 0 to mv-effective-date
         start rate-table key is >= mv-key
           invalid key
             move 'T' to prior-at-end
         end-start
         perform until prior-at-end = 'T'
           read rate-table next
             at end
               move 'T' to prior-at-end
             not at end
               if mv-name <> txn-var-name or
                   mv-effective-date >= txn-effective-date then
                 move 'T' to prior-at-end
               else
                 move mv-value to vk-base-text
               end-if
           end-read
         end-perform.

      *>  one disposition line per transaction, then the before and
      *>  after value of every entry the transaction touched - the
      *>  record of what changed the desk never had.
             reject-reason into detail_line
         end-if
         write listing-record from detail_line
         if override-reason <> spaces and reject-reason = spaces then
           move spaces to detail_line
           string "  OVERRIDE: " override-reason into detail_line
           write listing-record from detail_line
         end-if
         if vk-cataloged = 'F' then
           move spaces to detail_line
           string "  NOTE: " txn-var-name " has no VARCATALOG entry"
             into detail_line
           write listing-record from detail_line
         end-if

         move spaces to detail_line
         if entry-found = 'T' then
