      *>sequential file the desk can stage by hand or copy from a
      *>MATHVARUL unload; versions resolve against the run's as-of
      *>date the same way the live table's do. the live MATHVARS is
      *>never touched. both sides price each account under its
      *>CONTRACTS values and terms the way the nightly run does, so
      *>a contract account only moves where its contract leaves it
      *>exposed to the list rate: the caller's table outranks
      *>CONTRACTS in substitute_vars, so a shadow name the account
      *>holds an in-force contract value for is left out of that
      *>account's shadow table, and the contract rate prices it on
      *>both sides.
      *>
      *>every MATHSHDW value is held to the same VARCATALOG bounds
      *>mathvars_maint.cbl holds a live one to (var_check.cbl),
      *>measured against the live version it would replace or
      *>follow. a record outside them sits out the run, listed at
      *>the top of WHATIFRPT, unless the override flag in the column
      *>after its value is 'Y' - then it's priced and listed as
      *>overridden.
      *>
      *>WHATIFCTL control records: RUN-DATE yyyymmdd (the as-of
      *>date; default today). continuation records ('\' tails) are
         select shadow-file assign to "MATHSHDW"
           organization line sequential
           file status is shadow-file-status.
         select live-vars assign to "MATHVARS"
           organization indexed
           access mode dynamic
           record key is mv-key
           file status is live-vars-status.
         select contract-file assign to "CONTRACTS"
           organization indexed
           access mode dynamic
           record key is ct-key
           file status is ct-file-status.
         select control-file assign to "WHATIFCTL"
           organization line sequential
           file status is control-file-status.
           05 sh-effective-date pic 9(8).
           05 sh-expiry-date pic 9(8).
           05 sh-value pic x(30).
           05 sh-override pic x(1).
       fd live-vars.
         copy "mathvars.cpy".
       fd contract-file.
         copy "contracts.cpy".
       fd control-file.
         01 control-record.
           05 wf-keyword pic x(20).
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 ctl_eof pic x(1) value 'F'.
         01 live-vars-status pic x(2) value '00'.
         01 live-vars-on pic x(1) value 'F'.
         01 ct-file-status pic x(2) value '00'.
         01 contracts-on pic x(1) value 'F'.
         01 prior-at-end pic x(1) value 'F'.
         copy "varcheck.cpy".

      *>  the shadow records the catalog check stopped (or let
      *>  through on their override), for the top of the report.
         01 bound-table.
           05 bound-count usage binary-long value 0.
           05 bound-entry occurs 50 times.
             10 bt-name pic x(20).
             10 bt-effective pic 9(8).
             10 bt-disposition pic x(10).
             10 bt-reason pic x(60).
         01 bound-idx usage binary-long value 0.
         01 bound-more usage binary-long value 0.
         01 shadow-rejected pic x(1) value 'F'.
         01 shadow-refused usage binary-long value 0.
         01 bound-disp pic zzzzzzzz9.

         01 run-date pic 9(8) value 0.
         01 wf-value-x pic x(9) value spaces.
         01 best-eff usage binary-long value 0.
         01 best-idx usage binary-long value 0.

      *>  the resolved shadow table as 0300-RESOLVE-SHADOW-VARS left
      *>  it, and the account MATH-PARSE-VARS was last cut down for -
      *>  names the account holds a contract value for come out of
      *>  the copy its shadow evaluations carry.
         copy "mpvars.cpy"
           replacing ==math-parse-vars== by ==shadow-vars==
                     ==mpv-count==       by ==shv-count==
                     ==mpv-entry==       by ==shv-entry==
                     ==mpv-name==        by ==shv-name==
                     ==mpv-value==       by ==shv-value==.
         01 vars-account pic x(10) value spaces.
         01 vars-built pic x(1) value 'F'.
         01 contract-at-end pic x(1) value 'F'.
         01 found-in-contract pic x(1) value 'F'.
         01 held-at-contract usage binary-long value 0.

      *>  continuation assembly, the batch driver's idea cut to this
      *>  report's size: pieces concatenate until the piece without
      *>  a trailing '\', and a statement past the record's own text
         01 shadow-comm pic x(2000) value spaces.
         01 live-err usage binary-long value 0.
         01 shadow-err usage binary-long value 0.
         copy "mppacked.cpy".
         01 contract-applied pic x(4) value spaces.

      *>  result parsing and the per-group impact tallies, in plain
      *>  fixed decimals - this is a differences report, and a

         perform 0200-load-shadow
         if shadow-count = 0 then
           if shadow-refused > 0 then
             display "Error: every MATHSHDW rate failed its"
               " VARCATALOG check - nothing to price"
           else
             display "Error: MATHSHDW holds no shadow rates -"
               " nothing to price"
           end-if
           stop run
         end-if
         perform 0300-resolve-shadow-vars
         move math-parse-vars to shadow-vars
      *>  no CONTRACTS file means no account has a contract - every
      *>  shadow name then prices every account.
         open input contract-file
         if ct-file-status = '00' then
           move 'T' to contracts-on
         end-if

         open output report-file
         if report-file-status <> '00' then
         string "FORMULA ID" '|' "LIVE" '|' "SHADOW" '|' "CHANGE"
           into heading_line
         write report-record from heading_line
         perform 0400-write-bound-checks

         perform until end_of_file = 'T'
           read formula-file
           perform 1200-price-assembled
         end-if
         close formula-file
         if contracts-on = 'T' then
           close contract-file
         end-if

         perform 4000-write-totals
         close report-file
         call 'expand_formula_close'
         call 'substitute_vars_close'
         call 'contract_terms_close'
         call 'var_check_close'
         stop run.

       0100-read-control.
             shadow-file-status
           stop run
         end-if
      *>  the live versions are only the yardstick for the catalog's
      *>  change limit - no MATHVARS just means nothing to measure
      *>  against.
         open input live-vars
         if live-vars-status = '00' then
           move 'T' to live-vars-on
         end-if
         perform until end_of_file = 'T'
           read shadow-file
             at end
               string 'T' into end_of_file
             not at end
               perform 0210-check-shadow-value
               if shadow-rejected = 'F' then
                 perform 0230-keep-shadow-record
               end-if
           end-read
         end-perform
         close shadow-file
         if live-vars-on = 'T' then
           close live-vars
         end-if
         move 'F' to end_of_file.

      *>  the same bounds a live change meets, measured against the
      *>  live version this one would replace - the one with its
      *>  effective date - or else the live version it would follow.
       0210-check-shadow-value.
         move 'F' to shadow-rejected
         move sh-name to vk-name
         move sh-value to vk-value-text
         move spaces to vk-base-text
         if live-vars-on = 'T' then
           move sh-name to mv-name
           move sh-effective-date to mv-effective-date
           read live-vars key is mv-key
             invalid key
               perform 0220-find-live-prior
             not invalid key
               move mv-value to vk-base-text
           end-read
         end-if
         call 'var_check' using by reference var-check-parms
         if vk-reason = spaces then
           exit paragraph
         end-if
         if sh-override <> 'Y' then
           move 'T' to shadow-rejected
           add 1 to shadow-refused giving shadow-refused
         end-if
         if bound-count >= 50 then
           add 1 to bound-more giving bound-more
           exit paragraph
         end-if
         add 1 to bound-count giving bound-count
         move sh-name to bt-name(bound-count)
         move sh-effective-date to bt-effective(bound-count)
         move vk-reason to bt-reason(bound-count)
         if shadow-rejected = 'T' then
           move "REJECTED" to bt-disposition(bound-count)
         else
           move "OVERRIDDEN" to bt-disposition(bound-count)
         end-if.

       0220-find-live-prior.
         move 'F' to prior-at-end
         move sh-name to mv-name
         move 0 to mv-effective-date
         start live-vars key is >= mv-key
           invalid key
             move 'T' to prior-at-end
         end-start
         perform until prior-at-end = 'T'
           read live-vars next
             at end
               move 'T' to prior-at-end
             not at end
               if mv-name <> sh-name or
                   mv-effective-date >= sh-effective-date then
                 move 'T' to prior-at-end
               else
                 move mv-value to vk-base-text
               end-if
           end-read
         end-perform.

       0230-keep-shadow-record.
         if shadow-count < 200 then
           add 1 to shadow-count giving shadow-count
           move sh-name to sw-name(shadow-count)
           move sh-effective-date to sw-effective(shadow-count)
           move sh-expiry-date to sw-expiry(shadow-count)
           move sh-value to sw-value(shadow-count)
         else
           move 'T' to shadow-overflowed
         end-if.

      *>  per distinct shadow name, the version in force at the run
      *>  date - latest effective date at or before it whose expiry
      *>  (zero and 99999999 both open-ended) hasn't passed - goes
         move sw-name(best-idx) to mpv-name(mpv-count)
         move sw-value(best-idx) to mpv-value(mpv-count).

       0400-write-bound-checks.
         perform varying bound-idx from 1 by 1
             until bound-idx > bound-count
           move spaces to detail_line
           string "SHADOW RATE " bt-disposition(bound-idx) '|'
             bt-name(bound-idx) '|' bt-effective(bound-idx) '|'
             bt-reason(bound-idx) into detail_line
           write report-record from detail_line
         end-perform
         if bound-more > 0 then
           move bound-more to bound-disp
           move spaces to detail_line
           string "SHADOW RATE CHECKS: " bound-disp
             " more past the first 50" into detail_line
           write report-record from detail_line
         end-if.

       1000-take-one-record.
         if fin-record(1:3) = "HDR" or fin-record(1:3) = "TRL" then
           exit paragraph
         end-if
         add 1 to formulas_run giving formulas_run

         move asm-id(1:10) to mpo-contract-account
         move asm-group to mpo-charge-type
         move spaces to live-comm
         move asm-text to live-comm
         move mpc-ok to live-err
      *> are present.
         call 'math_parse' using by reference live-comm
           omitted math-parse-options live-err
           omitted omitted omitted math-parse-packed
         inspect live-comm converting x'00' to space
         if live-err = mpc-ok then
           call 'contract_terms' using by reference
             mpo-contract-account, asm-group, mpo-as-of-date,
             live-comm, math-parse-options, math-parse-packed,
             contract-applied, mpo-keep-library-open
         end-if

         perform 1250-shadow-for-account
         move spaces to shadow-comm
         move asm-text to shadow-comm
         move mpc-ok to shadow-err
         call 'math_parse' using by reference shadow-comm
           omitted math-parse-options shadow-err
           math-parse-vars omitted omitted math-parse-packed
         inspect shadow-comm converting x'00' to space
         if shadow-err = mpc-ok then
           call 'contract_terms' using by reference
             mpo-contract-account, asm-group, mpo-as-of-date,
             shadow-comm, math-parse-options, math-parse-packed,
             contract-applied, mpo-keep-library-open
         end-if

         move live-comm(1:40) to res-text
         perform 9000-parse-result-text
           write report-record from detail_line
         end-if.

      *>  the shadow table this account's evaluation carries - every
      *>  resolved shadow name but those the account has an in-force
      *>  CONTRACTS 'V' value for, since the caller's table would
      *>  otherwise outrank the contract in substitute_vars and
      *>  reprice a negotiated rate at the shadow list rate. rebuilt
      *>  only when the account changes.
       1250-shadow-for-account.
         if vars-built = 'T' and vars-account = mpo-contract-account
             then
           exit paragraph
         end-if
         move 'T' to vars-built
         move mpo-contract-account to vars-account
         move 0 to mpv-count
         perform varying var-idx from 1 by 1
             until var-idx > shv-count
           move 'F' to found-in-contract
           if contracts-on = 'T' and vars-account <> spaces then
             perform 1260-find-contract-value
           end-if
           if found-in-contract = 'T' then
             add 1 to held-at-contract giving held-at-contract
           else
             add 1 to mpv-count giving mpv-count
             move shv-name(var-idx) to mpv-name(mpv-count)
             move shv-value(var-idx) to mpv-value(mpv-count)
           end-if
         end-perform.

      *>  the version walk substitute_vars.cbl makes over the
      *>  account's 'V' entries - latest effective date at or before
      *>  the run date whose expiry hasn't passed.
       1260-find-contract-value.
         move 'F' to contract-at-end
         move vars-account to ct-account
         move 'V' to ct-entry-type
         move shv-name(var-idx) to ct-name
         move 0 to ct-effective-date
         start contract-file key is >= ct-key
           invalid key
             move 'T' to contract-at-end
         end-start
         perform until contract-at-end = 'T'
           read contract-file next
             at end
               move 'T' to contract-at-end
             not at end
               if ct-account <> vars-account or
                   ct-entry-type <> 'V' or
                   ct-name <> shv-name(var-idx) then
                 move 'T' to contract-at-end
               else
                 if ct-effective-date <= run-date and
                     (ct-expiry-date = 0 or
                      run-date <= ct-expiry-date) then
                   move 'T' to found-in-contract
                 end-if
               end-if
           end-read
         end-perform.

       2000-find-group-slot.
         move 0 to cur-group
         perform varying group-idx from 1 by 1
         move spaces to total_line
         string "Not comparable:     " count-disp into total_line
         write report-record from total_line
         move held-at-contract to count-disp
         move spaces to total_line
         string "Held at contract:   " count-disp
           " account shadow rates" into total_line
         write report-record from total_line
         if shadow-overflowed = 'T' then
           move spaces to total_line
           string "** MATHSHDW past 200 records - shadow partial **"
