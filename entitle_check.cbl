      *>the entitlement check every maintenance utility makes before
      *>it applies a change - is this user entitled to this function
      *>for this name, per ENTITLE (see entitle.cpy)? parameters are
      *>in entchk.cpy. an entitlement counts when it is for the user
      *>and function, hasn't expired, and its pattern covers the
      *>name; the first that does lets the change through and is
      *>stamped used today. anything else is refused and logged to
      *>SECVIOL (secviol.cpy) before the call returns, so the caller
      *>only has to reject the transaction.
      *>
      *>a caller with no user of its own (no USER control record)
      *>passes spaces, and the job's user comes off JOBUSER - one
      *>record, user(8), written by the job that runs the utility.
      *>no user at all, or no ENTITLE file, refuses everything: the
      *>control fails closed.
      *>
      *>ENTITLE and SECVIOL are opened on first use and held; the
      *>caller's CALL "entitle_check_close" at end of job closes them.
       identification division.
       program-id. entitle_check.
       environment division.
       input-output section.
       file-control.
         select entitle-file assign to "ENTITLE"
           organization indexed
           access mode dynamic
           record key is en-key
           file status is en-file-status.
         select violation-log assign to "SECVIOL"
           organization line sequential
           file status is sv-file-status.
         select jobuser-file assign to "JOBUSER"
           organization line sequential
           file status is ju-file-status.

       data division.
       file section.
       fd entitle-file.
         copy "entitle.cpy".
       fd violation-log.
         copy "secviol.cpy".
       fd jobuser-file.
         01 jobuser-record.
           05 ju-user pic x(8).

       working-storage section.
         01 en-file-status pic x(2) value '00'.
         01 sv-file-status pic x(2) value '00'.
         01 ju-file-status pic x(2) value '00'.
         01 entitle-open pic x(1) value 'F'.
         01 entitle-missing pic x(1) value 'F'.
         01 log-open pic x(1) value 'F'.
         01 job-user-read pic x(1) value 'F'.
         01 job-user pic x(8) value spaces.
         01 check-user pic x(8) value spaces.
         01 today-date pic 9(8) value 0.
         01 now-time pic 9(8) value 0.
         01 scan-at-end pic x(1) value 'F'.
         01 saw-function pic x(1) value 'F'.
         01 saw-unexpired pic x(1) value 'F'.
         01 pattern-match pic x(1) value 'F'.
         01 pat-pos usage binary-long value 0.

       linkage section.
         copy "entchk.cpy".

       procedure division using by reference entitle-check-parms.
         move 'F' to ec-allowed
         move spaces to ec-reason
         accept today-date from date yyyymmdd

         move ec-user to check-user
         if check-user = spaces then
           perform read-job-user
           move job-user to check-user
         end-if
         if check-user = spaces then
           move "no user ID for the run" to ec-reason
           perform log-violation
           exit program
         end-if

         if entitle-open <> 'T' and entitle-missing <> 'T' then
           open i-o entitle-file
           if en-file-status = '00' then
             move 'T' to entitle-open
           else
             move 'T' to entitle-missing
           end-if
         end-if
         if entitle-open <> 'T' then
           move "no ENTITLE file" to ec-reason
           perform log-violation
           exit program
         end-if

         perform scan-entitlements
         if ec-allowed = 'T' then
           exit program
         end-if
         evaluate true
           when saw-function = 'F'
             move "not entitled to the function" to ec-reason
           when saw-unexpired = 'F'
             move "entitlement expired" to ec-reason
           when other
             move "name outside the entitled pattern" to ec-reason
         end-evaluate
         perform log-violation
         exit program.

      *>  end-of-job close for the held files.
       close-held-files.
       entry "entitle_check_close".
         if entitle-open = 'T' then
           close entitle-file
           move 'F' to entitle-open
         end-if
         if log-open = 'T' then
           close violation-log
           move 'F' to log-open
         end-if
         move 'F' to entitle-missing
         exit program.

      *>  every pattern the user holds for the function, in key
      *>  order, until one unexpired one covers the name.
       scan-entitlements.
         move 'F' to saw-function
         move 'F' to saw-unexpired
         move 'F' to scan-at-end
         move check-user to en-user
         move ec-function to en-function
         move low-values to en-pattern
         start entitle-file key is >= en-key
           invalid key
             move 'T' to scan-at-end
         end-start
         perform until scan-at-end = 'T'
           read entitle-file next
             at end
               move 'T' to scan-at-end
             not at end
               if en-user <> check-user or
                   en-function <> ec-function then
                 move 'T' to scan-at-end
               else
                 move 'T' to saw-function
                 if en-expiry-date = 0 or
                     en-expiry-date = 99999999 or
                     en-expiry-date >= today-date then
                   move 'T' to saw-unexpired
                   perform match-pattern
                   if pattern-match = 'T' then
                     move 'T' to ec-allowed
                     move 'T' to scan-at-end
                     perform stamp-used
                   end-if
                 end-if
               end-if
           end-read
         end-perform.

      *>  character by character until the pattern's '*' (covers
      *>  the rest) or its end (the name has to end there too).
       match-pattern.
         move 'F' to pattern-match
         perform varying pat-pos from 1 by 1 until pat-pos > 20
           if en-pattern(pat-pos:1) = '*' then
             move 'T' to pattern-match
             exit paragraph
           end-if
           if en-pattern(pat-pos:1) = space then
             if ec-name(pat-pos:) = spaces then
               move 'T' to pattern-match
             end-if
             exit paragraph
           end-if
           if en-pattern(pat-pos:1) <> ec-name(pat-pos:1) then
             exit paragraph
           end-if
         end-perform
         if ec-name(21:) = spaces then
           move 'T' to pattern-match
         end-if.

       stamp-used.
         if en-last-used-date = today-date then
           exit paragraph
         end-if
         move today-date to en-last-used-date
         rewrite en-record
           invalid key
             continue
         end-rewrite.

       read-job-user.
         if job-user-read = 'T' then
           exit paragraph
         end-if
         move 'T' to job-user-read
         open input jobuser-file
         if ju-file-status <> '00' then
           exit paragraph
         end-if
         read jobuser-file
           not at end
             move ju-user to job-user
         end-read
         close jobuser-file.

       log-violation.
         if log-open <> 'T' then
           open extend violation-log
           if sv-file-status = '35' then
             open output violation-log
           end-if
           if sv-file-status <> '00' then
             display "Warning: SECVIOL unavailable, file status "
               sv-file-status " - refusal not logged"
             exit paragraph
           end-if
           move 'T' to log-open
         end-if
         accept now-time from time
         move spaces to sv-record
         move today-date to sv-date
         move now-time to sv-time
         move check-user to sv-user
         move ec-function to sv-function
         move ec-program to sv-program
         move ec-name to sv-name
         move ec-reason to sv-reason
         write sv-record.
