      *>this runs before math_parse's tokenizer, ahead of name
      *>substitution (so the accumulator name inside the parentheses
      *>is never mistaken for a rate-table name and swapped out) and
      *>again after library expansion - wherever the formula text
      *>carries "MTD(NAME)" it looks up the account's period-to-date
      *>accumulator NAME in ACCUMS (see accums.cpy) for the month of
      *>the as-of date and splices in its value as "(n)". an account
      *>with nothing posted yet this month has a value of zero. a
      *>call with no account (no MPO-CONTRACT-ACCOUNT) has no
      *>accumulator to read, and is an error rather than a silent
      *>zero on somebody's invoice.
      *>
      *>the "accum_post" entry is the other half: batch_math_parse
      *>posts each named result it accumulates - tonight's WEIGHT
      *>into the account's WEIGHT accumulator - through it
      *>(parameters in accpost.cpy), so the one ACCUMS handle here
      *>sees every posting the moment it's made, and a formula later
      *>in the same run prices on the volume so far including
      *>tonight's. the restart guard is kept per posting group on
      *>the statement's FORMULAIN position (see accums.cpy). ACCUMS
      *>is held open between calls when the caller keeps its
      *>libraries open; "resolve_mtd_close" closes it at end of job.
      *>
      *>the rightmost "MTD(" resolves first - same order every
      *>pre-pass here uses.
       identification division.
       program-id. resolve_mtd.
       environment division.
       input-output section.
       file-control.
         select accums-file assign to "ACCUMS"
           organization indexed
           access mode dynamic
           record key is ac-key
           file status is ac-file-status.

       data division.
       file section.
       fd accums-file.
         copy "accums.cpy".

       working-storage section.
         01 ac-file-status pic x(2) value '00'.
         01 accums-open pic x(1) value 'F'.
         01 today-date pic 9(8) value 0.
         01 period usage binary-long value 0.

         01 work-text pic x(100000).
         01 out-text pic x(100000).
         01 semi-pos usage binary-long value 0.
         01 scan-pos usage binary-long value 0.
         01 mtd-pos usage binary-long value 0.
         01 close-pos usage binary-long value 0.
         01 boundary-ok pic x(1) value 'F'.
         01 passes usage binary-long value 0.

         01 accum-name pic x(20) value spaces.
         01 name-len usage binary-long value 0.
         01 name-bad pic x(1) value 'F'.

         01 mtd-value pic s9(13)v9(4) value 0.
         01 value-neg pic x(1) value 'F'.
         01 value-edit pic z(12)9.9(4).
         01 value-text pic x(20) value spaces.
         01 vt-len usage binary-long value 0.
         01 vt-scan usage binary-long value 0.

         01 out-len usage binary-long value 0.
         01 tail-len usage binary-long value 0.

      *>  accum_post's restart guard - see AC-GUARD in accums.cpy.
         01 guard-idx usage binary-long value 0.
         01 guard-found usage binary-long value 0.
         01 post-outcome pic x(1) value 'P'.

       linkage section.
         01 math_string pic x(100000).
         01 string_limit usage binary-long.
         01 resolve-ok pic x(1).
         01 c_communication pic x(2000).
      *>  the caller's as-of date (its month is the period read),
      *>  account and keep-library-open setting - see MPO-AS-OF-DATE,
      *>  MPO-CONTRACT-ACCOUNT and MPO-KEEP-LIBRARY-OPEN in
      *>  mpopts.cpy.
         01 as-of-date usage binary-long.
         01 caller-account pic x(10).
         01 caller-keep-open pic x(1).
         copy "accpost.cpy".

       procedure division
         using by reference math_string, string_limit, resolve-ok,
           c_communication, as-of-date, caller-account,
           caller-keep-open.
         move 'T' to resolve-ok
         move math_string to work-text
         move 0 to passes
         if as-of-date > 0 then
           divide as-of-date by 100 giving period
         else
           accept today-date from date yyyymmdd
           divide today-date by 100 giving period
         end-if

         perform find-semicolon
         perform find-rightmost-mtd
         perform until mtd-pos = 0 or resolve-ok <> 'T'
           add 1 to passes giving passes
           if passes > 50 then
             string z"Error: too many MTD references in formula."
               into c_communication
             move 'F' to resolve-ok
             exit perform
           end-if
           perform resolve-one-mtd
           if resolve-ok = 'T' then
             perform find-semicolon
             perform find-rightmost-mtd
           end-if
         end-perform

         if resolve-ok = 'T' then
           move work-text to math_string
           if semi-pos > 0 then
             compute string_limit = semi-pos + 1
           end-if
         end-if
         if caller-keep-open <> 'Y' and accums-open = 'T' then
           close accums-file
           move 'F' to accums-open
         end-if
         exit program.

      *>  one result into the account's accumulator for the run
      *>  date's month - see accpost.cpy for the outcomes.
       post-accumulator.
       entry "accum_post" using by reference accum-post-parms.
         move 'E' to ap-outcome
         perform open-accums
         if accums-open <> 'T' then
           exit program
         end-if
         accept today-date from date yyyymmdd
         move ap-account to ac-account
         move ap-name to ac-name
         divide ap-run-date by 100 giving ac-period
         read accums-file key is ac-key
           invalid key
             move ap-account to ac-account
             move ap-name to ac-name
             divide ap-run-date by 100 giving ac-period
             move "OPEN" to ac-status
             move ap-amount to ac-value
             move 1 to ac-postings
             move ap-run-date to ac-last-run-date
             move today-date to ac-opened-date
             move 0 to ac-closed-date
             perform clear-guards
             move 1 to ac-guard-count
             move ap-group to ac-guard-group(1)
             move ap-position to ac-guard-position(1)
             write ac-record
               invalid key
                 exit program
             end-write
             move 'P' to ap-outcome
             exit program
         end-read
         if ac-status = "CLOSED" then
           move 'C' to ap-outcome
           exit program
         end-if
         move 'P' to post-outcome
         if ap-run-date > ac-last-run-date then
           move ap-run-date to ac-last-run-date
           perform clear-guards
         end-if
         if ap-run-date < ac-last-run-date then
           move 'U' to post-outcome
         else
           move 0 to guard-found
           perform varying guard-idx from 1 by 1
               until guard-idx > ac-guard-count
             if ac-guard-group(guard-idx) = ap-group then
               move guard-idx to guard-found
               exit perform
             end-if
           end-perform
           if guard-found > 0 then
             if ac-guard-position(guard-found) >= ap-position then
               move 'D' to ap-outcome
               exit program
             end-if
           else
             if ac-guard-count < 20 then
               add 1 to ac-guard-count giving ac-guard-count
               move ac-guard-count to guard-found
               move ap-group to ac-guard-group(guard-found)
             else
               move 'U' to post-outcome
             end-if
           end-if
           if guard-found > 0 then
             move ap-position to ac-guard-position(guard-found)
           end-if
         end-if
         add ap-amount to ac-value giving ac-value
           on size error
             exit program
         end-add
         add 1 to ac-postings giving ac-postings
         rewrite ac-record
           invalid key
             exit program
         end-rewrite
         move post-outcome to ap-outcome
         exit program.

      *>  a new run date starts the guard table over.
       clear-guards.
         move 0 to ac-guard-count
         perform varying guard-idx from 1 by 1 until guard-idx > 20
           move spaces to ac-guard-group(guard-idx)
           move 0 to ac-guard-position(guard-idx)
         end-perform.

      *>  end-of-job close for the held file.
       close-held-file.
       entry "resolve_mtd_close".
         if accums-open = 'T' then
           close accums-file
           move 'F' to accums-open
         end-if
         exit program.

      *>  i-o, because the posting side shares the handle; the very
      *>  first run in a fresh environment creates the file - a read
      *>  of an empty file is just every accumulator at zero.
       open-accums.
         if accums-open = 'T' then
           exit paragraph
         end-if
         open i-o accums-file
         if ac-file-status = '35' then
           open output accums-file
           close accums-file
           open i-o accums-file
         end-if
         if ac-file-status = '00' then
           move 'T' to accums-open
         end-if.

       find-semicolon.
         move 0 to semi-pos
         perform varying scan-pos from 1 by 1
             until scan-pos > string_limit
           if work-text(scan-pos:1) = ';' then
             move scan-pos to semi-pos
             exit perform
           end-if
         end-perform
         if semi-pos = 0 then
           move string_limit to semi-pos
         end-if.

       find-rightmost-mtd.
         move 0 to mtd-pos
         perform varying scan-pos from 1 by 1
             until scan-pos + 3 > semi-pos
           if work-text(scan-pos:4) = "MTD(" then
             move 'T' to boundary-ok
             if scan-pos > 1 then
               if work-text(scan-pos - 1:1) is alphabetic-upper and
                   work-text(scan-pos - 1:1) <> space then
                 move 'F' to boundary-ok
               end-if
               if work-text(scan-pos - 1:1) is numeric or
                   work-text(scan-pos - 1:1) = '-' then
                 move 'F' to boundary-ok
               end-if
             end-if
             if boundary-ok = 'T' then
               move scan-pos to mtd-pos
             end-if
           end-if
         end-perform.

      *>  the name is everything up to the closing parenthesis,
      *>  spaces ignored - letters, digits and hyphens only, the
      *>  character set substitute_vars.cbl names are made of.
       resolve-one-mtd.
         move 0 to close-pos
         perform varying scan-pos from mtd-pos by 1
             until scan-pos > semi-pos
           if work-text(scan-pos:1) = ')' then
             move scan-pos to close-pos
             exit perform
           end-if
         end-perform
         if close-pos = 0 then
           string z"Error: MTD needs an accumulator name."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if
         move spaces to accum-name
         move 0 to name-len
         move 'F' to name-bad
         perform varying scan-pos from mtd-pos by 1
             until scan-pos >= close-pos
           if scan-pos > mtd-pos + 3 and
               work-text(scan-pos:1) <> space then
             if (work-text(scan-pos:1) is alphabetic-upper or
                 work-text(scan-pos:1) is numeric or
                 work-text(scan-pos:1) = '-') and name-len < 20 then
               add 1 to name-len giving name-len
               move work-text(scan-pos:1) to accum-name(name-len:1)
             else
               move 'T' to name-bad
             end-if
           end-if
         end-perform
         if name-len = 0 or name-bad = 'T' then
           string z"Error: MTD needs an accumulator name."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if
         if caller-account = spaces then
           string z"Error: MTD needs an account to read."
             into c_communication
           move 'F' to resolve-ok
           exit paragraph
         end-if

         move 0 to mtd-value
         perform open-accums
         if accums-open = 'T' then
           move caller-account to ac-account
           move accum-name to ac-name
           move period to ac-period
           read accums-file key is ac-key
             invalid key
               continue
             not invalid key
               move ac-value to mtd-value
           end-read
         end-if
         perform splice-value.

      *>  rebuild with "(n)" - "(0-n)" for a negative value, the one
      *>  shape of negative literal every spot in a formula accepts
      *>  - standing where the whole MTD(...) stood.
       splice-value.
         move 'F' to value-neg
         if mtd-value < 0 then
           move 'T' to value-neg
           compute mtd-value = 0 - mtd-value
         end-if
         move mtd-value to value-edit
         move spaces to value-text
         move 0 to vt-len
         perform varying vt-scan from 1 by 1 until vt-scan > 18
           if value-edit(vt-scan:1) <> space then
             add 1 to vt-len giving vt-len
             move value-edit(vt-scan:1) to value-text(vt-len:1)
           end-if
         end-perform

         move spaces to out-text
         move 0 to out-len
         if mtd-pos > 1 then
           move work-text(1:mtd-pos - 1) to out-text(1:mtd-pos - 1)
           compute out-len = mtd-pos - 1
         end-if
         move '(' to out-text(out-len + 1:1)
         add 1 to out-len giving out-len
         if value-neg = 'T' then
           move "0-" to out-text(out-len + 1:2)
           add 2 to out-len giving out-len
         end-if
         move value-text(1:vt-len) to out-text(out-len + 1:vt-len)
         add vt-len to out-len giving out-len
         move ')' to out-text(out-len + 1:1)
         add 1 to out-len giving out-len
         compute tail-len = semi-pos - close-pos
         if tail-len > 0 then
           move work-text(close-pos + 1:tail-len) to
             out-text(out-len + 1:tail-len)
           add tail-len to out-len giving out-len
         end-if
         move out-text to work-text.
