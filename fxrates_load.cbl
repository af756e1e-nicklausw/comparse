      *>FXRATES is rewritten whole, sorted by date/from/to, with a
      *>same-date same-pair feed record replacing what was there - a
      *>resend of a corrected rate takes effect instead of doubling.
      *>
      *>every good feed record is checked against ENTITLE
      *>(entitle_check.cbl, function FXLOAD, the pair as from then
      *>to - "EURUSD") for the FXLOADCTL "USER" control record's
      *>user, or the job's when there isn't one; a pair the user
      *>isn't entitled to load goes on the reject section and is
      *>logged to SECVIOL.
       identification division.
       program-id. fxrates_load.
       environment division.
         01 feed_applied usage binary-long value 0.
         01 feed_replaced usage binary-long value 0.
         01 feed_rejected usage binary-long value 0.
         01 load-user pic x(8) value spaces.
         01 reject-text pic x(60) value spaces.
         copy "entchk.cpy".
         01 rates_derived usage binary-long value 0.
         01 rates_purged usage binary-long value 0.
         01 keep-count usage binary-long value 0.
           write report-record from total_line
         end-if
         close report-file
         call 'entitle_check_close'
         stop run.

       0100-read-control.
                   move fc-value-9 to retain-days
                 end-if
               end-if
               if fc-keyword = "USER                " then
                 move fc-value(1:8) to load-user
               end-if
           end-read
         end-perform
         close control-file.
         add 1 to feed_read giving feed_read
         move fd-rate to pr-text
         perform 9100-parse-rate-text
         move "unusable date, pair or rate" to reject-text
         evaluate true
           when fd-date(1:8) is not numeric
             perform 1100-reject-feed-record
           when rate-valid <> 'T'
             perform 1100-reject-feed-record
           when other
             perform 1050-check-entitlement
             if ec-allowed = 'T' then
               perform 1200-apply-feed-record
             else
               perform 1100-reject-feed-record
             end-if
         end-evaluate.

       1050-check-entitlement.
         move load-user to ec-user
         move "FXLOAD" to ec-function
         move "fxrates_load" to ec-program
         move spaces to ec-name
         string fd-from fd-to delimited by size into ec-name
         call 'entitle_check' using by reference entitle-check-parms
         if ec-allowed <> 'T' then
           move spaces to reject-text
           string "not entitled: " ec-reason delimited by size
             into reject-text
         end-if.

       1100-reject-feed-record.
         add 1 to feed_rejected giving feed_rejected
         move spaces to detail_line
         string "  " fd-date ' ' fd-from ' ' fd-to ' ' fd-rate
           " <- " reject-text into detail_line
         write report-record from detail_line.

      *>  a feed record for a date and pair already on file replaces
