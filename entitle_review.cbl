      *>the quarterly entitlement review off ENTITLE (see
      *>entitle.cpy) - every entitlement on file, user by user, so
      *>the owners can confirm who can change what. two kinds of
      *>entry are flagged for revoking:
      *>
      *>  EXPIRED - the expiry date has passed; entitle_check.cbl
      *>            already refuses it, but it still sits on file.
      *>  UNUSED  - it hasn't let a change through in the unused
      *>            threshold's days (default 90) - counted from the
      *>            grant when it has never been used at all.
      *>
      *>an optional ENTRVWCTL control record - as-of(8)
      *>unused-days(3) - reviews as of another day or moves the
      *>threshold.
       identification division.
       program-id. entitle_review.
       environment division.
       input-output section.
       file-control.
         select control-file assign to "ENTRVWCTL"
           organization line sequential
           file status is control-file-status.
         select entitle-file assign to "ENTITLE"
           organization indexed
           access mode sequential
           record key is en-key
           file status is en-file-status.
         select report-file assign to "ENTRVW"
           organization line sequential
           file status is report-file-status.

       data division.
       file section.
       fd control-file.
         01 control-record.
           05 rc-as-of-date pic 9(8).
           05 rc-unused-days pic 9(3).
       fd entitle-file.
         copy "entitle.cpy".
       fd report-file.
         01 report-record pic x(132).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
         01 en-file-status pic x(2) value '00'.
         01 report-file-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.
         01 as-of-date pic 9(8) value 0.
         01 as-of-days usage binary-long value 0.
         01 unused-days usage binary-long value 90.
         01 idle-days usage binary-long value 0.
         01 last-user pic x(8) value spaces.

         01 flag-text pic x(20) value spaces.
         01 expiry-text pic x(8) value spaces.
         01 used-text pic x(8) value spaces.

         01 entitlements-read usage binary-long value 0.
         01 users-read usage binary-long value 0.
         01 entitlements-expired usage binary-long value 0.
         01 entitlements-unused usage binary-long value 0.
         01 count-disp pic zzzzzzzz9.
         01 days-disp pic zzzz9.

         01 dn-date pic 9(8) value 0.
         01 dn-days usage binary-long value 0.
         01 dn-y usage binary-long value 0.
         01 dn-m usage binary-long value 0.
         01 dn-d usage binary-long value 0.
         01 dn-t1 usage binary-long value 0.
         01 dn-t2 usage binary-long value 0.
         01 dn-t3 usage binary-long value 0.
         01 dn-t4 usage binary-long value 0.

         01 heading_line pic x(132).
         01 detail_line pic x(132).
         01 total_line pic x(132).

       procedure division.
       0000-mainline.
         accept as-of-date from date yyyymmdd
         open input control-file
         if control-file-status = '00' then
           read control-file
             not at end
               if rc-as-of-date is numeric and rc-as-of-date > 0 then
                 move rc-as-of-date to as-of-date
               end-if
               if rc-unused-days is numeric and
                   rc-unused-days > 0 then
                 move rc-unused-days to unused-days
               end-if
           end-read
           close control-file
         end-if
         move as-of-date to dn-date
         perform 9000-compute-day-number
         move dn-days to as-of-days

         open input entitle-file
         if en-file-status <> '00' then
           display "Error: could not open ENTITLE, file status "
             en-file-status
           stop run
         end-if
         open output report-file
         if report-file-status <> '00' then
           display "Error: could not open ENTRVW, file status "
             report-file-status
           stop run
         end-if

         move unused-days to days-disp
         move spaces to heading_line
         string "ENTITLEMENT REVIEW AS OF " as-of-date
           " - UNUSED AFTER " days-disp " DAYS" into heading_line
         write report-record from heading_line
         move spaces to heading_line
         string "USER    " '|' "FUNCTION " '|' "PATTERN             "
           '|' "GRANTED " '|' "BY      " '|' "EXPIRES " '|'
           "LAST USE" '|' "FLAG" into heading_line
         write report-record from heading_line

         perform until end_of_file = 'T'
           read entitle-file next
             at end
               string 'T' into end_of_file
             not at end
               perform 1000-review-one-entitlement
           end-read
         end-perform
         close entitle-file

         move spaces to total_line
         write report-record from total_line
         move users-read to count-disp
         move spaces to total_line
         string "Users entitled:        " count-disp into total_line
         write report-record from total_line
         move entitlements-read to count-disp
         move spaces to total_line
         string "Entitlements on file:  " count-disp into total_line
         write report-record from total_line
         move entitlements-expired to count-disp
         move spaces to total_line
         string "  Expired:             " count-disp into total_line
         write report-record from total_line
         move entitlements-unused to count-disp
         move spaces to total_line
         string "  Unused:              " count-disp into total_line
         write report-record from total_line

         close report-file
         stop run.

       1000-review-one-entitlement.
         add 1 to entitlements-read giving entitlements-read
         if en-user <> last-user then
           add 1 to users-read giving users-read
           move en-user to last-user
           move spaces to detail_line
           write report-record from detail_line
         end-if

         move spaces to flag-text
         if en-expiry-date = 0 or en-expiry-date = 99999999 then
           move "NEVER" to expiry-text
         else
           move en-expiry-date to expiry-text
         end-if
         if en-last-used-date = 0 then
           move "NEVER" to used-text
         else
           move en-last-used-date to used-text
         end-if

         evaluate true
           when en-expiry-date <> 0 and
               en-expiry-date <> 99999999 and
               en-expiry-date < as-of-date
             add 1 to entitlements-expired
               giving entitlements-expired
             move "EXPIRED" to flag-text
           when other
             if en-last-used-date > 0 then
               move en-last-used-date to dn-date
             else
               move en-granted-date to dn-date
             end-if
             if dn-date > 0 then
               perform 9000-compute-day-number
               compute idle-days = as-of-days - dn-days
               if idle-days >= unused-days then
                 add 1 to entitlements-unused
                   giving entitlements-unused
                 move idle-days to days-disp
                 string "UNUSED " days-disp " DAYS"
                   delimited by size into flag-text
               end-if
             end-if
         end-evaluate

         move spaces to detail_line
         string en-user '|' en-function '|' en-pattern '|'
           en-granted-date '|' en-granted-by '|' expiry-text '|'
           used-text '|' flag-text into detail_line
         write report-record from detail_line.

      *>  turns a yyyymmdd date into a running day number so an
      *>  entitlement's idle time can be taken across month and year
      *>  boundaries - the same shifted-calendar formula
      *>  dispute_aging.cbl uses.
       9000-compute-day-number.
         divide dn-date by 10000 giving dn-y
         divide dn-date by 100 giving dn-t1
         compute dn-m = dn-t1 - dn-y * 100
         compute dn-d = dn-date - dn-t1 * 100
         if dn-m <= 2 then
           subtract 1 from dn-y giving dn-y
           add 12 to dn-m giving dn-m
         end-if
         divide dn-y by 4 giving dn-t1
         divide dn-y by 100 giving dn-t2
         divide dn-y by 400 giving dn-t3
         compute dn-t4 = (153 * (dn-m + 1)) / 5
         compute dn-days =
           365 * dn-y + dn-t1 - dn-t2 + dn-t3 + dn-t4 + dn-d.
