      *>is this business date in a closed accounting period? the
      *>check every program that writes RESULTHIST makes before it
      *>replaces a day's record - see periods.cpy. parameters are in
      *>perchk.cpy. the closed months are read off PERIODS on the
      *>first call and held for the run, so a month closed while a
      *>job is running stays open to that job; the close is a
      *>between-jobs step. no PERIODS file means nothing has been
      *>closed yet.
       identification division.
       program-id. period_check.
       environment division.
       input-output section.
       file-control.
         select periods-file assign to "PERIODS"
           organization indexed
           access mode sequential
           record key is pd-period
           file status is pd-file-status.

       data division.
       file section.
       fd periods-file.
         copy "periods.cpy".

       working-storage section.
         01 pd-file-status pic x(2) value '00'.
         01 periods-loaded pic x(1) value 'F'.
         01 scan-at-end pic x(1) value 'F'.
         01 closed-table.
           05 closed-count usage binary-long value 0.
           05 closed-period pic 9(6) occurs 600 times.
         01 closed-idx usage binary-long value 0.
         01 check-period pic 9(6) value 0.

       linkage section.
         copy "perchk.cpy".

       procedure division using by reference period-check-parms.
         move 'F' to pc-closed
         if periods-loaded <> 'T' then
           perform load-closed-periods
         end-if
         divide pc-date by 100 giving check-period
         perform varying closed-idx from 1 by 1
             until closed-idx > closed-count
           if closed-period(closed-idx) = check-period then
             move 'T' to pc-closed
             exit perform
           end-if
         end-perform
         exit program.

       load-closed-periods.
         move 'T' to periods-loaded
         open input periods-file
         if pd-file-status <> '00' then
           exit paragraph
         end-if
         move 'F' to scan-at-end
         perform until scan-at-end = 'T'
           read periods-file next
             at end
               move 'T' to scan-at-end
             not at end
               if pd-status = 'C' and closed-count < 600 then
                 add 1 to closed-count giving closed-count
                 move pd-period to closed-period(closed-count)
               end-if
           end-read
         end-perform
         close periods-file.
