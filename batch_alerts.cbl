      *>the limit raises a HIGH alert; a record count outside its
      *>band raises a MEDIUM one. alerts go to the ALERTS file and to
      *>a severity-ranked console summary.
      *>
      *>when budget_variance.cbl has run for tonight's date, every
      *>group its BUDVAROUT file (see budvar.cpy) flags as projected
      *>outside its budget tolerance raises a MEDIUM alert too.
       identification division.
       program-id. batch_alerts.
       environment division.
         select alerts-file assign to "ALERTS"
           organization line sequential
           file status is alerts-status.
         select budvar-file assign to "BUDVAROUT"
           organization line sequential
           file status is budvar-status.

       data division.
       file section.
           05 th-max-swing-pct pic 9(3).
       fd alerts-file.
         01 alert-record pic x(132).
       fd budvar-file.
         copy "budvar.cpy".

       working-storage section.
         01 grpstats-status pic x(2) value '00'.
         01 thresholds-status pic x(2) value '00'.
         01 alerts-status pic x(2) value '00'.
         01 budvar-status pic x(2) value '00'.
         01 end_of_file pic x(1) value 'F'.

      *>  the thresholds, loaded once. the default row (if any) sits
         01 pct-disp pic zzz9.
         01 impact-disp pic -(13)9.99.
         01 impact-disp-2 pic -(13)9.99.
         01 budget-pct-disp pic -(5)9.9.
         01 budget-tol-disp pic zz9.

       procedure division.
       0000-mainline.
             perform 3000-check-one-group
           end-if
         end-perform
         perform 3600-check-budget-variance

         move cur-date to cur-date-disp
         perform 4000-write-alerts
             into at-text(alert-count)
         end-if.

      *>  the groups budget_variance.cbl projected outside their
      *>  tolerance as of tonight. a BUDVAROUT from an earlier night
      *>  (the budget step didn't run) is stale and raises nothing.
       3600-check-budget-variance.
         open input budvar-file
         if budvar-status <> '00' then
           exit paragraph
         end-if
         perform until end_of_file = 'T'
           read budvar-file
             at end
               string 'T' into end_of_file
             not at end
               if bv-as-of-date = cur-date and
                   (bv-flag = 'O' or bv-flag = 'U') then
                 perform 3610-raise-medium-budget
               end-if
           end-read
         end-perform
         close budvar-file
         move 'F' to end_of_file.

       3610-raise-medium-budget.
         if alert-count >= 200 then
           exit paragraph
         end-if
         add 1 to alert-count giving alert-count
         move "MEDIUM" to at-severity(alert-count)
         move bv-group to group-name
         if group-name = spaces then
           move "(none)" to group-name
         end-if
         move bv-projection to impact-disp
         move bv-budget to impact-disp-2
         move bv-projection-pct to budget-pct-disp
         move bv-tolerance-pct to budget-tol-disp
         move spaces to at-text(alert-count)
         evaluate true
           when bv-flag = 'O' and bv-budget-source = 'F'
             string group-name ": projection " impact-disp
               " over forecast " impact-disp-2 " by " budget-pct-disp
               "%, tolerance " budget-tol-disp "%"
               into at-text(alert-count)
           when bv-flag = 'O'
             string group-name ": projection " impact-disp
               " over budget " impact-disp-2 " by " budget-pct-disp
               "%, tolerance " budget-tol-disp "%"
               into at-text(alert-count)
           when bv-budget-source = 'F'
             string group-name ": projection " impact-disp
               " under forecast " impact-disp-2 " by "
               budget-pct-disp "%, tolerance " budget-tol-disp "%"
               into at-text(alert-count)
           when other
             string group-name ": projection " impact-disp
               " under budget " impact-disp-2 " by " budget-pct-disp
               "%, tolerance " budget-tol-disp "%"
               into at-text(alert-count)
         end-evaluate.

      *>  HIGH first, then MEDIUM - the ALERTS file for downstream
      *>  automation, the console for the operator who just wants
      *>  the one number that matters.
