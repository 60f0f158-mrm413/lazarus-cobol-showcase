           05  clock-mm            pic 9(2).

      *> the switches each job understands, with their shipped
      *> defaults; PAYROLL1's fourth is the YTD carry-forward,
      *> CHRGRPT4's the prior-period restatement
       01  switch-table.
           05  switch-entry         occurs 4 times.
               10  swt-name         pic x(18).
               stop run returning 1
           end-if

           evaluate chosen-job
               when "PAYROLL1"
                   move 4 to switch-count
               when "CHRGRPT4"
                   move "RESTATE-PRIOR    " to swt-name (4)
                   move "NO " to swt-default (4)
                   move 4 to switch-count
               when other
                   move 3 to switch-count
           end-evaluate

           perform load-existing-parms


           evaluate true
               when switch-sub = 4
                and chosen-job = "PAYROLL1"
                and (keyed-value = "Y" or keyed-value = "N")
                   move "Y" to value-is-valid
               when (switch-sub < 4 or chosen-job not = "PAYROLL1")
                and (keyed-value = "YES" or keyed-value = "NO")
                   move "Y" to value-is-valid
               when other
