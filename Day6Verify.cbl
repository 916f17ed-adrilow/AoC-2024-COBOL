           if vguard-count = 0
               display "Day6Verify: no guard on the map - nothing "
                   "to verify."
               move 4 to return-code
               goback
           end-if
           compute step-budget =
               display "Day6Verify: no candidate file at "
                   function trim(candidate-file-name)
                   " - run Day6 first."
               move 8 to return-code
               goback
           end-if
           open output verify-report-file
                   function trim(map-input-file-name)
                   " (file status " map-input-file-status
                   ") - aborting."
               move 8 to return-code
               goback
           end-if
               perform until ws-eof='y'
           if vmap-height > vmax-height
               display "Day6Verify: map taller than " vmax-height
                   " rows - aborting."
               move 8 to return-code
               goback
           end-if
           if vmap-height = 1
               if vmap-width > vmax-width
                   display "Day6Verify: map wider than " vmax-width
                       " columns - aborting."
                   move 8 to return-code
                   goback
               end-if
           end-if
           open input ledger-file
           if ledger-file-status not = "00"
               display "Day6Verify: no ledger to reconcile against."
               move 4 to return-code
               exit paragraph
           end-if
               perform until ws-eof='y'
           if not ledger-value-seen
               display "Day6Verify: no Day6 row in the ledger to "
                   "reconcile against."
               move 4 to return-code
               exit paragraph
           end-if
           move confirmed-count to cand-disp
                   function trim(cand-disp)
                   " does NOT match the ledger value "
                   function trim(ledger-day6-value) " ***"
               move 8 to return-code
           end-if.

       note-day6-ledger-row.
