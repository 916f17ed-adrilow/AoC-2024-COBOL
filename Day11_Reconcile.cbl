       environment division.

       configuration section.
       input-output section.
       file-control.

           copy 'Day11ResultSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       copy 'Day11ResultFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).

      *These share their names with the matching external items in
      *Day11.cbl and Day11_BruteForce.cbl, so each program's final
       01 day11-bruteforce-result pic 9(38) external value 0.
       01 day11-bruteforce-completed pic X external value 'N'.
           88 day11-bruteforce-did-complete value 'Y'.
           88 day11-bruteforce-never-ran values 'N' space low-value.

       01 dict-result-disp pic Z(37)9.
       01 bruteforce-result-disp pic Z(37)9.

      *Under DayBatch, Day11 and Day11BruteForce may already have
      *run as this window's steps; their results are then taken as
      *they stand rather than computed a second time.  A step CALLed
      *in this process leaves them in the external items; one run
      *as a process of its own leaves them in the step-result file.
       copy 'StepStatusFields.cpy'.

       01 window-dict-wanted pic X value 'n'.
           88 window-dict-is-wanted value 'y'.
       01 window-brute-wanted pic X value 'n'.
           88 window-brute-is-wanted value 'y'.

       copy 'Day11ResultFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

       procedure division.
           perform load-window-results

           if day11-status = spaces or day11-status = low-values
               display "Day11Reconcile: running dictionary "
                   "approach..."
               call "Day11"
           else
               display "Day11Reconcile: using this run's Day11 "
                   "result."
           end-if

           if day11-bruteforce-never-ran
               display "Day11Reconcile: running brute-force "
                   "approach..."
               call "Day11BruteForce"
           else
               display "Day11Reconcile: using this run's "
                   "brute-force result."
           end-if

           move day11-dict-result to dict-result-disp
           move day11-bruteforce-result to bruteforce-result-disp
           if not day11-bruteforce-did-complete
               display "Day11Reconcile: brute force aborted before "
                   "completing - no comparison possible."
               move 4 to return-code
           else if day11-dict-result = day11-bruteforce-result
               display "Day11Reconcile: OK - both approaches agree "
                   "on " function trim(dict-result-disp) " stones."
               move 0 to return-code
           else
               display "Day11Reconcile: MISMATCH - dictionary reports "
                   function trim(dict-result-disp)
                   ", brute force reports "
                   function trim(bruteforce-result-disp)
               move 8 to return-code
           end-if

           goback.

       load-window-results.
           if day11-status = spaces or day11-status = low-values
               set window-dict-is-wanted to true
           end-if
           if day11-bruteforce-never-ran
               set window-brute-is-wanted to true
           end-if
           if not window-dict-is-wanted and
              not window-brute-is-wanted
               exit paragraph
           end-if
           move spaces to day11-result-run-id
           accept day11-result-run-id from environment
               "AOC_BATCH_RUN_ID"
           if day11-result-run-id = spaces
               exit paragraph
           end-if
           perform load-runtime-config
           accept aoc-data-dir from environment "AOC_DATA_DIR"
           if aoc-data-dir = spaces
               move "AOC_DATA_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to aoc-data-dir
           end-if
           move "day11_step_results.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to day11-result-file-name
           open input day11-result-file
           if day11-result-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read day11-result-file
                   at end move 'y' to ws-eof
                   not at end
                       perform take-window-result
               end-read
               if day11-result-file-status not = "00" and
                  day11-result-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close day11-result-file.

       take-window-result.
      *Rows for other windows are passed over; a later row for this
      *one replaces an earlier.
           move spaces to day11-result-row-run-id
           move spaces to day11-result-row-kind
           move spaces to day11-result-flag
           move spaces to day11-result-value-text
           unstring day11-result-record delimited by ","
               into day11-result-row-run-id day11-result-row-kind
                    day11-result-flag day11-result-value-text
           if day11-result-row-run-id not = day11-result-run-id or
              day11-result-value-text is not numeric
               exit paragraph
           end-if
           move day11-result-value-text to day11-result-value
           evaluate true
               when day11-result-row-kind = "DICT" and
                    window-dict-is-wanted and
                    day11-result-flag = "Y"
                   move day11-result-value to day11-dict-result
                   move "OK" to day11-status
               when day11-result-row-kind = "BRUTE" and
                    window-brute-is-wanted and
                    (day11-result-flag = "Y" or
                     day11-result-flag = "A")
                   move day11-result-flag
                       to day11-bruteforce-completed
                   move day11-result-value
                       to day11-bruteforce-result
           end-evaluate.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program Day11Reconcile.
