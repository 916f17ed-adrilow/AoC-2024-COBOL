      *----------------------------------------------------------------
      * WriteDay11Result.cpy
      * Appends this run's Day11 step-result row (layout in
      * Day11ResultFields.cpy).  The caller moves DICT or BRUTE to
      * day11-result-kind, Y or A to day11-result-flag and the stone
      * count to day11-result-value first.  OPEN EXTEND falls back
      * to OPEN OUTPUT the first time, as WriteJournalEntry.cpy does.
      *
      * Copied into each program's procedure division with
      * ==program-name-tag== replaced by that program's own name.
      *----------------------------------------------------------------
       write-day11-result.
           move spaces to day11-result-run-id
           accept day11-result-run-id from environment
               "AOC_BATCH_RUN_ID"
           if day11-result-run-id = spaces
               exit paragraph
           end-if
           move "day11_step_results.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to day11-result-file-name
           open extend day11-result-file
           if day11-result-file-status = "35"
               open output day11-result-file
           end-if
           if day11-result-file-status not = "00"
               display program-name-tag ": step result not recorded "
                   "(file status " day11-result-file-status ")"
               exit paragraph
           end-if
           move spaces to day11-result-record
           string function trim(day11-result-run-id) ","
               function trim(day11-result-kind) ","
               day11-result-flag ","
               day11-result-value
               delimited by size into day11-result-record
           write day11-result-record
           close day11-result-file.
