      * no separable parse step simply skips record-parse-phase.
      *
      * stop-and-report-elapsed-time then appends one row (program,
      * date/time, total seconds, parse/compute/report seconds, run
      * identifier) to the shared run-statistics file, resolved
      * under AOC_DATA_DIR the same way the results ledger is.
      * StatsReport reads those rows back to show elapsed-time
      * trends per program; the run identifier is the one the
      * program's control-totals row carries, which is how
      * ThroughputReport puts timing and volume side by side.
      *
      * Copied into each program's procedure division with
      * ==program-name-tag== replaced by that program's own name, so
           move "run_statistics.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to run-stats-file-name
           move 0 to run-stats-busy-attempt
           perform open-run-stats-for-append
           perform until run-stats-file-status not = "61"
               or run-stats-busy-attempt >= run-stats-busy-retry-limit
               add 1 to run-stats-busy-attempt
               call "C$SLEEP" using run-stats-busy-wait-seconds
               perform open-run-stats-for-append
           end-perform
           if run-stats-file-status not = "00"
               display program-name-tag ": run-statistics row lost "
                   "(file status " run-stats-file-status ")"
                   function trim(elapsed-seconds-disp) ","
                   function trim(phase-seconds-disp) ","
                   function trim(phase-seconds-disp-2) ","
                   function trim(phase-seconds-disp-3) ","
                   function trim(batch-run-id)
                   delimited by size into run-stats-line
               write run-stats-line
               close run-stats-file
           end-if.

       open-run-stats-for-append.
           open extend run-stats-file
           if run-stats-file-status = "35"
               open output run-stats-file
           end-if.
