      *----------------------------------------------------------------
      * WriteCapacityEntry.cpy
      * Appends one high-water-mark record (program, limit, peak
      * reached, limit, percent used, run identifier, timestamp) to
      * the shared capacity file.  OPEN EXTEND falls back to OPEN
      * OUTPUT the first time, the same way WriteLedgerEntry.cpy
      * creates the results ledger.  A peak above
      * capacity-warning-pct percent of its limit is announced on
      * the console and raised as a WARNING alert
      * (WriteAlertEntry.cpy).
      *
      * Copied into each program's procedure division with
      * ==program-name-tag== replaced by that program's own name.
      *----------------------------------------------------------------
       write-capacity-entry.
           move 0 to capacity-pct
           if capacity-limit > 0
               compute capacity-pct =
                   capacity-peak * 100 / capacity-limit
           end-if
           move capacity-peak to capacity-peak-disp
           move capacity-limit to capacity-limit-disp
           move capacity-pct to capacity-pct-disp
           accept capacity-date from date yyyymmdd
           accept capacity-time from time
           move "aoc_capacity.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to capacity-file-name
           move 0 to capacity-busy-attempt
           perform open-capacity-for-append
           perform until capacity-file-status not = "61"
               or capacity-busy-attempt >= capacity-busy-retry-limit
               add 1 to capacity-busy-attempt
               call "C$SLEEP" using capacity-busy-wait-seconds
               perform open-capacity-for-append
           end-perform
           if capacity-file-status not = "00"
               display program-name-tag ": capacity record lost "
                   "(file status " capacity-file-status ")"
           else
               move spaces to capacity-record
               string program-name-tag ","
                   function trim(capacity-limit-name) ","
                   function trim(capacity-peak-disp) ","
                   function trim(capacity-limit-disp) ","
                   function trim(capacity-pct-disp) ","
                   function trim(batch-run-id) ","
                   capacity-date "-" capacity-time
                   delimited by size into capacity-record
               write capacity-record
               close capacity-file
           end-if
           if capacity-pct > capacity-warning-pct
               display program-name-tag ": *** CAPACITY *** "
                   function trim(capacity-limit-name) " reached "
                   function trim(capacity-peak-disp) " of "
                   function trim(capacity-limit-disp) " ("
                   function trim(capacity-pct-disp) "%)"
               move "WARNING" to alert-severity
               move spaces to alert-reason
               string "capacity " function trim(capacity-limit-name)
                   " at " function trim(capacity-pct-disp) "% ("
                   function trim(capacity-peak-disp) " of "
                   function trim(capacity-limit-disp) ")"
                   delimited by size into alert-reason
               perform write-alert-entry
           end-if.

       open-capacity-for-append.
           open extend capacity-file
           if capacity-file-status = "35"
               open output capacity-file
           end-if.
