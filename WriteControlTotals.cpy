           move "aoc_control_totals.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to control-totals-file-name
           move 0 to control-totals-busy-attempt
           perform open-control-totals-for-append
           perform until control-totals-file-status not = "61"
               or control-totals-busy-attempt >=
                  control-totals-busy-retry-limit
               add 1 to control-totals-busy-attempt
               call "C$SLEEP" using control-totals-busy-wait-seconds
               perform open-control-totals-for-append
           end-perform
           if control-totals-file-status not = "00"
               display program-name-tag ": control-totals record "
                   "lost (file status " control-totals-file-status
               write control-totals-record
               close control-totals-file
           end-if.

       open-control-totals-for-append.
           open extend control-totals-file
           if control-totals-file-status = "35"
               open output control-totals-file
           end-if.
