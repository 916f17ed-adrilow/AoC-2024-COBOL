           move "aoc_alerts.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to alert-file-name
           move 0 to alert-busy-attempt
           perform open-alert-for-append
           perform until alert-file-status not = "61"
               or alert-busy-attempt >= alert-busy-retry-limit
               add 1 to alert-busy-attempt
               call "C$SLEEP" using alert-busy-wait-seconds
               perform open-alert-for-append
           end-perform
           if alert-file-status not = "00"
               display program-name-tag ": alert record lost (file "
                   "status " alert-file-status ")"
               write alert-record
               close alert-file
           end-if.

       open-alert-for-append.
           open extend alert-file
           if alert-file-status = "35"
               open output alert-file
           end-if.
