           else
               move data-dir-work to report-registry-file-name
           end-if
           move 0 to report-registry-busy-attempt
           perform open-report-registry-for-append
           perform until report-registry-file-status not = "61"
               or report-registry-busy-attempt >=
                  report-registry-busy-retry-limit
               add 1 to report-registry-busy-attempt
               call "C$SLEEP" using report-registry-busy-wait-seconds
               perform open-report-registry-for-append
           end-perform
           if report-registry-file-status not = "00"
               display "report registry row lost (file status "
                   report-registry-file-status ")"
               write report-registry-record
               close report-registry-file
           end-if.

       open-report-registry-for-append.
           open extend report-registry-file
           if report-registry-file-status = "35"
               open output report-registry-file
           end-if.
