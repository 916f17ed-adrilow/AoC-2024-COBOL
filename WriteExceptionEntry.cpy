           move "aoc_exceptions.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to exceptions-hub-file-name
           move 0 to exceptions-hub-busy-attempt
           perform open-exceptions-hub-for-append
           perform until exceptions-hub-file-status not = "61"
               or exceptions-hub-busy-attempt >=
                  exceptions-hub-busy-retry-limit
               add 1 to exceptions-hub-busy-attempt
               call "C$SLEEP" using exceptions-hub-busy-wait-seconds
               perform open-exceptions-hub-for-append
           end-perform
           if exceptions-hub-file-status not = "00"
               display program-name-tag ": exception row lost "
                   "(file status " exceptions-hub-file-status ")"
               write exceptions-hub-entry
               close exceptions-hub-file
           end-if.

       open-exceptions-hub-for-append.
           open extend exceptions-hub-file
           if exceptions-hub-file-status = "35"
               open output exceptions-hub-file
           end-if.
