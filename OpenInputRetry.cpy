               move "aoc_feed_arrivals.txt" to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to arrival-file-name
               move 0 to arrival-busy-attempt
               open extend arrival-file
               perform until arrival-file-status not = "61"
                   or arrival-busy-attempt >= arrival-busy-retry-limit
                   add 1 to arrival-busy-attempt
                   call "C$SLEEP" using arrival-busy-wait-seconds
                   open extend arrival-file
               end-perform
               if arrival-file-status = "35"
                   open output arrival-file
               end-if
