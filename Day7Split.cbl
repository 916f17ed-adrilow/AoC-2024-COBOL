           perform count-input-lines
           if total-lines = 0
               display "Day7Split: input is empty - no shards cut."
               move 8 to return-code
               goback
           end-if
           compute lines-per-shard =
                       function trim(shard-file-name)
                       " (file status " shard-file-status
                       ") - aborting."
                   move 8 to return-code
                   goback
               end-if
               set shard-file-open to true
                   function trim(input-file-name) " (file status "
                   input-file-status ") - aborting."
           end-if
           move 8 to return-code
           goback.

       copy 'DataDirPrefix.cpy'.
