      *----------------------------------------------------------------
      * WriteOverrideEntry.cpy
      * Appends one override-use record (override, program, user id,
      * run identifier, timestamp, what it allowed) to the shared
      * override register, aoc_override_register.txt:
      *     override,program,user,runid,yyyymmdd-hhmmsscc,detail
      * OPEN EXTEND falls back to OPEN OUTPUT the first time, the
      * same way WriteLedgerEntry.cpy creates the results ledger.
      *
      * Copied into each program's procedure division with
      * ==program-name-tag== replaced by that program's own name.
      *----------------------------------------------------------------
       write-override-entry.
           if override-user = spaces or override-user = low-values
               accept override-user from environment "USER"
               if override-user = spaces
                   accept override-user from environment "LOGNAME"
               end-if
               if override-user = spaces
                   move "unknown" to override-user
               end-if
           end-if
           accept override-date from date yyyymmdd
           accept override-time from time
           move "aoc_override_register.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to override-file-name
           move 0 to override-busy-attempt
           perform open-override-for-append
           perform until override-file-status not = "61"
               or override-busy-attempt >= override-busy-retry-limit
               add 1 to override-busy-attempt
               call "C$SLEEP" using override-busy-wait-seconds
               perform open-override-for-append
           end-perform
           if override-file-status not = "00"
               display program-name-tag ": override record lost "
                   "(file status " override-file-status ")"
           else
               move spaces to override-record
               string function trim(override-name) ","
                   program-name-tag ","
                   function trim(override-user) ","
                   function trim(batch-run-id) ","
                   override-date "-" override-time ","
                   function trim(override-detail)
                   delimited by size into override-record
               write override-record
               close override-file
           end-if.

       open-override-for-append.
           open extend override-file
           if override-file-status = "35"
               open output override-file
           end-if.
