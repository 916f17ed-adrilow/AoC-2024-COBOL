      * ledger.  When an answer is questioned after the fact, these
      * records show which inputs were processed and by whom.  The
      * shared run identifier rides last on every record so the
      * journal can be paired and reconciled per window, followed by
      * the program's release version from the release register
      * (ReleaseLookup.cpy, "-" when never registered) so a run can
      * be tied to the module that produced it.
      *
      * Copied into each program's procedure division with
      * ==program-name-tag== replaced by that program's own name.
           end-if
           accept journal-date from date yyyymmdd
           accept journal-time from time
           move program-name-tag to release-lookup-program
           perform find-program-release
           move "aoc_run_journal.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to journal-file-name
           move 0 to journal-busy-attempt
           perform open-journal-for-append
           perform until journal-file-status not = "61"
               or journal-busy-attempt >= journal-busy-retry-limit
               add 1 to journal-busy-attempt
               call "C$SLEEP" using journal-busy-wait-seconds
               perform open-journal-for-append
           end-perform
           if journal-file-status not = "00"
               display program-name-tag ": journal record lost "
                   "(file status " journal-file-status ")"
                   journal-date "-" journal-time ","
                   journal-status ","
                   function trim(journal-input-file) ","
                   function trim(batch-run-id) ","
                   function trim(release-version)
                   delimited by size into journal-record
               write journal-record
               close journal-file
           end-if.

       open-journal-for-append.
           open extend journal-file
           if journal-file-status = "35"
               open output journal-file
           end-if.
