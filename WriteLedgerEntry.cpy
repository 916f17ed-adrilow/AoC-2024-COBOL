      *----------------------------------------------------------------
      * WriteLedgerEntry.cpy
      * Appends one row (program, part label, value, timestamp, run
      * identifier, qualifier tag) to the shared results ledger.
      * The caller moves the part label and result into
      * ledger-part/ledger-value and performs write-ledger-entry once
      * per reported result.
      *
      * OPEN EXTEND fails with file status 35 the first time this runs
      * (the ledger doesn't exist yet), so that case falls back to
      * Rows dated into a period PeriodClose has marked closed are
      * refused (and announced) unless the AOC_PERIOD_OVERRIDE
      * supervisor override is on, so nobody can back-date a result
      * into a signed-off month without leaving a trace; each row
      * let through goes on record in the override register
      * (WriteOverrideEntry.cpy).  A run for an earlier business
      * day (AOC_RUN_DATE in the environment, as the catch-up driver
      * sets it) dates its rows that day, so the period check and
      * every report see the day the results belong to.
      *
      * The writing program's release version (ReleaseLookup.cpy,
      * "-" when never registered) rides after the qualifier tag,
      * inside the hashed text, so an answer that changed with a
      * new release can be picked out (ReleaseImpact).
      *
      * Each row is chained to the one before it: the last chained
      * row's sequence and hash are read back first, and the new row
      * carries the next sequence and its own chained hash
      * (LedgerChain.cpy, which every caller copies alongside).
      * DayBatch can run several Day programs at once, so the chain
      * tail is read and the row appended under the ledger lock
      * file (the ledger's name plus ".lck", held open for extend);
      * a writer that finds it held waits its turn, and one that
      * cannot get it within the retry limit warns and writes
      * anyway rather than lose the row.
      *
      * Copied into each program's procedure division with
      * ==program-name-tag== replaced by that program's own name, so
       write-ledger-entry.
           accept ledger-date from date yyyymmdd
           accept ledger-time from time
           accept ledger-run-date-text from environment "AOC_RUN_DATE"
           if ledger-run-date-text(1:8) is numeric and
              ledger-run-date-text(9:2) = spaces
               move ledger-run-date-text(1:8) to ledger-date
           end-if
           perform check-period-lock
           if row-period-closed
               if period-override-on
                   display program-name-tag ": *** OVERRIDE *** "
                       "writing into closed period "
                       ledger-date(1:6) " under supervisor override"
                   move "AOC_PERIOD_OVERRIDE" to override-name
                   move spaces to override-detail
                   string "closed period " ledger-date(1:6) " - "
                       function trim(ledger-part) " row written"
                       delimited by size into override-detail
                   perform write-override-entry
               else
                   display program-name-tag ": *** REFUSED *** "
                       "period " ledger-date(1:6) " is closed - "
               end-if
           end-if
           move ledger-value to ledger-value-disp
           move program-name-tag to release-lookup-program
           perform find-program-release
           perform take-ledger-lock
           perform find-ledger-chain-tail
           move 0 to ledger-open-attempt
           perform open-ledger-for-append
           perform until ledger-file-status = "00"
                   "after " ledger-open-retry-limit " attempts (file "
                   "status " ledger-file-status ") ***"
           else
               add 1 to ledger-chain-seq
               move spaces to ledger-line
               string program-name-tag "," ledger-part ","
                   function trim(ledger-value-disp) ","
                   ledger-date "-" ledger-time ","
                   function trim(batch-run-id) ","
                   function trim(ledger-tag) ","
                   function trim(release-version) "," ledger-chain-seq
                   delimited by size into ledger-line
               move ledger-line to ledger-chain-text
               compute ledger-chain-body-length = function length(
                   function trim(ledger-chain-text trailing))
               move ledger-chain-hash to ledger-chain-seed
               perform compute-ledger-chain-hash
               move ledger-chain-result to ledger-chain-hash
               compute ledger-chain-pos = ledger-chain-body-length + 1
               string "," ledger-chain-hash
                   delimited by size into ledger-line
                   with pointer ledger-chain-pos
               write ledger-line
               close ledger-file
               add 1 to ledger-rows-written
           end-if
           perform drop-ledger-lock.

       open-ledger-for-append.
           open extend ledger-file
           if ledger-file-status = "35"
               open output ledger-file
           end-if.

       take-ledger-lock.
           move spaces to ledger-lock-file-name
           string function trim(ledger-file-name) ".lck"
               delimited by size into ledger-lock-file-name
           move 0 to ledger-lock-attempt
           perform open-ledger-lock
           perform until ledger-lock-file-status not = "61"
               or ledger-lock-attempt >= ledger-lock-retry-limit
               add 1 to ledger-lock-attempt
               call "C$SLEEP" using ledger-retry-wait-seconds
               perform open-ledger-lock
           end-perform
           if ledger-lock-file-status = "00"
               set ledger-lock-held to true
           else
               set ledger-lock-not-held to true
               display program-name-tag ": ledger lock "
                   function trim(ledger-lock-file-name)
                   " not obtained (file status "
                   ledger-lock-file-status ") - writing without it"
           end-if.

       open-ledger-lock.
           open extend ledger-lock-file
           if ledger-lock-file-status = "35"
               open output ledger-lock-file
           end-if.

       drop-ledger-lock.
           if ledger-lock-held
               close ledger-lock-file
               set ledger-lock-not-held to true
           end-if.
