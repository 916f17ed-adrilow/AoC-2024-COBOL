               line sequential
               file status is partials-file-status.

           select solution-cache-file assign to dynamic
               solution-cache-file-name
               organization indexed
               access dynamic
               record key is cache-key
               file status is solution-cache-file-status.

           copy 'LedgerSelect.cpy'.

           copy 'OverrideSelect.cpy'.

           copy 'TriggerSelect.cpy'.

           copy 'PeriodLockSelect.cpy'.

           copy 'StatsSelect.cpy'.

           copy 'ControlSelect.cpy'.

           copy 'CapacitySelect.cpy'.

           copy 'JournalSelect.cpy'.

           copy 'ReleaseSelect.cpy'.

           copy 'ConfigSelect.cpy'.

           copy 'MsgSelect.cpy'.
       fd partials-file.
       01 partials-record pic X(60).

       fd solution-cache-file.
       01 solution-cache-record.
           05 cache-key.
               10 cache-operator-set pic X(10).
               10 cache-equation pic X(130).
           05 cache-verdict pic X.
               88 cache-solved value 'S'.
               88 cache-unsolved value 'U'.
           05 cache-winning-path pic X(200).
           05 cache-best-seen-flag pic X.
           05 cache-best-value pic 9(20).
           05 cache-best-distance pic 9(20).
           05 cache-best-path pic X(200).
           05 cache-last-used pic 9(8).

       copy 'LedgerFd.cpy'.

       copy 'OverrideFd.cpy'.

       copy 'TriggerFd.cpy'.

       copy 'PeriodLockFd.cpy'.

       copy 'StatsFd.cpy'.

       copy 'ControlFd.cpy'.

       copy 'CapacityFd.cpy'.

       copy 'JournalFd.cpy'.

       copy 'ReleaseFd.cpy'.

       copy 'ConfigFd.cpy'.

       copy 'MsgFd.cpy'.
       01 prev-char pic X.

       01 scan-line-width binary-long value 0.
       01 peak-line-width binary-long value 0.
       01 peak-operands binary-long value 0.

       01 report-line-number binary-long value 0.
       01 report-line-number-disp pic Z(6)9.
       01 partial-result-disp pic Z(19)9.
       01 partial-lines-disp pic Z(8)9.

      *Solution cache (DAY7_CACHE names the indexed file): most
      *calibration lines repeat from one delivery to the next, so
      *each searched line's verdict, winning operator sequence and
      *nearest miss are kept under a key of the enabled operator
      *set plus the equation in canonical form (goal, colon, the
      *operands single-spaced without leading zeros).  A line whose
      *key is on file skips explore-operators entirely.  Entries
      *recorded under any other operator set can no longer be
      *trusted and are expired when the cache is opened, so a
      *DAY7_OPERATORS change invalidates them without anyone
      *having to remember to.
       01 solution-cache-file-name pic X(200).
       01 solution-cache-file-status pic X(2).
       01 filler pic X value 'N'.
           88 solution-cache-enabled value 'Y'.
           88 solution-cache-disabled value 'N'.
       01 filler pic X value 'n'.
           88 cache-scan-done value 'y'.
           88 cache-scan-active value 'n'.
       01 equation-key pic X(130).
       01 equation-pointer binary-long value 0.
       01 operand-disp pic Z(19)9.
       01 cache-hit-count binary-long value 0.
       01 cache-miss-count binary-long value 0.
       01 cache-expired-count binary-long value 0.
       01 cache-today pic 9(8).
       01 cache-count-disp pic Z(8)9.
       01 cache-count-disp-2 pic Z(8)9.
       01 cache-count-disp-3 pic Z(8)9.

       copy 'LedgerFields.cpy'.
       copy 'OverrideFields.cpy'.
       copy 'TriggerFields.cpy'.
       copy 'PeriodLockFields.cpy'.
       copy 'ElapsedFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'RunIdFields.cpy'.
       copy 'AlertFields.cpy'.
       copy 'ControlFields.cpy'.
       copy 'CapacityFields.cpy'.
       copy 'RetryFields.cpy'.
       copy 'JournalFields.cpy'.
       copy 'ReleaseFields.cpy'.
       copy 'ConfigFields.cpy'.
       copy 'MessageFields.cpy'.
       copy 'SealFields.cpy'.
           move data-dir-filename to operator-report-file-name

           perform load-operator-set
           perform open-solution-cache

           accept census-switch from environment "DAY7_CENSUS"
           if census-switch = spaces
                       if scan-line-width > input-width
                           go to scan-width-panic
                       end-if
                       if scan-line-width > peak-line-width
                           move scan-line-width to peak-line-width
                       end-if
               end-read
               if scan-file-status not = "00" and
                  scan-file-status not = "10"
                   not at end
                       add 1 to report-line-number
                       perform parse-line
                       if solution-cache-enabled
                           perform solve-from-cache
                       else
                           perform call-function
                       end-if
                       perform write-operator-report
                       if census-enabled
                           perform census-one-line
               end-perform.
               move 'n' to ws-eof
           close input-file.
           if solution-cache-enabled
               perform report-solution-cache
               close solution-cache-file
           end-if
           close operator-report-file
           move operator-report-file-name to trigger-output-name
           perform note-trigger-output.
           if census-enabled
               perform write-census-summary
               close census-file
               move census-file-name to trigger-output-name
               perform note-trigger-output
           end-if
           perform record-compute-phase

           move report-line-number to control-processed
           move 0 to control-rejected
           perform write-control-totals
           perform record-capacity-peaks

           move "OK" to day7-status
           move spaces to day7-status-reason

           move day7-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day7-status to journal-status
           perform write-journal-entry
                       display "Problem"
               end-evaluate
           end-perform
           set n-operands to i
           if n-operands > peak-operands
               move n-operands to peak-operands
           end-if.
       call-function.
           move 2 to i-explore
           move operands(1) to acc
                                        best-capture, root-prefix)
           compute result = result + line-ret.

       open-solution-cache.
           accept solution-cache-file-name from environment
               "DAY7_CACHE"
           if solution-cache-file-name = spaces
               move "DAY7_CACHE" to config-lookup-key
               perform get-config-value
               move config-lookup-value to solution-cache-file-name
           end-if
           if solution-cache-file-name = spaces
               exit paragraph
           end-if
           move solution-cache-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to solution-cache-file-name
           open i-o solution-cache-file
           if solution-cache-file-status = "35"
               open output solution-cache-file
               close solution-cache-file
               open i-o solution-cache-file
           end-if
           if solution-cache-file-status not = "00"
               display "Day7: solution cache "
                   function trim(solution-cache-file-name)
                   " unavailable (file status "
                   solution-cache-file-status
                   ") - searching every line."
               exit paragraph
           end-if
           set solution-cache-enabled to true
           accept cache-today from date yyyymmdd
           perform expire-foreign-cache-entries.

       expire-foreign-cache-entries.
      *One pass over the whole cache removing every entry recorded
      *under an operator set other than the one enabled now.
           move low-values to cache-key
           set cache-scan-active to true
           start solution-cache-file key not < cache-key
               invalid key
                   set cache-scan-done to true
           end-start
           perform until cache-scan-done
               read solution-cache-file next record
                   at end
                       set cache-scan-done to true
                   not at end
                       if cache-operator-set not = operator-symbols
                           delete solution-cache-file record
                               invalid key continue
                               not invalid key
                                   add 1 to cache-expired-count
                           end-delete
                       end-if
               end-read
           end-perform.

       build-equation-key.
           move spaces to equation-key
           move 1 to equation-pointer
           move goal to operand-disp
           string function trim(operand-disp) ":"
               delimited by size
               into equation-key with pointer equation-pointer
           perform varying i from 1 by 1 until i > n-operands
               move operands(i) to operand-disp
               string " " function trim(operand-disp)
                   delimited by size
                   into equation-key with pointer equation-pointer
           end-perform.

       solve-from-cache.
      *A hit restores exactly what the search would have left
      *behind - line-ret, the winning path and the nearest miss -
      *so the operator report and the tallies cannot tell the
      *difference.  A miss searches and files the outcome.
           perform build-equation-key
           move operator-symbols to cache-operator-set
           move equation-key to cache-equation
           read solution-cache-file record key is cache-key
               invalid key
                   add 1 to cache-miss-count
                   perform call-function
                   perform file-cache-entry
               not invalid key
                   add 1 to cache-hit-count
                   perform restore-cache-entry
           end-read.

       restore-cache-entry.
           if cache-solved
               move goal to line-ret
           else
               move 0 to line-ret
           end-if
           move cache-winning-path to winning-path
           move cache-best-seen-flag to best-seen-flag
           move cache-best-value to best-value
           move cache-best-distance to best-distance
           move cache-best-path to best-path
           compute result = result + line-ret
           if cache-last-used not = cache-today
               move cache-today to cache-last-used
               rewrite solution-cache-record
                   invalid key continue
               end-rewrite
           end-if.

       file-cache-entry.
           move operator-symbols to cache-operator-set
           move equation-key to cache-equation
           if line-ret = goal
               set cache-solved to true
           else
               set cache-unsolved to true
           end-if
           move winning-path to cache-winning-path
           move best-seen-flag to cache-best-seen-flag
           move best-value to cache-best-value
           move best-distance to cache-best-distance
           move best-path to cache-best-path
           move cache-today to cache-last-used
           write solution-cache-record
               invalid key
                   rewrite solution-cache-record
                       invalid key continue
                   end-rewrite
           end-write.

       report-solution-cache.
           move cache-hit-count to cache-count-disp
           move cache-miss-count to cache-count-disp-2
           move cache-expired-count to cache-count-disp-3
           move spaces to operator-report-line
           string "Solution cache: "
               function trim(cache-count-disp) " hit(s), "
               function trim(cache-count-disp-2) " miss(es), "
               function trim(cache-count-disp-3)
               " entry(ies) expired by operator-set change"
               delimited by size into operator-report-line
           write operator-report-line
           display function trim(operator-report-line).

       write-operator-report.
           move goal to goal-disp
           move report-line-number to report-line-number-disp
               " operand scan limits - aborting."
           close input-file
           close operator-report-file
           move operator-report-file-name to trigger-output-name
           perform note-trigger-output
           goback.

       seal-violation-abort.
           end-if
           goback.

       record-capacity-peaks.
           move "line-width" to capacity-limit-name
           move peak-line-width to capacity-peak
           move input-width to capacity-limit
           perform write-capacity-entry
           move "operands-per-line" to capacity-limit-name
           move peak-operands to capacity-peak
           move max-operands to capacity-limit
           perform write-capacity-entry.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day7"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day7"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="Day7"==.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'WriteExceptionEntry.cpy'
       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day7"==.

       copy 'WriteCapacityEntry.cpy'
           replacing ==program-name-tag== by =="Day7"==.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="Day7"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'WriteMessage.cpy'.
