               attribution-file-name
               line sequential.

           select census-file assign to dynamic
               census-file-name
               line sequential.

           select census-query-file assign to dynamic
               census-query-file-name
               line sequential
               file status is census-query-file-status.

           select day11-checkpoint-file assign to dynamic
               day11-checkpoint-file-name
               organization is sequential

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

           copy 'RegistrySelect.cpy'.

           copy 'StoneRulesSelect.cpy'.

           copy 'Day11ResultSelect.cpy'.

       data division.
       file section.

       fd attribution-file.
       01 attribution-line pic X(100).

       fd census-file.
       01 census-line pic X(132).

       fd census-query-file.
       01 census-query-record pic X(80).

       fd day11-checkpoint-file.
       78 num-dict-entries value 10000.
       78 num-dict-slots value 20011.

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

       copy 'RegistryFd.cpy'.

       copy 'StoneRulesFd.cpy'.

       copy 'Day11ResultFd.cpy'.

       working-storage section.
       01 input-file-status pic x(2).
       01 input-file-name pic X(200) value "inputDay11.txt".
             15 num-with-number-old pic 9(38) value 0.
       01 hash-slot binary-long value 0.
       01 hash-probes binary-long value 0.
       01 peak-dict-entries binary-long value 0.


       78 max-initial-stones value 1000.
         05 stone-token pic X(40).
         05 stone-token-len binary-long value 0.

      *The blink itself follows the stone rule set (DAY11_RULES,
      *StoneRulesFields.cpy) - the built-in STANDARD rules unless a
      *rule file is named.  A rule file's set name becomes the
      *ledger part label (and RULES= tag) so a variant result never
      *sits under the plain "Result" the regression checks key on.
       01 rule-out-scan binary-long value 0.

       01 blink-count binary-long value 75.
       01 blink-count-env pic X(6).
       01 stone-value-disp pic Z(9)9.
       01 attribution-count-disp pic Z(37)9.

      *Final-blink census (DAY11_CENSUS=Y): straight from the
      *dictionary the combined run leaves behind - the top
      *DAY11_CENSUS_TOP engravings by count (default 10, at most
      *100), stones and distinct engravings by digit length, the
      *distinct count, and the count for each value listed in the
      *DAY11_CENSUS_QUERY file.  The digit-length totals must add
      *back up to the Result, and the census says whether they do.
       01 census-switch pic X.
           88 census-enabled value 'y' 'Y'.
           88 census-disabled value 'n' 'N'.
       01 census-file-name pic X(200) value "day11_census.txt".
       01 census-query-file-name pic X(200).
       01 census-query-file-status pic X(2).
       01 census-top-env pic X(6).
       01 census-top binary-long value 10.
       01 census-rank binary-long value 0.
       01 census-pick-slot binary-long value 0.
       01 census-prev-count pic 9(38).
       01 census-prev-value pic 9(38).
       01 filler pic X value 'n'.
           88 census-first-pick value 'y'.
           88 census-later-pick value 'n'.
       01 census-by-length.
           05 census-length-entry occurs 38 times.
               10 census-length-stones pic 9(38).
               10 census-length-distinct binary-long.
       01 census-length binary-long value 0.
       01 census-balance-total pic 9(38) value 0.
       01 census-query-value pic 9(38).
       01 census-query-text pic X(40).
       01 census-query-length binary-long value 0.
       01 census-query-count pic 9(38).
       01 census-query-eof pic X value 'n'.
       01 census-rank-disp pic Z(2)9.
       01 census-length-disp pic Z9.
       01 census-count-disp pic Z(37)9.
       01 census-value-disp pic Z(37)9.
       01 census-distinct-disp pic Z(6)9.

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
       copy 'Day11ResultFields.cpy'.
       copy 'ReleaseFields.cpy'.
       copy 'ConfigFields.cpy'.
       copy 'MessageFields.cpy'.
       copy 'SealFields.cpy'.
       copy 'ReportStampFields.cpy'.
       copy 'StoneRulesFields.cpy'.

       procedure division.
           perform start-elapsed-timer
               move data-dir-filename to attribution-file-name
           end-if

           accept census-switch from environment "DAY11_CENSUS"
           if census-switch = spaces
               move "DAY11_CENSUS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to census-switch
           end-if
           if census-switch not = 'y' and
              census-switch not = 'Y'
               move 'n' to census-switch
           end-if
           if census-enabled
               move census-file-name to data-dir-filename
               perform apply-data-dir-prefix
               perform apply-report-stamp
               move data-dir-filename to census-file-name
               accept census-top-env from environment
                   "DAY11_CENSUS_TOP"
               if census-top-env = spaces
                   move "DAY11_CENSUS_TOP" to config-lookup-key
                   perform get-config-value
                   move config-lookup-value to census-top-env
               end-if
               if census-top-env not = spaces
                   move function numval(census-top-env)
                       to census-top
               end-if
               if census-top < 1
                   move 1 to census-top
               end-if
               if census-top > 100
                   move 100 to census-top
               end-if
               accept census-query-file-name from environment
                   "DAY11_CENSUS_QUERY"
               if census-query-file-name = spaces
                   move "DAY11_CENSUS_QUERY" to config-lookup-key
                   perform get-config-value
                   move config-lookup-value to census-query-file-name
               end-if
               if census-query-file-name not = spaces
                   move census-query-file-name to data-dir-filename
                   perform apply-data-dir-prefix
                   move data-dir-filename to census-query-file-name
               end-if
           end-if

           accept blink-count-env from environment "DAY11_BLINKS"
           if blink-count-env = spaces
               move "DAY11_BLINKS" to config-lookup-key
           move "-" to journal-status
           perform write-journal-entry

           perform load-stone-rules
           if stone-rules-rejected
               go to stone-rules-error
           end-if

           perform open-input-with-retry
           if input-file-status not = "00"
               go to input-file-error
           end-perform
           perform record-parse-phase

           if stone-rules-from-file
               perform varying k from 1 by 1 until k > num-stones
                   move stone(k) to closure-candidate
                   perform add-stone-closure
               end-perform
               perform check-stone-rule-bounds
               if stone-rules-rejected
                   go to stone-rules-error
               end-if
               move closure-size to closure-size-disp
               display "Day11: rule set "
                   function trim(stone-rule-set-name) " from "
                   function trim(stone-rules-file-name)
                   " is bounded - "
                   function trim(closure-size-disp)
                   " reachable engraving(s)."
           end-if

           perform run-blinks

           if census-enabled
               perform write-stone-census
           end-if

           if attribution-enabled
               perform run-attribution
           end-if
           display result

           move "Result" to ledger-part
           if stone-rules-from-file
               move stone-rule-set-name to ledger-part
               move spaces to ledger-tag
               string "RULES=" function trim(stone-rule-set-name)
                   delimited by size into ledger-tag
           end-if
           move result to ledger-value
           perform write-ledger-entry

           perform write-control-totals
           perform record-capacity-peaks

           move "OK" to day11-status
           move spaces to day11-status-reason

           move "DICT" to day11-result-kind
           move "Y" to day11-result-flag
           move result to day11-result-value
           perform write-day11-result

           move day11-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day11-status to journal-status
           perform write-journal-entry
           end-if
           if blink-report-enabled and main-pass
               close blink-report-file
               move blink-report-file-name to trigger-output-name
               perform note-trigger-output
           end-if.

       load-day11-checkpoint.
           write attribution-line
           display function trim(attribution-line)
           close attribution-file
           move attribution-file-name to trigger-output-name
           perform note-trigger-output
           display "Day11: attribution written to "
               function trim(attribution-file-name).

       write-stone-census.
      *Runs before attribution, which reuses the dictionary.
           open output census-file
           move blink-count to blink-no-disp
           move spaces to census-line
           string "=== Stone census after "
               function trim(blink-no-disp) " blinks (rule set "
               function trim(stone-rule-set-name) ") ==="
               delimited by size into census-line
           write census-line
           move result to census-count-disp
           move spaces to census-line
           string "Total stones: " function trim(census-count-disp)
               delimited by size into census-line
           write census-line
           move stone-dict-size to census-distinct-disp
           move spaces to census-line
           string "Distinct values: "
               function trim(census-distinct-disp)
               delimited by size into census-line
           write census-line

           move spaces to census-line
           write census-line
           move census-top to census-rank-disp
           move spaces to census-line
           string "Top " function trim(census-rank-disp)
               " values by count:"
               delimited by size into census-line
           write census-line
           set census-first-pick to true
           perform varying census-rank from 1 by 1
               until census-rank > census-top
               perform pick-next-census-value
               if census-pick-slot = 0
                   exit perform
               end-if
               set i to census-pick-slot
               move census-rank to census-rank-disp
               move engraved-number(i) to census-value-disp
               move num-with-number(i) to census-count-disp
               move spaces to census-line
               string "  rank " census-rank-disp ": value "
                   function trim(census-value-disp) " - count "
                   function trim(census-count-disp)
                   delimited by size into census-line
               write census-line
           end-perform

           initialize census-by-length
           perform varying i from 1 by 1 until i > num-dict-slots
               if slot-used(i)
                   move engraved-number(i) to rule-stone
                   perform count-rule-digits
                   add num-with-number(i)
                       to census-length-stones(rule-digit-count)
                   add 1 to census-length-distinct(rule-digit-count)
               end-if
           end-perform
           move spaces to census-line
           write census-line
           move "Stones by digit length:" to census-line
           write census-line
           move 0 to census-balance-total
           perform varying census-length from 1 by 1
               until census-length > 38
               if census-length-distinct(census-length) > 0
                   add census-length-stones(census-length)
                       to census-balance-total
                   move census-length to census-length-disp
                   move census-length-stones(census-length)
                       to census-count-disp
                   move census-length-distinct(census-length)
                       to census-distinct-disp
                   move spaces to census-line
                   string "  " census-length-disp " digit(s): "
                       function trim(census-count-disp)
                       " stone(s), "
                       function trim(census-distinct-disp)
                       " distinct"
                       delimited by size into census-line
                   write census-line
               end-if
           end-perform

           if census-query-file-name not = spaces
               perform answer-census-queries
           end-if

           move spaces to census-line
           write census-line
           move census-balance-total to census-count-disp
           move result to census-value-disp
           move spaces to census-line
           if census-balance-total = result
               string "Balance: digit-length total "
                   function trim(census-count-disp)
                   " equals the Result "
                   function trim(census-value-disp)
                   delimited by size into census-line
           else
               string "Balance: *** digit-length total "
                   function trim(census-count-disp)
                   " does NOT equal the Result "
                   function trim(census-value-disp) " ***"
                   delimited by size into census-line
           end-if
           write census-line
           display function trim(census-line)
           close census-file
           move census-file-name to trigger-output-name
           perform note-trigger-output
           display "Day11: census written to "
               function trim(census-file-name).

       pick-next-census-value.
      *The next engraving in census order - count descending, then
      *value ascending - after the one picked last time.
           move 0 to census-pick-slot
           perform varying i from 1 by 1 until i > num-dict-slots
               if slot-used(i)
                   if census-first-pick
                     or num-with-number(i) < census-prev-count
                     or (num-with-number(i) = census-prev-count
                         and engraved-number(i) > census-prev-value)
                       if census-pick-slot = 0
                           set census-pick-slot to i
                       else
                           set j to census-pick-slot
                           if num-with-number(i) > num-with-number(j)
                             or (num-with-number(i) =
                                 num-with-number(j)
                             and engraved-number(i) <
                                 engraved-number(j))
                               set census-pick-slot to i
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           if census-pick-slot > 0
               set j to census-pick-slot
               move num-with-number(j) to census-prev-count
               move engraved-number(j) to census-prev-value
               set census-later-pick to true
           end-if.

       answer-census-queries.
           move spaces to census-line
           write census-line
           move "Queried values:" to census-line
           write census-line
           open input census-query-file
           if census-query-file-status not = "00"
               move spaces to census-line
               string "  query file " function trim(
                   census-query-file-name) " cannot be read (status "
                   census-query-file-status ")"
                   delimited by size into census-line
               write census-line
               exit paragraph
           end-if
           move 'n' to census-query-eof
               perform until census-query-eof = 'y'
               read census-query-file
                   at end move 'y' to census-query-eof
                   not at end
                       perform answer-one-census-query
               end-read
               if census-query-file-status not = "00" and
                  census-query-file-status not = "10"
                   move 'y' to census-query-eof
               end-if
               end-perform.
               move 'n' to census-query-eof
           close census-query-file.

       answer-one-census-query.
           if census-query-record = spaces or
              census-query-record(1:1) = "*"
               exit paragraph
           end-if
           move function trim(census-query-record) to census-query-text
           compute census-query-length = function length(
               function trim(census-query-text))
           move spaces to census-line
           if census-query-length > 38 or
              census-query-text(1:census-query-length) is not numeric
               string "  " function trim(census-query-text)
                   ": not a stone value"
                   delimited by size into census-line
               write census-line
               exit paragraph
           end-if
           move function numval(census-query-text)
               to census-query-value
           move 0 to census-query-count
           compute hash-slot =
               function mod(census-query-value, num-dict-slots) + 1
           move 0 to hash-probes
           set i to hash-slot
           perform until hash-probes > num-dict-slots
               if not slot-used(i)
                   exit perform
               end-if
               if engraved-number(i) = census-query-value
                   move num-with-number(i) to census-query-count
                   exit perform
               end-if
               add 1 to hash-probes
               set i up by 1
               if i > num-dict-slots
                   set i to 1
               end-if
           end-perform
           move census-query-value to census-value-disp
           move census-query-count to census-count-disp
           move blink-count to blink-no-disp
           string "  value " function trim(census-value-disp) ": "
               function trim(census-count-disp) " stone(s) after "
               function trim(blink-no-disp) " blinks"
               delimited by size into census-line
           write census-line.

       write-blink-report-line.
           compute dict-load-percent =
               stone-dict-size * 1000 / num-dict-entries / 10
                   if stone-dict-size > num-dict-entries
                       go to dict-capacity-panic
                   end-if
                   if stone-dict-size > peak-dict-entries
                       move stone-dict-size to peak-dict-entries
                   end-if
                   set slot-used(i) to true
                   move insert-engraved to engraved-number(i)
                   move insert-num to num-with-number(i)
           set i to 1
           perform varying j from 1 by 1 until j > num-dict-slots
             if slot-used-old(j)
               move engraved-number-old(j) to rule-stone
               move num-with-number-old(j) to insert-num
               perform apply-stone-rules
               perform varying rule-out-scan from 1 by 1
                   until rule-out-scan > rule-out-count
                   move rule-out-value(rule-out-scan)
                       to insert-engraved
                   perform dict-insert
               end-perform
             end-if
           end-perform
           perform count-stones.
      *review needs, so it is closed cleanly before the abort.
           if blink-report-enabled
               close blink-report-file
               move blink-report-file-name to trigger-output-name
               perform note-trigger-output
           end-if
           move "FAILED" to day11-status
           move "stone dictionary capacity exceeded"
               "recompile - aborting."
           goback.

       stone-rules-error.
           move "FAILED" to day11-status
           move "stone rule set rejected" to day11-status-reason
           if stone-rules-reject-line not = spaces
               move stone-rules-line-no to exception-hub-line-no
               move stone-rules-reject-text to exception-hub-reason
               move stone-rules-reject-line to exception-hub-record
               perform write-exception-entry
           end-if
           move "SEVERE" to alert-severity
           move day11-status-reason to alert-reason
           perform write-alert-entry
           move "END" to journal-event
           move day11-status to journal-status
           perform write-journal-entry
           display "Day11: rule file "
               function trim(stone-rules-file-name) " rejected - "
               function trim(stone-rules-reject-text)
               " - aborting before the first blink."
           goback.

       seal-violation-abort.
           move "FAILED" to day11-status
           move "input no longer matches the sealed generation"
           end-if
           goback.

       record-capacity-peaks.
           move "stone-dictionary" to capacity-limit-name
           move peak-dict-entries to capacity-peak
           move num-dict-entries to capacity-limit
           perform write-capacity-entry
           move "starting-stones" to capacity-limit-name
           move num-stones to capacity-peak
           move max-initial-stones to capacity-limit
           perform write-capacity-entry.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day11"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day11"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="Day11"==.

       copy 'WriteDay11Result.cpy'
           replacing ==program-name-tag== by =="Day11"==.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'WriteExceptionEntry.cpy'
       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day11"==.

       copy 'WriteCapacityEntry.cpy'
           replacing ==program-name-tag== by =="Day11"==.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="Day11"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'WriteMessage.cpy'.

       copy 'ReportStamp.cpy'.

       copy 'StoneRules.cpy'.

       copy 'RetryConfig.cpy'.

       copy 'OpenInputRetry.cpy'
