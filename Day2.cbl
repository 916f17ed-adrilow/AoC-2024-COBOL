               position-fault-file-name
               line sequential.

           select policy-file assign to dynamic policy-file-name
               line sequential
               file status is policy-file-status.

           select source-list-file assign to dynamic
               source-list-file-name
               line sequential
               file status is source-list-file-status.

           select source-summary-file assign to dynamic
               source-summary-file-name
               line sequential.

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
       01 input-line pic X(100).

       fd dampener-report-file.
       01 dampener-report-line pic X(100).

       fd resilience-file.
       01 resilience-line pic X(100).

       fd position-fault-file.
       01 position-fault-line pic X(80).

       fd policy-file.
       01 policy-line pic X(80).

       fd source-list-file.
       01 source-list-line pic X(240).

       fd source-summary-file.
       01 source-summary-line pic X(132).

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
      *sensor channels by position, so a position that keeps
      *breaking the safe rule points at a channel to replace.  The
      *raw, undampened report is scanned once per line and every
      *violating position is classified as a spike up, a spike down,
      *a flat repeat or a short step (smaller than the policy's
      *minimum), by the same rules judge-one-step applies.
       01 position-fault-file-name pic X(200)
           value "day2_position_faults.txt".
       01 position-fault-table.
           10 pos-spike-up binary-long.
           10 pos-spike-down binary-long.
           10 pos-flat binary-long.
           10 pos-short-step binary-long.
       01 pfi binary-long value 0.
       01 pfi-prev pic 9(2) value 0.
       01 pfi-grows pic 9 value 0.
       01 pfi-falls pic 9 value 0.
       01 pfi-delta pic 9(2) value 0.
       01 longest-report-len binary-long value 0.
       01 peak-report-levels binary-long value 0.
       01 hot-position binary-long value 0.
       01 hot-position-count binary-long value 0.
       01 dominant-kind pic X(12).
       01 pos-disp pic Z9.
       01 pos-count-disp pic Z(6)9.

      *Safety policy: what "safe" means is read from the policy file
      *(DAY2_POLICY, default day2_safety_policy.txt) instead of
      *being fixed in part-one.  Each "class policy-id min-step
      *max-step flat-flag removals" line gives one reactor class
      *its tolerances: the smallest and largest allowed step
      *between adjacent levels, whether a flat (zero) step is
      *allowed, and how many levels the dampener may remove (0 to
      *3).  DAY2_REACTOR_CLASS picks the class judged in this run
      *(default STANDARD); with no policy file, or no line for the
      *class, the built-in DEFAULT policy applies - steps of 1 to
      *3, no flat steps, one removal - which is exactly the rule
      *part-one always applied.  The policy id is printed on the
      *dampener and resilience reports and tagged on the ledger
      *row, so a changed answer can be traced to a policy change.
       01 policy-file-name pic X(200)
           value "day2_safety_policy.txt".
       01 policy-file-status pic X(2).
       01 reactor-class pic X(10) value spaces.
       78 max-policies value 20.
       01 policy-table.
         05 policy-entry occurs max-policies times indexed by pli.
           10 policy-class pic X(10).
           10 policy-id pic X(10).
           10 policy-min-step pic 9(2).
           10 policy-max-step pic 9(2).
           10 policy-flat-flag pic X.
           10 policy-removals pic 9.
       01 policy-count binary-long value 0.
       01 policy-line-number binary-long value 0.
       01 policy-class-text pic X(10).
       01 policy-id-text pic X(10).
       01 policy-min-text pic X(4).
       01 policy-max-text pic X(4).
       01 policy-flat-text pic X(4).
       01 policy-removals-text pic X(4).
       01 policy-line-disp pic Z(4)9.
       01 active-policy.
           05 active-policy-id pic X(10) value "DEFAULT".
           05 active-min-step pic 9(2) value 1.
           05 active-max-step pic 9(2) value 3.
           05 active-flat-flag pic X value 'N'.
               88 active-flat-allowed value 'Y'.
           05 active-removals pic 9 value 1.
       01 default-policy.
           05 filler pic X(10) value "DEFAULT".
           05 filler pic 9(2) value 1.
           05 filler pic 9(2) value 3.
           05 filler pic X value 'N'.
           05 filler pic 9 value 1.
       01 policy-step-disp pic Z9.
       01 policy-step-disp-2 pic Z9.
       01 dampened-removals pic 9 value 0.
       01 dropped-level-a binary-long value 0.
       01 dropped-level-b binary-long value 0.
       01 dropped-level-c binary-long value 0.
       01 dropped-disp pic Z9.
       01 dropped-disp-2 pic Z9.
       01 dropped-disp-3 pic Z9.
       01 policy-tagged-line pic X(100).

      *Multi-source feed: when DAY2_SOURCES names a source list,
      *each "source-code file-name [reactor-class]" line is one
      *plant site's report file.  Every site is judged in turn by
      *the same safety and dampener logic (under its own reactor
      *class when the line gives one, else the run's class), each
      *report line is tagged with its [source] code, and a
      *per-source summary plus one "Src code" ledger row per site
      *sit beside the grand total, so a site whose sensors are
      *degrading stands out.  With no source list Day2 reads the
      *single DAY2_INPUT file exactly as before.
       01 source-list-file-name pic X(200) value spaces.
       01 source-list-file-status pic X(2).
       01 source-summary-file-name pic X(200)
           value "day2_source_summary.txt".
       01 source-mode pic X value 'S'.
           88 single-source value 'S'.
           88 multi-source value 'M'.
       78 max-sources value 20.
       01 source-table.
         05 source-entry occurs max-sources times indexed by sri.
           10 source-code pic X(6).
           10 source-file-name pic X(200).
           10 source-class pic X(10).
           10 source-policy-id pic X(10).
           10 source-read-count binary-long.
           10 source-safe-count binary-long.
           10 source-dampened-count binary-long.
       01 source-count binary-long value 0.
       01 source-list-line-number binary-long value 0.
       01 source-code-text pic X(10).
       01 source-file-text pic X(200).
       01 source-class-text pic X(10).
       01 run-reactor-class pic X(10) value spaces.
       01 total-report-count binary-long value 0.
       01 source-start-safe binary-long value 0.
       01 source-start-dampened binary-long value 0.
       01 source-unsafe-count binary-long value 0.
       01 source-percent pic 9(3)v9 value 0.
       01 source-percent-disp pic ZZ9.9.
       01 source-count-disp pic Z(6)9.
       01 source-count-disp-2 pic Z(6)9.
       01 source-count-disp-3 pic Z(6)9.
       01 source-count-disp-4 pic Z(6)9.
       01 source-list-line-disp pic Z(4)9.
       01 result-policy-id pic X(10) value spaces.
       01 dampener-report-switch pic X value 'N'.
           88 dampener-report-open value 'Y'.
           88 dampener-report-closed value 'N'.

       01 grows pic 9 value 0.
       01 falls pic 9 value 0.
       01 is-safe pic 9 value 0.
       01 delta pic 9(2) value 0.

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
           perform apply-data-dir-prefix
           move data-dir-filename to input-file-name

           perform load-source-list
           if multi-source
               move source-list-file-name to journal-input-file
           else
               move input-file-name to journal-input-file
           end-if
           move "START" to journal-event
           move "-" to journal-status
           perform write-journal-entry
               open output resilience-file
           end-if

           perform load-safety-policies
           perform resolve-reactor-class
           move 0 to total-report-count
           move spaces to result-policy-id

           perform varying sri from 1 by 1 until sri > source-count
               perform judge-one-source
           end-perform
           if analysis-enabled
               perform write-resilience-summary
               close resilience-file
               move resilience-file-name to trigger-output-name
               perform note-trigger-output
           end-if
           perform write-position-fault-report
           perform record-compute-phase

           move already-safe-count to already-safe-count-disp
           move dampened-safe-count to dampened-safe-count-disp
           move spaces to dampener-report-line
           string "Totals - already safe: "
               function trim(already-safe-count-disp)
               "  safe only after the dampener: "
               function trim(dampened-safe-count-disp)
               delimited by size into dampener-report-line
           write dampener-report-line.
           close dampener-report-file
           move dampener-report-file-name to trigger-output-name
           perform note-trigger-output.
           set dampener-report-closed to true

           display result
           display "Already safe: " already-safe-count-disp
               "  Safe only after dampener: " dampened-safe-count-disp

           if multi-source
               perform write-source-summary
               perform varying sri from 1 by 1 until sri > source-count
                   perform write-source-ledger-row
               end-perform
           end-if

           move "Result" to ledger-part
           move result to ledger-value
           move spaces to ledger-tag
           string "POLICY=" function trim(result-policy-id)
               delimited by size into ledger-tag
           perform write-ledger-entry
           move result to day2-result

           move total-report-count to control-read
           move total-report-count to control-processed
           move 0 to control-rejected
           perform write-control-totals
           perform record-capacity-peaks

           move "OK" to day2-status
           move spaces to day2-status-reason

           move day2-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day2-status to journal-status
           perform write-journal-entry

           perform stop-and-report-elapsed-time

           goback.

       judge-one-source.
           move source-file-name(sri) to input-file-name
           if source-class(sri) = spaces
               move run-reactor-class to reactor-class
           else
               move source-class(sri) to reactor-class
           end-if
           perform select-active-policy
           move active-policy-id to source-policy-id(sri)
           evaluate true
               when result-policy-id = spaces
                   move active-policy-id to result-policy-id
               when result-policy-id not = active-policy-id
                   move "MIXED" to result-policy-id
           end-evaluate

           perform open-input-with-retry
           if input-file-status not = "00"
               go to input-file-error
           if seal-violation
               go to seal-violation-abort
           end-if
           if dampener-report-closed
               open output dampener-report-file
               set dampener-report-open to true
           end-if
           perform write-policy-heading
           write dampener-report-line
           if analysis-enabled
               move dampener-report-line to resilience-line
               write resilience-line
           end-if

           move 0 to report-line-number
           move already-safe-count to source-start-safe
           move dampened-safe-count to source-start-dampened
               perform until ws-eof='y'
               read input-file
                   at end move 'y' to ws-eof
                               with pointer level-scan-pos
                           end-unstring
                       end-perform
                       if level-scan-count > peak-report-levels
                           move level-scan-count to peak-report-levels
                       end-if
                       move zeros to report-input
                       unstring input-line delimited by space into
                          rep(1), rep(2), rep(3), rep(4),
                   go to input-file-error
               end-if
               end-perform.
               move 'n' to ws-eof
           close input-file.
           move report-line-number to source-read-count(sri)
           add report-line-number to total-report-count
           compute source-safe-count(sri) =
               already-safe-count - source-start-safe
           compute source-dampened-count(sri) =
               dampened-safe-count - source-start-dampened.

       classify-resilience.
           evaluate true
               when dampened-removals = 1
                   move 1 to min-removals
                   add 1 to one-removal-count
               when dampened-removals = 2
                   move 2 to min-removals
                   add 1 to two-removal-count
               when dampened-removals = 3
                   move 3 to min-removals
                   add 1 to three-removal-count
               when is-safe > 0
                   move 0 to min-removals
                   add 1 to safe-as-is-count
           perform write-resilience-line.

       probe-deeper-removals.
      *The dampener already failed at as many removals as the
      *policy allows, so the probes carry on from the next depth:
      *single removals (when the policy allows none), then every
      *pair, then every triple.  The probes run part-one, whose
      *result add must not leak into the real totals.
           move result to saved-result
           move 9 to min-removals
           if active-removals < 1
               perform probe-single-removals
               if min-removals = 1
                   move saved-result to result
                   add 1 to one-removal-count
                   exit paragraph
               end-if
           end-if
           if active-removals < 2
               perform probe-pair-removals
           end-if
           if min-removals = 9 and active-removals < 3
               perform probe-triple-removals
           end-if
           move saved-result to result
           if min-removals = 2
               end-if
           end-if.

       probe-single-removals.
           perform varying removal-a from 1 by 1
               until removal-a > report-len or min-removals < 9
               move rep(removal-a) to saved-level-a
               move 0 to rep(removal-a)
               perform part-one
               if is-safe > 0
                   move 1 to min-removals
                   move removal-a to dropped-level-a
               end-if
               move saved-level-a to rep(removal-a)
           end-perform.

       probe-pair-removals.
           perform varying removal-a from 1 by 1
               until removal-a > report-len or min-removals < 9
               perform varying removal-b from removal-a by 1
                   until removal-b > report-len or min-removals < 9
                   if removal-b > removal-a
                       perform probe-one-pair
                   end-if
               end-perform
           end-perform.

       probe-triple-removals.
           perform varying removal-a from 1 by 1
               until removal-a > report-len or min-removals < 9
               perform varying removal-b from removal-a by 1
                   until removal-b > report-len
                   or min-removals < 9
                   perform varying removal-c from removal-b by 1
                       until removal-c > report-len
                       or min-removals < 9
                       if removal-b > removal-a and
                          removal-c > removal-b
                           perform probe-one-triple
                       end-if
                   end-perform
               end-perform
           end-perform.

       probe-one-pair.
           move rep(removal-a) to saved-level-a
           move rep(removal-b) to saved-level-b
           perform part-one
           if is-safe > 0
               move 2 to min-removals
               move removal-a to dropped-level-a
               move removal-b to dropped-level-b
           end-if
           move saved-level-a to rep(removal-a)
           move saved-level-b to rep(removal-b).
           perform part-one
           if is-safe > 0
               move 3 to min-removals
               move removal-a to dropped-level-a
               move removal-b to dropped-level-b
               move removal-c to dropped-level-c
           end-if
           move saved-level-a to rep(removal-a)
           move saved-level-b to rep(removal-b)
                       ": hopeless within 3 removals"
                       delimited by size into resilience-line
           end-evaluate
           move resilience-line to policy-tagged-line
           perform tag-report-line
           move policy-tagged-line to resilience-line
           write resilience-line.

       tag-report-line.
      *Every report line carries the policy that judged it, and in a
      *multi-source run the [source] code it came from.
           move policy-tagged-line to source-file-text
           move spaces to policy-tagged-line
           if multi-source
               string "[" function trim(source-code(sri)) "] "
                   function trim(source-file-text)
                   " [policy " function trim(active-policy-id) "]"
                   delimited by size into policy-tagged-line
           else
               string function trim(source-file-text)
                   " [policy " function trim(active-policy-id) "]"
                   delimited by size into policy-tagged-line
           end-if.

       write-resilience-summary.
           move spaces to resilience-line
           move "Resilience distribution:" to resilience-line
           write resilience-line.

       analyze-positions.
      *Scans the raw report before any dampener removal with the
      *rules judge-one-step applies: a flat step passes where the
      *policy allows it and never fixes the trend, the first
      *non-flat step decides whether the report grows or falls,
      *and every position that breaks the rule is booked against
      *that position with its failure kind.
           if report-len > longest-report-len
               move report-len to longest-report-len
           end-if
           end-if
           move 0 to pfi-grows
           move 0 to pfi-falls
           move rep(1) to pfi-prev
           perform varying pfi from 2 by 1 until pfi > report-len
               if rep(pfi) not = pfi-prev and
                  pfi-grows = 0 and pfi-falls = 0
                   if rep(pfi) > pfi-prev
                       move 1 to pfi-grows
                   else
                       move 1 to pfi-falls
                   end-if
               end-if
               compute pfi-delta = function abs(rep(pfi) - pfi-prev)
               evaluate true
                   when rep(pfi) = pfi-prev and active-flat-allowed
                       continue
                   when rep(pfi) = pfi-prev
                       add 1 to pos-flat(pfi)
                       add 1 to pos-fail-count(pfi)
                   when rep(pfi) > pfi-prev and
                        (pfi-falls > 0 or pfi-delta > active-max-step)
                       add 1 to pos-spike-up(pfi)
                       add 1 to pos-fail-count(pfi)
                   when rep(pfi) < pfi-prev and
                        (pfi-grows > 0 or pfi-delta > active-max-step)
                       add 1 to pos-spike-down(pfi)
                       add 1 to pos-fail-count(pfi)
                   when pfi-delta < active-min-step
                       add 1 to pos-short-step(pfi)
                       add 1 to pos-fail-count(pfi)
               end-evaluate
               move rep(pfi) to pfi-prev
           end-perform.
               display position-fault-line(1:80)
           end-if
           close position-fault-file
           move position-fault-file-name to trigger-output-name
           perform note-trigger-output
           display "Day2: position fault analysis written to "
               function trim(position-fault-file-name).

               when pos-fail-count(pfi) = 0
                   move "no failures" to dominant-kind
               when pos-spike-up(pfi) >= pos-spike-down(pfi) and
                    pos-spike-up(pfi) >= pos-flat(pfi) and
                    pos-spike-up(pfi) >= pos-short-step(pfi)
                   move "spike up" to dominant-kind
               when pos-spike-down(pfi) >= pos-flat(pfi) and
                    pos-spike-down(pfi) >= pos-short-step(pfi)
                   move "spike down" to dominant-kind
               when pos-flat(pfi) >= pos-short-step(pfi)
                   move "flat repeat" to dominant-kind
               when other
                   move "short step" to dominant-kind
           end-evaluate
           move pfi to pos-disp
           move pos-fail-count(pfi) to pos-count-disp
               " levels - aborting."
           close input-file
           close dampener-report-file
           move dampener-report-file-name to trigger-output-name
           perform note-trigger-output
           set dampener-report-closed to true
           if analysis-enabled
               close resilience-file
               move resilience-file-name to trigger-output-name
               perform note-trigger-output
           end-if
           goback.

       part-two.
      *The dampener removes as many levels as the active policy
      *allows: one at a time first, then pairs and triples through
      *the same probes the resilience analysis uses.
           move 0 to dampened-index
           move 0 to dampened-removals
           perform part-one
           if is-safe = 0
               move 1 to j
               perform until j > report-len or is-safe > 0
                   or active-removals < 1
                   move rep(j) to deleted
                   move 0 to rep(j)
                   perform part-one
                   if is-safe > 0
                       move j to dampened-index
                       move 1 to dampened-removals
                       add 1 to dampened-safe-count
                   end-if
                   move deleted to rep(j)
                   add 1 to j
               end-perform
               if is-safe = 0 and active-removals > 1
                   perform dampen-deeper
               end-if
           else
               add 1 to already-safe-count
           end-if
           perform write-dampener-report.

       dampen-deeper.
           move result to saved-result
           move 9 to min-removals
           perform probe-pair-removals
           if min-removals = 9 and active-removals > 2
               perform probe-triple-removals
           end-if
           move saved-result to result
           if min-removals < 9
               move min-removals to dampened-removals
               move 1 to is-safe
               add 1 to result
               add 1 to dampened-safe-count
           end-if.

       write-dampener-report.
           move report-line-number to report-line-number-disp
           move spaces to dampener-report-line
           evaluate true
           when dampened-removals = 1
               move dampened-index to dampened-index-disp
               string "Report " report-line-number-disp
                   ": safe after dropping level " dampened-index-disp
                   delimited by size into dampener-report-line
           when dampened-removals = 2
               move dropped-level-a to dropped-disp
               move dropped-level-b to dropped-disp-2
               string "Report " report-line-number-disp
                   ": safe after dropping levels "
                   function trim(dropped-disp) ","
                   function trim(dropped-disp-2)
                   delimited by size into dampener-report-line
           when dampened-removals = 3
               move dropped-level-a to dropped-disp
               move dropped-level-b to dropped-disp-2
               move dropped-level-c to dropped-disp-3
               string "Report " report-line-number-disp
                   ": safe after dropping levels "
                   function trim(dropped-disp) ","
                   function trim(dropped-disp-2) ","
                   function trim(dropped-disp-3)
                   delimited by size into dampener-report-line
           when other
               if is-safe > 0
                   string "Report " report-line-number-disp
                       ": safe as-is"
                       delimited by size into dampener-report-line
               else
                   string "Report " report-line-number-disp
                       ": unsafe - no allowed level drop fixes it"
                       delimited by size into dampener-report-line
               end-if
           end-evaluate
           move dampener-report-line to policy-tagged-line
           move spaces to dampener-report-line
           perform tag-report-line
           move policy-tagged-line to dampener-report-line
           write dampener-report-line.

       part-one.
      *Zeroed slots are removed levels (the dampener and the
      *deeper-removal probes both mark them that way), so the hunt
      *for the first surviving level must skip whole runs of zeros
      *- adjacent removals otherwise leave a zero in the
      *grows/falls decision.  A report with fewer than two
      *surviving levels is vacuously safe.  Every later surviving
      *level is judged against the previous one under the active
      *safety policy.
           move zero to grows
           move zero to falls
           move 1 to is-safe
           end-if
           move rep(i) to prev
           set i up by 1

           perform until i > report-len
               if rep(i) > 0
                   perform judge-one-step
                   move rep(i) to prev
               end-if
               set i up by 1
           end-perform
           add is-safe to result.

       judge-one-step.
      *A flat step is either refused outright or, where the policy
      *allows it, passed without fixing the trend; the first
      *non-flat step decides whether the report grows or falls.
           if rep(i) = prev
               if not active-flat-allowed
                   move zero to is-safe
               end-if
               exit paragraph
           end-if
           if grows = 0 and falls = 0
               if rep(i) > prev
                   move 1 to grows
               else
                   move 1 to falls
               end-if
           end-if
           if grows > 0 and rep(i) < prev
               move zero to is-safe
           end-if
           if falls > 0 and rep(i) > prev
               move zero to is-safe
           end-if
           compute delta = function abs(rep(i) - prev)
           if delta < active-min-step or delta > active-max-step
               move zero to is-safe
           end-if.

       load-safety-policies.
           accept policy-file-name from environment "DAY2_POLICY"
           if policy-file-name = spaces
               move "DAY2_POLICY" to config-lookup-key
               perform get-config-value
               move config-lookup-value to policy-file-name
           end-if
           if policy-file-name = spaces
               move "day2_safety_policy.txt" to policy-file-name
           end-if
           move policy-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to policy-file-name
           move 0 to policy-count
           move 0 to policy-line-number
           open input policy-file
           if policy-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read policy-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to policy-line-number
                       perform load-one-policy-line
               end-read
               if policy-file-status not = "00" and
                  policy-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close policy-file.

       load-one-policy-line.
           if policy-line = spaces or policy-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to policy-class-text
           move spaces to policy-id-text
           move spaces to policy-min-text
           move spaces to policy-max-text
           move spaces to policy-flat-text
           move spaces to policy-removals-text
           unstring policy-line delimited by all space
               into policy-class-text policy-id-text
                    policy-min-text policy-max-text
                    policy-flat-text policy-removals-text
           move policy-line-number to policy-line-disp
           move function upper-case(policy-flat-text)
               to policy-flat-text
           if policy-id-text = spaces or
              function trim(policy-min-text) not numeric or
              function trim(policy-max-text) not numeric or
              function trim(policy-removals-text) not numeric or
              (policy-flat-text not = "Y" and
               policy-flat-text not = "N")
               display "Day2: safety policy line "
                   function trim(policy-line-disp)
                   " is malformed - ignored."
               exit paragraph
           end-if
           if function numval(policy-min-text) >
              function numval(policy-max-text) or
              function numval(policy-max-text) > 99 or
              function numval(policy-removals-text) > 3
               display "Day2: safety policy line "
                   function trim(policy-line-disp)
                   " has min-step above max-step, or more than 3 "
                   "removals - ignored."
               exit paragraph
           end-if
           if policy-count >= max-policies
               display "Day2: more than " max-policies
                   " safety policies - extras ignored."
               exit paragraph
           end-if
           add 1 to policy-count
           set pli to policy-count
           move function upper-case(policy-class-text)
               to policy-class(pli)
           move policy-id-text to policy-id(pli)
           move function numval(policy-min-text)
               to policy-min-step(pli)
           move function numval(policy-max-text)
               to policy-max-step(pli)
           move policy-flat-text(1:1) to policy-flat-flag(pli)
           move function numval(policy-removals-text)
               to policy-removals(pli).

       resolve-reactor-class.
           move spaces to run-reactor-class
           accept run-reactor-class from environment
               "DAY2_REACTOR_CLASS"
           if run-reactor-class = spaces
               move "DAY2_REACTOR_CLASS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to run-reactor-class
           end-if
           if run-reactor-class = spaces
               move "STANDARD" to run-reactor-class
           end-if.

       select-active-policy.
      *The class comes from the source line or DAY2_REACTOR_CLASS;
      *an unlisted class is judged by the built-in DEFAULT policy,
      *and says so.
           move default-policy to active-policy
           move function upper-case(reactor-class) to reactor-class
           perform varying pli from 1 by 1 until pli > policy-count
               if policy-class(pli) = reactor-class
                   move policy-id(pli) to active-policy-id
                   move policy-min-step(pli) to active-min-step
                   move policy-max-step(pli) to active-max-step
                   move policy-flat-flag(pli) to active-flat-flag
                   move policy-removals(pli) to active-removals
                   exit paragraph
               end-if
           end-perform
           if policy-count > 0
               display "Day2: no safety policy for reactor class "
                   function trim(reactor-class)
                   " - judged by the built-in DEFAULT policy."
           end-if.

       write-policy-heading.
           move active-min-step to policy-step-disp
           move active-max-step to policy-step-disp-2
           move spaces to dampener-report-line
           string "Policy " function trim(active-policy-id)
               " (class " function trim(reactor-class) "): steps "
               function trim(policy-step-disp) "-"
               function trim(policy-step-disp-2)
               ", flat steps " active-flat-flag
               ", removals " active-removals
               delimited by size into dampener-report-line
           if multi-source
               move dampener-report-line to source-file-text
               move spaces to dampener-report-line
               string "[" function trim(source-code(sri)) "] "
                   function trim(source-file-text)
                   " - " function trim(input-file-name)
                   delimited by size into dampener-report-line
           end-if.

       seal-violation-abort.
           move "FAILED" to day2-status
           move "input no longer matches the sealed generation"
           goback.

       input-file-error.
           if dampener-report-open
               close dampener-report-file
               move dampener-report-file-name to trigger-output-name
               perform note-trigger-output
               set dampener-report-closed to true
           end-if
           move "FAILED" to day2-status
           move spaces to day2-status-reason
           string "input file error (status " input-file-status
           end-if
           goback.

       load-source-list.
      *No DAY2_SOURCES means one unnamed source, the DAY2_INPUT file.
           move 0 to source-count
           move 0 to source-list-line-number
           set single-source to true
           move spaces to source-list-file-name
           accept source-list-file-name from environment
               "DAY2_SOURCES"
           if source-list-file-name = spaces
               move "DAY2_SOURCES" to config-lookup-key
               perform get-config-value
               move config-lookup-value to source-list-file-name
           end-if
           if source-list-file-name = spaces
               move 1 to source-count
               set sri to 1
               move spaces to source-code(sri)
               move input-file-name to source-file-name(sri)
               move spaces to source-class(sri)
               exit paragraph
           end-if
           move source-list-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to source-list-file-name
           set multi-source to true
           open input source-list-file
           if source-list-file-status not = "00"
               move source-list-file-status to input-file-status
               move source-list-file-name to input-file-name
               move source-list-file-name to journal-input-file
               go to input-file-error
           end-if
               perform until ws-eof='y'
               read source-list-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to source-list-line-number
                       perform load-one-source-line
               end-read
               if source-list-file-status not = "00" and
                  source-list-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close source-list-file
           if source-count = 0
               move "35" to input-file-status
               move source-list-file-name to input-file-name
               move source-list-file-name to journal-input-file
               display "Day2: source list "
                   function trim(source-list-file-name)
                   " names no usable sources."
               go to input-file-error
           end-if.

       load-one-source-line.
           if source-list-line = spaces or source-list-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to source-code-text
           move spaces to source-file-text
           move spaces to source-class-text
           unstring source-list-line delimited by all space
               into source-code-text source-file-text
                    source-class-text
           move source-list-line-number to source-list-line-disp
           if source-file-text = spaces or
              function length(function trim(source-code-text)) > 6
               display "Day2: source list line "
                   function trim(source-list-line-disp)
                   " needs a code of up to 6 characters and a file"
                   " name - ignored."
               exit paragraph
           end-if
           move function upper-case(source-code-text)
               to source-code-text
           perform varying sri from 1 by 1 until sri > source-count
               if source-code(sri) = source-code-text
                   display "Day2: source "
                       function trim(source-code-text)
                       " is listed twice - line "
                       function trim(source-list-line-disp)
                       " ignored."
                   exit paragraph
               end-if
           end-perform
           if source-count >= max-sources
               display "Day2: more than " max-sources
                   " sources - extras ignored."
               exit paragraph
           end-if
           add 1 to source-count
           set sri to source-count
           move source-code-text to source-code(sri)
           move source-file-text to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to source-file-name(sri)
           move source-class-text to source-class(sri).

       write-source-summary.
           move source-summary-file-name to data-dir-filename
           perform apply-data-dir-prefix
           perform apply-report-stamp
           move data-dir-filename to source-summary-file-name
           open output source-summary-file
           move spaces to source-summary-line
           string "=== Day2 safety by source - "
               function trim(source-list-file-name) " ==="
               delimited by size into source-summary-line
           write source-summary-line
           move spaces to source-summary-line
           string "Source  Policy        Read     Safe"
               " Dampened   Unsafe  % safe"
               delimited by size into source-summary-line
           write source-summary-line
           perform varying sri from 1 by 1 until sri > source-count
               move source-code(sri) to source-code-text
               move source-policy-id(sri) to source-class-text
               move source-read-count(sri) to source-count-disp
               move source-safe-count(sri) to source-count-disp-2
               move source-dampened-count(sri) to source-count-disp-3
               compute source-unsafe-count = source-read-count(sri)
                   - source-safe-count(sri) - source-dampened-count(sri)
               move source-unsafe-count to source-count-disp-4
               move 0 to source-percent
               if source-read-count(sri) > 0
                   compute source-percent rounded =
                       (source-safe-count(sri) +
                        source-dampened-count(sri)) * 100
                       / source-read-count(sri)
               end-if
               perform write-one-source-summary-line
           end-perform
           move "TOTAL" to source-code-text
           move result-policy-id to source-class-text
           move total-report-count to source-count-disp
           move already-safe-count to source-count-disp-2
           move dampened-safe-count to source-count-disp-3
           compute source-unsafe-count = total-report-count
               - already-safe-count - dampened-safe-count
           move source-unsafe-count to source-count-disp-4
           move 0 to source-percent
           if total-report-count > 0
               compute source-percent rounded =
                   (already-safe-count + dampened-safe-count) * 100
                   / total-report-count
           end-if
           perform write-one-source-summary-line
           close source-summary-file
           move source-summary-file-name to trigger-output-name
           perform note-trigger-output
           display "Day2: per-source summary written to "
               function trim(source-summary-file-name).

       write-one-source-summary-line.
           move source-percent to source-percent-disp
           move spaces to source-summary-line
           string source-code-text(1:6) "  " source-class-text " "
               source-count-disp "  " source-count-disp-2 "  "
               source-count-disp-3 "  " source-count-disp-4 "   "
               source-percent-disp
               delimited by size into source-summary-line
           write source-summary-line.

       write-source-ledger-row.
      *Safe here counts a report safe as-is or after the dampener,
      *the same sense as the grand-total Result row.
           move spaces to ledger-part
           string "Src " source-code(sri) delimited by size
               into ledger-part
           compute ledger-value = source-safe-count(sri)
               + source-dampened-count(sri)
           move spaces to ledger-tag
           string "POLICY=" function trim(source-policy-id(sri))
               delimited by size into ledger-tag
           perform write-ledger-entry.

       record-capacity-peaks.
           move "levels-per-report" to capacity-limit-name
           move peak-report-levels to capacity-peak
           move max-levels to capacity-limit
           perform write-capacity-entry
           move "policies" to capacity-limit-name
           move policy-count to capacity-peak
           move max-policies to capacity-limit
           perform write-capacity-entry
           move "sources" to capacity-limit-name
           move source-count to capacity-peak
           move max-sources to capacity-limit
           perform write-capacity-entry.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day2"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day2"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="Day2"==.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'WriteExceptionEntry.cpy'
       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day2"==.

       copy 'WriteCapacityEntry.cpy'
           replacing ==program-name-tag== by =="Day2"==.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="Day2"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'WriteMessage.cpy'.
