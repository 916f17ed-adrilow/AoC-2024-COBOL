               owner-report-file-name
               line sequential.

           select separation-file assign to dynamic
               separation-file-name
               line sequential
               file status is separation-file-status.

           select separation-report-file assign to dynamic
               separation-report-file-name
               line sequential.

           copy 'AntennaInvSelect.cpy'.

           select inventory-map-file assign to dynamic
               inventory-map-file-name
               line sequential
               file status is inventory-map-file-status.

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
       fd owner-report-file.
       01 owner-report-line pic X(100).

       fd separation-file.
       01 separation-line pic X(60).

       fd separation-report-file.
       01 separation-report-line pic X(100).

       copy 'AntennaInvFd.cpy'.

       fd inventory-map-file.
       01 inventory-map-line pic X(input-width).

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
       01 max-harmonics binary-long.

       01 freq-index binary-short.
       01 peak-antennas binary-long value 0.
       01 index-freq pic X.

       01 diff-x binary-long.
               10 filler pic X.
                   88 prop-ranked value 'R'.
                   88 prop-unranked value 'U'.
               10 filler pic X.
                   88 prop-too-close value 'Y'.
                   88 prop-clear value 'N'.
               10 prop-near-row binary-long.
               10 prop-near-col binary-long.
               10 prop-near-distance pic 9(3)v99.
               10 prop-near-rule binary-long.
       01 proposal-count binary-long value 0.
       01 prop-scan binary-long value 0.
       01 prop-best binary-long value 0.
           88 dept-slot-found value 'y'.
           88 dept-slot-new value 'n'.

      *Minimum-separation rules (DAY8_SEPARATION names a file of
      *"pattern distance" lines - the pattern a single frequency
      *glyph, a band of glyphs such as A-F or 0-9, or ANY; the
      *distance the least straight-line spacing in cells allowed
      *between two antennas on one frequency).  Where several rules
      *cover a frequency the strictest applies, so a general rule
      *and tighter band rules sit side by side.  Every same-
      *frequency pair the base run builds is measured against it,
      *each breach goes to day8_separation_report.txt and the
      *exceptions hub, and the placement planner rejects a
      *proposal that would put an antenna too close to one already
      *on its frequency.
       78 max-separation-rules value 50.
       01 separation-rule-table.
         05 separation-rule occurs max-separation-rules times
            indexed by sr.
           10 sep-rule-low pic X.
           10 sep-rule-high pic X.
           10 sep-rule-pattern pic X(8).
           10 sep-rule-distance pic 9(3)v99.
       01 separation-rule-count binary-long value 0.
       01 freq-separation-rules.
           05 freq-sep-rule binary-long value 0 occurs 255 times.
       01 separation-file-name pic X(200).
       01 separation-file-status pic X(2).
       01 separation-report-file-name pic X(200)
           value "day8_separation_report.txt".
       01 sep-pattern-token pic X(10).
       01 sep-distance-token pic X(12).
       01 sep-glyph pic X.
       01 sep-scan binary-long value 0.
       01 sep-dx binary-long value 0.
       01 sep-dy binary-long value 0.
       01 sep-squared binary-long value 0.
       01 sep-limit-squared pic 9(6)v9(4) value 0.
       01 sep-distance pic 9(3)v99 value 0.
       01 sep-distance-disp pic ZZ9.99.
       01 sep-limit-disp pic ZZ9.99.
       01 sep-row-disp pic Z(2)9.
       01 sep-col-disp pic Z(2)9.
       01 sep-row-disp-2 pic Z(2)9.
       01 sep-col-disp-2 pic Z(2)9.
       01 sep-violation-count binary-long value 0.
       01 sep-violation-disp pic Z(6)9.
       01 separation-switch pic X value 'n'.
           88 separation-checking value 'y'.
           88 separation-not-checking value 'n'.

      *Antenna inventory (DAY8_INVENTORY names the indexed master
      *AntennaMaint keeps): when configured, the map is regenerated
      *from the ACTIVE antennas on it into day8_inventory_map.txt
      *and that map is what the run reads, so the delivered map
      *character grid is no longer the record of what is installed.
      *Retired antennas, and any whose cell is off the map or
      *already taken, are left off the map; the last two go to the
      *exceptions hub.
       01 antenna-inv-file-name pic X(200).
       01 antenna-inv-file-status pic X(2).
       01 inventory-map-file-name pic X(200)
           value "day8_inventory_map.txt".
       01 inventory-map-file-status pic X(2).
       01 inventory-map-memory.
           05 inventory-map-row pic X(input-width)
              occurs input-height times.
       01 inventory-active binary-long value 0.
       01 inventory-placed binary-long value 0.
       01 inventory-retired binary-long value 0.
       01 inventory-rejected binary-long value 0.
       01 inventory-disp pic Z(6)9.
       01 inventory-disp-2 pic Z(6)9.
       01 inventory-disp-3 pic Z(6)9.

       01 snapshot-switch pic X.
           88 snapshot-enabled value 'y' 'Y'.
           88 snapshot-disabled value 'n' 'N'.
       01 ws-date pic 9(8).

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

           accept antenna-inv-file-name from environment
               "DAY8_INVENTORY"
           if antenna-inv-file-name = spaces
               move "DAY8_INVENTORY" to config-lookup-key
               perform get-config-value
               move config-lookup-value to antenna-inv-file-name
           end-if
           if antenna-inv-file-name not = spaces
               move antenna-inv-file-name to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to antenna-inv-file-name
               move inventory-map-file-name to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to inventory-map-file-name
               perform regenerate-map-from-inventory
               move inventory-map-file-name to input-file-name
           end-if

           move input-file-name to journal-input-file
           move "START" to journal-event
           move "-" to journal-status
               move data-dir-filename to planner-report-file-name
           end-if

           accept separation-file-name from environment
               "DAY8_SEPARATION"
           if separation-file-name = spaces
               move "DAY8_SEPARATION" to config-lookup-key
               perform get-config-value
               move config-lookup-value to separation-file-name
           end-if
           if separation-file-name not = spaces
               move separation-file-name to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to separation-file-name
               perform load-separation-rules
           end-if

           perform open-input-with-retry
           if input-file-status not = "00"
               go to input-file-error
           perform record-parse-phase
      *    perform output-antennas.
      *    perform part-one.
           if separation-rule-count > 0
               perform open-separation-report
           end-if
           perform part-two.
           if separation-checking
               perform close-separation-report
           end-if
           perform record-compute-phase

           perform count-and-output-antinodes.
           move control-read to control-processed
           move 0 to control-rejected
           perform write-control-totals
           perform record-capacity-peaks

           move "OK" to day8-status
           move spaces to day8-status-reason

           move day8-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day8-status to journal-status
           perform write-journal-entry

           goback.

       regenerate-map-from-inventory.
           move all "." to inventory-map-memory
           open input antenna-inv-file
           if antenna-inv-file-status not = "00"
               move antenna-inv-file-status to input-file-status
               move antenna-inv-file-name to input-file-name
               go to input-file-error
           end-if
               perform until ws-eof='y'
               read antenna-inv-file next record
                   at end move 'y' to ws-eof
                   not at end
                       perform place-inventory-antenna
               end-read
               if antenna-inv-file-status not = "00" and
                  antenna-inv-file-status not = "10"
                   move antenna-inv-file-status to input-file-status
                   move antenna-inv-file-name to input-file-name
                   go to input-file-error
               end-if
               end-perform.
               move 'n' to ws-eof
           close antenna-inv-file
           open output inventory-map-file
           if inventory-map-file-status not = "00"
               move inventory-map-file-status to input-file-status
               move inventory-map-file-name to input-file-name
               go to input-file-error
           end-if
           perform varying j from 1 by 1 until j > input-height
               move inventory-map-row(j) to inventory-map-line
               write inventory-map-line
           end-perform
           close inventory-map-file
           move inventory-map-file-name to trigger-output-name
           perform note-trigger-output
           move inventory-placed to inventory-disp
           move inventory-retired to inventory-disp-2
           move inventory-rejected to inventory-disp-3
           display "Day8: map regenerated from "
               function trim(antenna-inv-file-name) " - "
               function trim(inventory-disp) " active antenna(s) "
               "placed, " function trim(inventory-disp-2)
               " retired, " function trim(inventory-disp-3)
               " rejected.".

       place-inventory-antenna.
           if not inv-active
               add 1 to inventory-retired
               exit paragraph
           end-if
           add 1 to inventory-active
           if inv-row < 1 or inv-row > input-height or
              inv-col < 1 or inv-col > input-width
               move "inventory antenna off the map"
                   to exception-hub-reason
               perform reject-inventory-antenna
               exit paragraph
           end-if
           if inventory-map-row(inv-row)(inv-col:1) not = "."
               move "inventory cell already occupied"
                   to exception-hub-reason
               perform reject-inventory-antenna
               exit paragraph
           end-if
           move inv-frequency to inventory-map-row(inv-row)(inv-col:1)
           add 1 to inventory-placed.

       reject-inventory-antenna.
           add 1 to inventory-rejected
           move inventory-active to exception-hub-line-no
           move antenna-inv-record to exception-hub-record
           perform write-exception-entry.

       part-one.
           move 1 to max-harmonics
           perform detect-antinodes.
               if j not equal to k
                   compute diff-x = x(i,j) - x(i,k)
                   compute diff-y = y(i,j) - y(i,k)
                   if separation-checking and j < k
                       perform check-pair-separation
                   end-if

                   perform varying l from 1 by 1 until l >
                   max-harmonics
           end-perform
           if snapshot-enabled
               close snapshot-file
               move snapshot-file-name to trigger-output-name
               perform note-trigger-output
           end-if.

       write-breakdown-report.
                   write breakdown-line
               end-if
           end-perform
           close breakdown-file
           move breakdown-file-name to trigger-output-name
           perform note-trigger-output.

       run-ownership-join.
           accept owners-file-name from environment "DAY8_OWNERS"
               write owner-report-line
           end-if
           close owner-report-file
           move owner-report-file-name to trigger-output-name
           perform note-trigger-output
           display "Day8: owner report written to "
               function trim(owner-report-file-name).

           move delta-freq to prop-freq-glyph(proposal-count)
           move delta-row to prop-row(proposal-count)
           move delta-col to prop-col(proposal-count)
           set prop-unranked(proposal-count) to true
           set prop-clear(proposal-count) to true.

       evaluate-one-proposal.
           move prop-freq-index(prop-scan) to freq-index
               exit paragraph
           end-if
           move freq-index to i
           perform check-proposal-separation
           if prop-too-close(prop-scan)
               move 0 to prop-total-delta(prop-scan)
               move 0 to prop-freq-delta(prop-scan)
               exit paragraph
           end-if
           move 0 to old-fam-count
           if number-antennas(i) > 0
               perform build-fam-for-frequency
               until prop-rank > proposal-count
               perform rank-next-proposal
           end-perform
           close planner-report-file
           move planner-report-file-name to trigger-output-name
           perform note-trigger-output.

       write-one-proposal-line.
           move prop-row(prop-scan) to delta-y-disp
           move prop-col(prop-scan) to delta-x-disp
           if prop-too-close(prop-scan)
               perform write-rejected-proposal-line
               exit paragraph
           end-if
           move prop-total-delta(prop-scan) to prop-delta-disp
           move spaces to planner-report-line
           move 1 to overlap-pointer
           move 0 to prop-best
           perform varying prop-scan from 1 by 1
               until prop-scan > proposal-count
               if prop-unranked(prop-scan) and
                  prop-clear(prop-scan)
                   if prop-best = 0
                       move prop-scan to prop-best
                   else
               write planner-report-line
           end-if.

       write-rejected-proposal-line.
           move prop-near-row(prop-scan) to sep-row-disp
           move prop-near-col(prop-scan) to sep-col-disp
           move prop-near-distance(prop-scan) to sep-distance-disp
           set sr to prop-near-rule(prop-scan)
           move sep-rule-distance(sr) to sep-limit-disp
           move spaces to planner-report-line
           string "Proposal " prop-freq-glyph(prop-scan)
               " at (" function trim(delta-y-disp) ","
               function trim(delta-x-disp) "): REJECTED - "
               function trim(sep-distance-disp) " from ("
               function trim(sep-row-disp) ","
               function trim(sep-col-disp) "), rule "
               function trim(sep-rule-pattern(sr)) " "
               function trim(sep-limit-disp)
               delimited by size into planner-report-line
           write planner-report-line
           display planner-report-line(1:70).

       check-proposal-separation.
      *A proposal too close to an antenna already on its frequency
      *is rejected before it is evaluated - it could never be
      *installed, so its antinode figures would only mislead.
           if freq-sep-rule(i) = 0
               exit paragraph
           end-if
           set sr to freq-sep-rule(i)
           compute sep-limit-squared =
               sep-rule-distance(sr) * sep-rule-distance(sr)
           perform varying sep-scan from 1 by 1
               until sep-scan > number-antennas(i)
                  or prop-too-close(prop-scan)
               compute sep-dx = x(i,sep-scan) - prop-col(prop-scan)
               compute sep-dy = y(i,sep-scan) - prop-row(prop-scan)
               compute sep-squared = sep-dx * sep-dx + sep-dy * sep-dy
               if sep-squared < sep-limit-squared
                   set prop-too-close(prop-scan) to true
                   move y(i,sep-scan) to prop-near-row(prop-scan)
                   move x(i,sep-scan) to prop-near-col(prop-scan)
                   compute prop-near-distance(prop-scan) rounded =
                       function sqrt(sep-squared)
                   move freq-sep-rule(i) to prop-near-rule(prop-scan)
               end-if
           end-perform.

       load-separation-rules.
           open input separation-file
           if separation-file-status not = "00"
               display "Day8: separation rules "
                   function trim(separation-file-name)
                   " not readable (file status "
                   separation-file-status ") - placement not "
                   "checked."
               exit paragraph
           end-if
               perform until ws-eof='y'
               read separation-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-separation-rule
               end-read
               if separation-file-status not = "00" and
                  separation-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close separation-file
           if separation-rule-count = 0
               display "Day8: separation rules file held no usable "
                   "rules - placement not checked."
               exit paragraph
           end-if
      *Settle each frequency's strictest rule once, so the pair
      *checks need only look it up.
           perform varying sep-scan from 1 by 1 until sep-scan > 255
               move function char(sep-scan) to sep-glyph
               perform varying sr from 1 by 1
                   until sr > separation-rule-count
                   if sep-glyph >= sep-rule-low(sr) and
                      sep-glyph <= sep-rule-high(sr)
                       if freq-sep-rule(sep-scan) = 0
                           set freq-sep-rule(sep-scan) to sr
                       else
                           move freq-sep-rule(sep-scan) to sep-dx
                           if sep-rule-distance(sr) >
                              sep-rule-distance(sep-dx)
                               set freq-sep-rule(sep-scan) to sr
                           end-if
                       end-if
                   end-if
               end-perform
           end-perform.

       load-one-separation-rule.
           if separation-line = spaces or
              separation-line(1:1) = "*"
               exit paragraph
           end-if
           if separation-rule-count >= max-separation-rules
               display "Day8: more than " max-separation-rules
                   " separation rules - extras ignored."
               exit paragraph
           end-if
           move spaces to sep-pattern-token
           move spaces to sep-distance-token
           unstring separation-line delimited by all space
               into sep-pattern-token sep-distance-token
           if sep-distance-token = spaces or
              function test-numval(sep-distance-token) not = 0
               display "Day8: separation rule ignored - "
                   function trim(separation-line)
               exit paragraph
           end-if
           if function numval(sep-distance-token) <= 0 or
              function numval(sep-distance-token) >= 1000
               display "Day8: separation rule ignored - "
                   function trim(separation-line)
               exit paragraph
           end-if
           add 1 to separation-rule-count
           set sr to separation-rule-count
           move sep-pattern-token to sep-rule-pattern(sr)
           move function numval(sep-distance-token)
               to sep-rule-distance(sr)
           evaluate true
               when function upper-case(sep-pattern-token) = "ANY"
                   move low-value to sep-rule-low(sr)
                   move high-value to sep-rule-high(sr)
               when sep-pattern-token(2:) = spaces
                   move sep-pattern-token(1:1) to sep-rule-low(sr)
                   move sep-pattern-token(1:1) to sep-rule-high(sr)
               when sep-pattern-token(2:1) = "-" and
                    sep-pattern-token(4:) = spaces and
                    sep-pattern-token(3:1) not = space and
                    sep-pattern-token(1:1) <= sep-pattern-token(3:1)
                   move sep-pattern-token(1:1) to sep-rule-low(sr)
                   move sep-pattern-token(3:1) to sep-rule-high(sr)
               when other
                   subtract 1 from separation-rule-count
                   display "Day8: separation rule ignored - "
                       function trim(separation-line)
           end-evaluate.

       open-separation-report.
           move separation-report-file-name to data-dir-filename
           perform apply-data-dir-prefix
           perform apply-report-stamp
           move data-dir-filename to separation-report-file-name
           open output separation-report-file
           move "=== Same-frequency antenna separation breaches ==="
               to separation-report-line
           write separation-report-line
           set separation-checking to true.

       check-pair-separation.
      *Called from the pair loop for each unordered pair of
      *frequency i's antennas, with diff-x/diff-y already set.
           if freq-sep-rule(i) = 0
               exit paragraph
           end-if
           set sr to freq-sep-rule(i)
           compute sep-squared = diff-x * diff-x + diff-y * diff-y
           compute sep-limit-squared =
               sep-rule-distance(sr) * sep-rule-distance(sr)
           if sep-squared >= sep-limit-squared
               exit paragraph
           end-if
           add 1 to sep-violation-count
           compute sep-distance rounded = function sqrt(sep-squared)
           move sep-distance to sep-distance-disp
           move sep-rule-distance(sr) to sep-limit-disp
           move y(i,j) to sep-row-disp
           move x(i,j) to sep-col-disp
           move y(i,k) to sep-row-disp-2
           move x(i,k) to sep-col-disp-2
           move function char(i) to index-freq
           move spaces to separation-report-line
           string "Frequency '" index-freq "': ("
               function trim(sep-row-disp) ","
               function trim(sep-col-disp) ") and ("
               function trim(sep-row-disp-2) ","
               function trim(sep-col-disp-2) ") "
               function trim(sep-distance-disp) " apart, rule "
               function trim(sep-rule-pattern(sr)) " needs "
               function trim(sep-limit-disp)
               delimited by size into separation-report-line
           write separation-report-line
           move sep-violation-count to exception-hub-line-no
           move "antenna separation below minimum"
               to exception-hub-reason
           move separation-report-line to exception-hub-record
           perform write-exception-entry.

       close-separation-report.
      *The base run is the one that describes what is installed;
      *the planner, delta and decommission passes rebuild the same
      *pairs and must not report them again.
           set separation-not-checking to true
           move sep-violation-count to sep-violation-disp
           move spaces to separation-report-line
           write separation-report-line
           move spaces to separation-report-line
           string function trim(sep-violation-disp)
               " pair(s) closer than their rule allows."
               delimited by size into separation-report-line
           write separation-report-line
           close separation-report-file
           move separation-report-file-name to trigger-output-name
           perform note-trigger-output
           if sep-violation-count > 0
               display "Day8: " function trim(sep-violation-disp)
                   " antenna pair(s) breach the separation rules - "
                   "see " function trim(separation-report-file-name)
           end-if.

       run-decommission-optimizer.
           move result to current-total
           set target-not-met to true
           end-if
           write decom-report-line
           display function trim(decom-report-line)
           close decom-report-file
           move decom-report-file-name to trigger-output-name
           perform note-trigger-output.

       write-reduced-map.
      *The surviving antennas written back in map form, ready to be
               write reduced-map-line
           end-perform
           close reduced-map-file
           move reduced-map-file-name to trigger-output-name
           perform note-trigger-output
           display "Day8: reduced antenna map written to "
               function trim(reduced-map-file-name).

                   end-if
               end-perform
           end-perform
           close delta-report-file
           move delta-report-file-name to trigger-output-name
           perform note-trigger-output.

       write-delta-cell-removed.
           move j to delta-y-disp
                  & "list filled up." to overlap-line
               write overlap-line
           end-if
           close overlap-file
           move overlap-file-name to trigger-output-name
           perform note-trigger-output.

       write-overlap-cell-line.
      *Name every frequency that claims this cell, pulled from the
           end-if
           goback.

       record-capacity-peaks.
           move 0 to peak-antennas
           perform varying freq-index from 1 by 1
               until freq-index > 255
               if number-antennas(freq-index) > peak-antennas
                   move number-antennas(freq-index) to peak-antennas
               end-if
           end-perform
           move "antennas-per-freq" to capacity-limit-name
           move peak-antennas to capacity-peak
           move max-antennas-per-freq to capacity-limit
           perform write-capacity-entry
           move "collision-entries" to capacity-limit-name
           move collision-count to capacity-peak
           move max-collision-entries to capacity-limit
           perform write-capacity-entry
           move "proposals" to capacity-limit-name
           move proposal-count to capacity-peak
           move max-proposals to capacity-limit
           perform write-capacity-entry
           move "freq-owners" to capacity-limit-name
           move owner-count to capacity-peak
           move max-freq-owners to capacity-limit
           perform write-capacity-entry
           move "departments" to capacity-limit-name
           move dept-count to capacity-peak
           move max-departments to capacity-limit
           perform write-capacity-entry
           move "separation-rules" to capacity-limit-name
           move separation-rule-count to capacity-peak
           move max-separation-rules to capacity-limit
           perform write-capacity-entry.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day8"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day8"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="Day8"==.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'WriteExceptionEntry.cpy'
       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day8"==.

       copy 'WriteCapacityEntry.cpy'
           replacing ==program-name-tag== by =="Day8"==.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="Day8"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'WriteMessage.cpy'.
