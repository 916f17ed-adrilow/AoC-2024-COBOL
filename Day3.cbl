               line sequential
               file status is cleaned-file-status.

           select segment-control-file assign to dynamic
               segment-control-file-name
               line sequential
               file status is segment-control-file-status.

           select segment-report-file assign to dynamic
               segment-report-file-name
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
       fd cleaned-file.
       01 cleaned-line pic X(40).

       fd segment-control-file.
       01 segment-control-line pic X(80).

       fd segment-report-file.
       01 segment-report-line pic X(100).

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
       01 cleaned-total-disp pic Z(17)9.
       01 cleaned-total-disp-2 pic Z(17)9.

      *Segment accounting: every physical line of the input is a
      *memory dump from a different machine.  The segment control
      *file (DAY3_SEGMENTS) maps line ranges to machines, one
      *"first-line last-line machine-id" per line, and each
      *machine's mul total, enabled and disabled mul counts and
      *corruption count (broken-off candidates, as tallied for the
      *corruption report) are booked as the scan crosses its lines.
      *Lines no range covers are booked to UNMAPPED.  The total
      *includes grammar ADD instructions, so the machine totals
      *balance back to the Result the ledger gets.
      *DAY3_SEGMENT_STATE=RESET starts every segment enabled, as if
      *each dump were scanned on its own; CARRY (the default) lets
      *do()/don't() state run on across segments as it always has.
       01 segment-control-file-name pic X(200) value spaces.
       01 segment-control-file-status pic X(2).
       01 segment-report-file-name pic X(200)
           value "day3_segment_report.txt".
       01 segment-state-switch pic X(5) value spaces.
           88 segment-state-reset value "RESET".
           88 segment-state-carry value "CARRY".
       01 filler pic X value 'n'.
           88 segments-in-use value 'y'.
           88 segments-absent value 'n'.
       78 max-segments value 100.
       01 segment-table.
         05 segment-entry occurs max-segments times indexed by sgi.
           10 segment-first-line binary-long.
           10 segment-last-line binary-long.
           10 segment-machine binary-long.
       01 segment-count binary-long value 0.
       78 max-machines value 50.
       01 machine-table.
         05 machine-entry occurs max-machines times indexed by mci.
           10 machine-id pic X(12).
           10 machine-mul-total binary-double.
           10 machine-enabled-count binary-long.
           10 machine-disabled-count binary-long.
           10 machine-corrupt-count binary-long.
       01 machine-count binary-long value 0.
       01 unmapped-machine binary-long value 0.
       01 current-machine binary-long value 0.
       01 current-segment binary-long value 0.
       01 previous-segment binary-long value 0.
       01 dump-line-number binary-long value 0.
       01 segment-line-number binary-long value 0.
       01 segment-token-1 pic X(10).
       01 segment-token-2 pic X(10).
       01 segment-token-3 pic X(14).
       01 segment-token-length binary-long value 0.
       01 segment-first-value binary-long value 0.
       01 segment-last-value binary-long value 0.
       01 segment-line-disp pic Z(4)9.
       01 segment-balance-total binary-double value 0.
       01 segment-total-disp pic Z(17)9.
       01 segment-total-disp-2 pic Z(17)9.
       01 segment-count-disp pic Z(8)9.
       01 segment-count-disp-2 pic Z(8)9.
       01 segment-count-disp-3 pic Z(8)9.
       01 newline-byte pic X value x"0A".

       01 state pic X.
           88 start-state value '#'.
           88 m-state value 'm'.
           88 dont-open-state value '2'.

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
           move data-dir-filename to corruption-file-name

           perform load-instruction-grammar
           perform load-segment-control

           accept repair-switch from environment "DAY3_REPAIR"
           if repair-switch = spaces
           close input-file.
           perform record-parse-phase

           if segments-in-use
               move 1 to dump-line-number
               perform locate-segment
           end-if
           set i to 1
           perform input-length times
               move char(i) to current-byte
               if grammar-in-use
                   perform match-grammar-entries
               end-if
               if segments-in-use and current-byte = newline-byte
                   add 1 to dump-line-number
                   perform locate-segment
               end-if
               set i up by 1
           end-perform

           close audit-file
           move audit-file-name to trigger-output-name
           perform note-trigger-output.
           if repair-enabled
               close cleaned-file
               move cleaned-file-name to trigger-output-name
               perform note-trigger-output
               perform write-repair-reconciliation
           end-if
           perform write-corruption-report
           if segments-in-use
               perform write-segment-report
           end-if
           perform record-compute-phase

           display result
           move input-length to control-processed
           move 0 to control-rejected
           perform write-control-totals
           perform record-capacity-peaks

           move "OK" to day3-status
           move spaces to day3-status-reason

           move day3-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day3-status to journal-status
           perform write-journal-entry
                   else
                       move "disabled" to enabled-disp
                   end-if
                   if segments-in-use
                       perform book-segment-mul
                   end-if
                   move spaces to audit-line
                   string "mul(" function trim(a-operand-disp) ","
                       function trim(b-operand-disp) ") - "
               end-if
               end-perform.
               move 'n' to rescan-eof
           close cleaned-file
           move cleaned-file-name to trigger-output-name
           perform note-trigger-output.

       rescan-one-cleaned-line.
           evaluate true
                       end-if
                       add gram-product to result
                       add gram-product to gram-contribution(ge)
                       if segments-in-use
                           add gram-product to
                               machine-mul-total(current-machine)
                       end-if
                   end-if
               when "ON"
                   set memory-enabled to true
                   add 1 to miss-after-dont-open
           end-evaluate
           add 1 to near-miss-total
           if segments-in-use
               add 1 to machine-corrupt-count(current-machine)
           end-if
           if (a-state or comma-state or c-state)
             and deep-miss-count < max-deep-misses
               add 1 to deep-miss-count
           move "broke off after 'don't('" to miss-label
           perform write-miss-line
           perform write-deep-miss-lines
           close corruption-file
           move corruption-file-name to trigger-output-name
           perform note-trigger-output.

       write-miss-line.
           move spaces to corruption-line
               write corruption-line
           end-perform.

       load-segment-control.
           accept segment-control-file-name from environment
               "DAY3_SEGMENTS"
           if segment-control-file-name = spaces
               move "DAY3_SEGMENTS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to segment-control-file-name
           end-if
           if segment-control-file-name = spaces
               exit paragraph
           end-if
           accept segment-state-switch from environment
               "DAY3_SEGMENT_STATE"
           if segment-state-switch = spaces
               move "DAY3_SEGMENT_STATE" to config-lookup-key
               perform get-config-value
               move config-lookup-value to segment-state-switch
           end-if
           move function upper-case(segment-state-switch)
               to segment-state-switch
           if not segment-state-reset
               set segment-state-carry to true
           end-if
           move segment-control-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to segment-control-file-name
           open input segment-control-file
           if segment-control-file-status not = "00"
               display "Day3: segment control file "
                   function trim(segment-control-file-name)
                   " not readable (file status "
                   segment-control-file-status
                   ") - no segment accounting."
               exit paragraph
           end-if
           move 0 to segment-count
           move 0 to machine-count
           move 0 to segment-line-number
               perform until ws-eof='y'
               read segment-control-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to segment-line-number
                       perform load-one-segment-line
               end-read
               if segment-control-file-status not = "00" and
                  segment-control-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close segment-control-file
           if segment-count > 0
               set segments-in-use to true
               move "UNMAPPED" to segment-token-3
               perform find-or-add-machine
               move current-machine to unmapped-machine
           end-if.

       load-one-segment-line.
           if segment-control-line = spaces or
              segment-control-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to segment-token-1
           move spaces to segment-token-2
           move spaces to segment-token-3
           unstring segment-control-line delimited by all space
               into segment-token-1 segment-token-2 segment-token-3
           move segment-line-number to segment-line-disp
           compute segment-token-length = function length(
               function trim(segment-token-1))
           if segment-token-length = 0 or
              segment-token-1(1:segment-token-length) not numeric
               perform reject-segment-line
               exit paragraph
           end-if
           compute segment-token-length = function length(
               function trim(segment-token-2))
           if segment-token-length = 0 or
              segment-token-2(1:segment-token-length) not numeric
               perform reject-segment-line
               exit paragraph
           end-if
           if segment-token-3 = spaces or
              function length(function trim(segment-token-3)) > 12
               perform reject-segment-line
               exit paragraph
           end-if
           move function numval(segment-token-1) to segment-first-value
           move function numval(segment-token-2) to segment-last-value
           if segment-first-value = 0 or
              segment-first-value > segment-last-value
               perform reject-segment-line
               exit paragraph
           end-if
           perform varying sgi from 1 by 1 until sgi > segment-count
               if segment-first-value <= segment-last-line(sgi) and
                  segment-last-value >= segment-first-line(sgi)
                   display "Day3: segment control line "
                       function trim(segment-line-disp)
                       " overlaps an earlier range - ignored."
                   exit paragraph
               end-if
           end-perform
           if segment-count >= max-segments
               display "Day3: more than " max-segments
                   " segments - extras ignored."
               exit paragraph
           end-if
           perform find-or-add-machine
           if current-machine = 0
               exit paragraph
           end-if
           add 1 to segment-count
           set sgi to segment-count
           move segment-first-value to segment-first-line(sgi)
           move segment-last-value to segment-last-line(sgi)
           move current-machine to segment-machine(sgi).

       reject-segment-line.
           display "Day3: segment control line "
               function trim(segment-line-disp)
               " needs first-line last-line machine-id - ignored.".

       find-or-add-machine.
           move 0 to current-machine
           perform varying mci from 1 by 1 until mci > machine-count
               if machine-id(mci) = segment-token-3
                   set current-machine to mci
                   exit paragraph
               end-if
           end-perform
           if machine-count >= max-machines
               display "Day3: more than " max-machines
                   " machines - " function trim(segment-token-3)
                   " ignored."
               exit paragraph
           end-if
           add 1 to machine-count
           set mci to machine-count
           move segment-token-3 to machine-id(mci)
           move 0 to machine-mul-total(mci)
           move 0 to machine-enabled-count(mci)
           move 0 to machine-disabled-count(mci)
           move 0 to machine-corrupt-count(mci)
           move machine-count to current-machine.

       locate-segment.
      *Called as the scan starts each physical line.  Crossing into
      *a different segment resets do()/don't() state in RESET mode.
           move current-segment to previous-segment
           move 0 to current-segment
           move unmapped-machine to current-machine
           perform varying sgi from 1 by 1 until sgi > segment-count
               if dump-line-number >= segment-first-line(sgi) and
                  dump-line-number <= segment-last-line(sgi)
                   set current-segment to sgi
                   move segment-machine(sgi) to current-machine
                   exit perform
               end-if
           end-perform
           if segment-state-reset and
              current-segment not = previous-segment
               set memory-enabled to true
           end-if.

       book-segment-mul.
           if memory-enabled
               compute machine-mul-total(current-machine) =
                   machine-mul-total(current-machine)
                   + (a-operand * b-operand)
               add 1 to machine-enabled-count(current-machine)
           else
               add 1 to machine-disabled-count(current-machine)
           end-if.

       write-segment-report.
           move segment-report-file-name to data-dir-filename
           perform apply-data-dir-prefix
           perform apply-report-stamp
           move data-dir-filename to segment-report-file-name
           open output segment-report-file
           move spaces to segment-report-line
           string "=== Day3 segment accounting - do/don't state "
               function trim(segment-state-switch)
               " across segments ==="
               delimited by size into segment-report-line
           write segment-report-line
           move spaces to segment-report-line
           string "Machine               Mul total   Enabled"
               "  Disabled   Corrupt"
               delimited by size into segment-report-line
           write segment-report-line
           move 0 to segment-balance-total
           perform varying mci from 1 by 1 until mci > machine-count
               add machine-mul-total(mci) to segment-balance-total
               if mci not = unmapped-machine or
                  machine-enabled-count(mci) > 0 or
                  machine-disabled-count(mci) > 0 or
                  machine-corrupt-count(mci) > 0
                   perform write-one-machine-line
               end-if
           end-perform
           move segment-balance-total to segment-total-disp
           move result to segment-total-disp-2
           move spaces to segment-report-line
           write segment-report-line
           move spaces to segment-report-line
           if segment-balance-total = result
               string "Machine totals "
                   function trim(segment-total-disp)
                   " balance to the Result "
                   function trim(segment-total-disp-2)
                   delimited by size into segment-report-line
           else
               string "*** OUT OF BALANCE *** machine totals "
                   function trim(segment-total-disp)
                   ", Result " function trim(segment-total-disp-2)
                   delimited by size into segment-report-line
           end-if
           write segment-report-line
           display segment-report-line(1:80)
           close segment-report-file
           move segment-report-file-name to trigger-output-name
           perform note-trigger-output
           display "Day3: segment report written to "
               function trim(segment-report-file-name).

       write-one-machine-line.
           move machine-mul-total(mci) to segment-total-disp
           move machine-enabled-count(mci) to segment-count-disp
           move machine-disabled-count(mci) to segment-count-disp-2
           move machine-corrupt-count(mci) to segment-count-disp-3
           move spaces to segment-report-line
           string machine-id(mci) " " segment-total-disp " "
               segment-count-disp " " segment-count-disp-2 " "
               segment-count-disp-3
               delimited by size into segment-report-line
           write segment-report-line.

       seal-violation-abort.
           move "FAILED" to day3-status
           move "input no longer matches the sealed generation"
           end-if
           goback.

       record-capacity-peaks.
           move "scan-buffer-bytes" to capacity-limit-name
           move input-length to capacity-peak
           move max-input-length to capacity-limit
           perform write-capacity-entry
           move "grammar-entries" to capacity-limit-name
           move grammar-entry-count to capacity-peak
           move max-grammar-entries to capacity-limit
           perform write-capacity-entry
           move "segments" to capacity-limit-name
           move segment-count to capacity-peak
           move max-segments to capacity-limit
           perform write-capacity-entry
           move "machines" to capacity-limit-name
           move machine-count to capacity-peak
           move max-machines to capacity-limit
           perform write-capacity-entry.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day3"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day3"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="Day3"==.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'WriteExceptionEntry.cpy'
       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day3"==.

       copy 'WriteCapacityEntry.cpy'
           replacing ==program-name-tag== by =="Day3"==.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="Day3"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'WriteMessage.cpy'.
