                                       matches-file-name
                                       line sequential.

           select previous-matches-file assign to dynamic
               previous-matches-file-name
               line sequential
               file status is previous-matches-file-status.

           select match-diff-file assign to dynamic
               match-diff-file-name
               line sequential.

           select direction-breakdown-file assign to dynamic
               direction-breakdown-file-name
               line sequential.
               stencil-matches-file-name
               line sequential.

           select batch-file assign to dynamic batch-file-name
               line sequential
               file status is batch-file-status.

           select batch-results-file assign to dynamic
               batch-results-file-name
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
       fd matches-file.
       01 match-record pic X(40).

       fd previous-matches-file.
       01 previous-match-record pic X(40).

       fd match-diff-file.
       01 match-diff-line pic X(80).

       fd direction-breakdown-file.
       01 direction-breakdown-line pic X(80).

       fd stencil-matches-file.
       01 stencil-match-record pic X(60).

       fd batch-file.
       01 batch-line pic X(240).

       fd batch-results-file.
       01 batch-results-line pic X(132).

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
           88 stencil-fits value 'y'.
           88 stencil-misses value 'n'.

      *Generation difference: every match this run lists (the word
      *matches and, as "X-MAS (row,col) X" lines, the part-two
      *crosses) is also kept in a table keyed by word, start cell
      *and direction.  The previous generation's listing
      *(DAY4_PREVIOUS_MATCHES, by default the matches file as the
      *last run left it, read before this run rewrites it - or, with
      *run-stamped reports, the newest earlier generation the report
      *registry holds for the matches file) is loaded
      *into a second table; both are sorted and merged so every
      *match is reported as gone, new or survived, with the change
      *split by word and by direction.  A drifted Day4 count whose
      *gone/new matches are all explained here is an input change,
      *not a logic change.
       78 max-generation-matches value 30000.
       01 previous-matches-file-name pic X(200) value spaces.
       01 matches-family-name pic X(200) value spaces.
       01 registry-family pic X(200).
       01 registry-generation pic X(200).
       01 previous-matches-file-status pic X(2).
       01 match-diff-file-name pic X(200)
           value "day4_match_diff.txt".
       01 current-gen-count binary-long value 0.
       01 current-gen-table.
         05 current-gen-entry occurs 0 to max-generation-matches
            times depending on current-gen-count indexed by cgi.
           10 current-gen-key.
             15 current-gen-word pic X(10).
             15 current-gen-row pic 9(4).
             15 current-gen-col pic 9(4).
             15 current-gen-dir pic X(2).
       01 previous-gen-count binary-long value 0.
       01 previous-gen-table.
         05 previous-gen-entry occurs 0 to max-generation-matches
            times depending on previous-gen-count indexed by pgi.
           10 previous-gen-key.
             15 previous-gen-word pic X(10).
             15 previous-gen-row pic 9(4).
             15 previous-gen-col pic 9(4).
             15 previous-gen-dir pic X(2).
       01 filler pic X value 'n'.
           88 previous-gen-loaded value 'y'.
           88 previous-gen-missing value 'n'.
       01 filler pic X value 'n'.
           88 generation-overflow value 'y'.
       01 prev-word-text pic X(12).
       01 prev-row-text pic X(6).
       01 prev-col-text pic X(6).
       01 prev-dir-text pic X(4).
       01 prev-text-length binary-long value 0.
       01 diff-key.
           05 diff-word pic X(10).
           05 diff-row pic 9(4).
           05 diff-col pic 9(4).
           05 diff-dir pic X(2).
       01 diff-kind pic X(8).
       01 diff-row-disp pic Z(3)9.
       01 diff-col-disp pic Z(3)9.
       01 diff-gone-total binary-long value 0.
       01 diff-new-total binary-long value 0.
       01 diff-kept-total binary-long value 0.
       78 max-diff-groups value 12.
       01 diff-word-count binary-long value 0.
       01 diff-word-table.
         05 diff-word-entry occurs max-diff-groups times
            indexed by dwi.
           10 diff-word-text pic X(10).
           10 diff-word-gone binary-long.
           10 diff-word-new binary-long.
           10 diff-word-kept binary-long.
       01 diff-dir-count binary-long value 0.
       01 diff-dir-table.
         05 diff-dir-entry occurs max-diff-groups times
            indexed by ddi.
           10 diff-dir-text pic X(2).
           10 diff-dir-gone binary-long.
           10 diff-dir-new binary-long.
           10 diff-dir-kept binary-long.
       01 diff-group-label pic X(10).
       01 diff-gone-disp pic Z(6)9.
       01 diff-new-disp pic Z(6)9.
       01 diff-kept-disp pic Z(6)9.

      *Multi-grid batch (DAY4_BATCH names a file of "grid-file
      *[label]" lines, * for comments): the puzzle desk's small
      *grids are searched one after another with the same word
      *list, stencils and exclusion zones.  Each grid is held to
      *InputAudit's grid-shape rules first - readable, not empty,
      *every row as wide as row 1, within the scan buffer - and one
      *that fails is skipped, put on the exceptions hub and listed
      *as skipped, and the batch goes on.  Per-grid Part 1 and
      *Part 2 counts go to day4_batch_results.txt and to the ledger
      *as "P1 label"/"P2 label" parts (the label cut to the seven
      *characters a part has room for; GRIDnnn when none is given),
      *followed by the batch totals.  The match listing goes to
      *day4_batch_matches.txt, so a batch never replaces the
      *single-grid listing the generation difference reads.
       01 batch-file-name pic X(200) value spaces.
       01 batch-file-status pic X(2).
       01 batch-results-file-name pic X(200)
           value "day4_batch_results.txt".
       01 grid-file-token pic X(200).
       01 grid-label pic X(20).
       01 grid-sequence pic 9(3).
       01 grid-reason pic X(40).
       01 grid-rows binary-long value 0.
       01 grid-width binary-long value 0.
       01 grid-line-width binary-long value 0.
       01 grid-count binary-long value 0.
       01 grid-searched-count binary-long value 0.
       01 grid-skipped-count binary-long value 0.
       01 grid-part1 binary-long value 0.
       01 grid-part2 binary-long value 0.
       01 grid-part1-total binary-long value 0.
       01 grid-part2-total binary-long value 0.
       01 grid-stencils binary-long value 0.
       01 grid-stencil-before binary-long value 0.
       01 grid-pointer binary-long value 1.
       01 grid-disp pic Z(6)9.
       01 grid-disp-2 pic Z(6)9.
       01 grid-disp-3 pic Z(6)9.
       01 filler pic X value 'y'.
           88 grid-shape-ok value 'y'.
           88 grid-shape-bad value 'n'.

       01 match-count-e binary-long value 0.
       01 match-count-w binary-long value 0.
       01 match-count-n binary-long value 0.
       01 direction-count-disp pic Z(6)9.

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

           accept batch-file-name from environment "DAY4_BATCH"
           if batch-file-name = spaces
               move "DAY4_BATCH" to config-lookup-key
               perform get-config-value
               move config-lookup-value to batch-file-name
           end-if
           if batch-file-name not = spaces
               move batch-file-name to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to batch-file-name
               move "day4_batch_matches.txt" to matches-file-name
               move batch-file-name to journal-input-file
           else
               move input-file-name to journal-input-file
           end-if
           move "START" to journal-event
           move "-" to journal-status
           perform write-journal-entry

           move matches-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to matches-family-name
           perform apply-report-stamp
           move data-dir-filename to matches-file-name


           perform load-stencil-library

           if batch-file-name not = spaces
               perform run-grid-batch
               perform finish-grid-batch
               goback
           end-if

           perform open-input-with-retry
           if input-file-status not = "00"
               go to input-file-error
           end-perform.
           perform record-parse-phase

           perform load-previous-generation
           open output matches-file
           perform part-one
           move result to part-one-result
           perform part-two
           move result to part-two-result
           close matches-file
           move matches-file-name to trigger-output-name
           perform note-trigger-output
           if previous-gen-loaded
               perform write-match-difference
           end-if

           if stencil-count > 0
               perform search-stencils
           move input-height to control-processed
           move 0 to control-rejected
           perform write-control-totals
           perform record-capacity-peaks

           move "OK" to day4-status
           move spaces to day4-status-reason

           move day4-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day4-status to journal-status
           perform write-journal-entry
               function trim(match-x-disp) ") "
               current-direction
               delimited by size into match-record
           write match-record
           move word-text(wj) to diff-word
           move ys(1) to diff-row
           move xs(1) to diff-col
           move current-direction to diff-dir
           perform keep-generation-match.

       load-stencil-library.
           accept pattern-file-name from environment "DAY4_PATTERNS"
           end-if.

       search-stencils.
           move stencil-matches-file-name to data-dir-filename
           perform apply-data-dir-prefix
           perform apply-report-stamp
           move data-dir-filename to stencil-matches-file-name
           open output stencil-matches-file
           perform scan-stencil-library
           close stencil-matches-file
           move stencil-matches-file-name to trigger-output-name
           perform note-trigger-output
           perform display-stencil-totals.

       scan-stencil-library.
      *One pass per stencil over every anchor cell where the
      *stencil still fits inside the grid; . cells match anything.
           perform varying st from 1 by 1 until st > stencil-count
               perform varying y from 1 by 1
                   until y > input-height - stencil-height(st) + 1
                       end-if
                   end-perform
               end-perform
           end-perform.

       check-stencil-at.
           set stencil-fits to true
                   exit paragraph
               end-if
           end-if
           add 1 to result
           move y to match-y-disp
           move x to match-x-disp
           move spaces to match-record
           string "X-MAS (" function trim(match-y-disp) ","
               function trim(match-x-disp) ") X"
               delimited by size into match-record
           write match-record
           move "X-MAS" to diff-word
           move y to diff-row
           move x to diff-col
           move "X" to diff-dir
           perform keep-generation-match.

       find-previous-stamped-generation.
      *The registry is appended in run order, so the last row for
      *the matches family other than this run's own name is the
      *newest earlier generation.
           open input report-registry-file
           if report-registry-file-status not = "00"
               exit paragraph
           end-if
           move 'n' to ws-eof
               perform until ws-eof='y'
               read report-registry-file
                   at end move 'y' to ws-eof
                   not at end
                       perform note-stamped-generation
               end-read
               if report-registry-file-status not = "00" and
                  report-registry-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close report-registry-file.

       note-stamped-generation.
           move spaces to registry-family
           move spaces to registry-generation
           unstring report-registry-record delimited by ","
               into registry-family registry-generation
           if registry-family = matches-family-name and
              registry-generation not = matches-file-name and
              registry-generation not = spaces
               move registry-generation to previous-matches-file-name
           end-if.

       keep-generation-match.
           if current-gen-count >= max-generation-matches
               set generation-overflow to true
               exit paragraph
           end-if
           add 1 to current-gen-count
           move diff-key to current-gen-key(current-gen-count).

       load-previous-generation.
           accept previous-matches-file-name from environment
               "DAY4_PREVIOUS_MATCHES"
           if previous-matches-file-name = spaces
               move "DAY4_PREVIOUS_MATCHES" to config-lookup-key
               perform get-config-value
               move config-lookup-value to previous-matches-file-name
           end-if
           if previous-matches-file-name = spaces
               move matches-family-name to previous-matches-file-name
               if report-stamp-enabled
                   perform find-previous-stamped-generation
               end-if
           else
               move previous-matches-file-name to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to previous-matches-file-name
           end-if
           move 0 to previous-gen-count
           open input previous-matches-file
           if previous-matches-file-status not = "00"
               display "Day4: no previous match generation at "
                   function trim(previous-matches-file-name)
                   " - no difference report."
               exit paragraph
           end-if
           move 'n' to ws-eof
               perform until ws-eof='y'
               read previous-matches-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-previous-match
               end-read
               if previous-matches-file-status not = "00" and
                  previous-matches-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close previous-matches-file
           set previous-gen-loaded to true.

       load-one-previous-match.
           move spaces to prev-word-text
           move spaces to prev-row-text
           move spaces to prev-col-text
           move spaces to prev-dir-text
           unstring previous-match-record delimited by " (" or ","
               or ") "
               into prev-word-text prev-row-text prev-col-text
                    prev-dir-text
           compute prev-text-length = function length(
               function trim(prev-row-text))
           if prev-text-length = 0 or
              prev-row-text(1:prev-text-length) not numeric
               exit paragraph
           end-if
           compute prev-text-length = function length(
               function trim(prev-col-text))
           if prev-text-length = 0 or
              prev-col-text(1:prev-text-length) not numeric
               exit paragraph
           end-if
           if previous-gen-count >= max-generation-matches
               set generation-overflow to true
               exit paragraph
           end-if
           add 1 to previous-gen-count
           set pgi to previous-gen-count
           move prev-word-text to previous-gen-word(pgi)
           move function numval(prev-row-text) to previous-gen-row(pgi)
           move function numval(prev-col-text) to previous-gen-col(pgi)
           move prev-dir-text to previous-gen-dir(pgi).

       write-match-difference.
           move match-diff-file-name to data-dir-filename
           perform apply-data-dir-prefix
           perform apply-report-stamp
           move data-dir-filename to match-diff-file-name
           open output match-diff-file
           move spaces to match-diff-line
           string "=== Day4 matches against the previous generation "
               "==="
               delimited by size into match-diff-line
           write match-diff-line
           move spaces to match-diff-line
           string "Previous: " function trim(previous-matches-file-name)
               delimited by size into match-diff-line
           write match-diff-line
           if generation-overflow
               move "*** more matches than the generation table holds"
                   & " - the comparison is incomplete ***"
                   to match-diff-line
               write match-diff-line
           end-if
           move 0 to diff-gone-total
           move 0 to diff-new-total
           move 0 to diff-kept-total
           move 0 to diff-word-count
           move 0 to diff-dir-count
           if current-gen-count > 1
               sort current-gen-entry ascending key current-gen-key
           end-if
           if previous-gen-count > 1
               sort previous-gen-entry ascending key previous-gen-key
           end-if
           set cgi to 1
           set pgi to 1
           perform until cgi > current-gen-count and
                         pgi > previous-gen-count
               evaluate true
                   when cgi > current-gen-count
                       move previous-gen-key(pgi) to diff-key
                       move "GONE" to diff-kind
                       set pgi up by 1
                   when pgi > previous-gen-count
                       move current-gen-key(cgi) to diff-key
                       move "NEW" to diff-kind
                       set cgi up by 1
                   when current-gen-key(cgi) < previous-gen-key(pgi)
                       move current-gen-key(cgi) to diff-key
                       move "NEW" to diff-kind
                       set cgi up by 1
                   when current-gen-key(cgi) > previous-gen-key(pgi)
                       move previous-gen-key(pgi) to diff-key
                       move "GONE" to diff-kind
                       set pgi up by 1
                   when other
                       move current-gen-key(cgi) to diff-key
                       move "SURVIVED" to diff-kind
                       set cgi up by 1
                       set pgi up by 1
               end-evaluate
               perform write-one-match-difference
           end-perform
           perform write-difference-summary
           close match-diff-file
           move match-diff-file-name to trigger-output-name
           perform note-trigger-output
           move diff-gone-total to diff-gone-disp
           move diff-new-total to diff-new-disp
           move diff-kept-total to diff-kept-disp
           display "Day4: against the previous generation "
               function trim(diff-gone-disp) " gone, "
               function trim(diff-new-disp) " new, "
               function trim(diff-kept-disp) " survived - see "
               function trim(match-diff-file-name).

       write-one-match-difference.
           move diff-row to diff-row-disp
           move diff-col to diff-col-disp
           move spaces to match-diff-line
           string diff-kind " " function trim(diff-word) " ("
               function trim(diff-row-disp) ","
               function trim(diff-col-disp) ") " diff-dir
               delimited by size into match-diff-line
           write match-diff-line
           set dwi to 1
           search diff-word-entry
               at end
                   set dwi to max-diff-groups
               when dwi > diff-word-count
                   add 1 to diff-word-count
                   move diff-word to diff-word-text(dwi)
                   move 0 to diff-word-gone(dwi)
                   move 0 to diff-word-new(dwi)
                   move 0 to diff-word-kept(dwi)
               when diff-word-text(dwi) = diff-word
                   continue
           end-search
           set ddi to 1
           search diff-dir-entry
               at end
                   set ddi to max-diff-groups
               when ddi > diff-dir-count
                   add 1 to diff-dir-count
                   move diff-dir to diff-dir-text(ddi)
                   move 0 to diff-dir-gone(ddi)
                   move 0 to diff-dir-new(ddi)
                   move 0 to diff-dir-kept(ddi)
               when diff-dir-text(ddi) = diff-dir
                   continue
           end-search
           evaluate diff-kind
               when "GONE"
                   add 1 to diff-gone-total
                   add 1 to diff-word-gone(dwi)
                   add 1 to diff-dir-gone(ddi)
               when "NEW"
                   add 1 to diff-new-total
                   add 1 to diff-word-new(dwi)
                   add 1 to diff-dir-new(ddi)
               when other
                   add 1 to diff-kept-total
                   add 1 to diff-word-kept(dwi)
                   add 1 to diff-dir-kept(ddi)
           end-evaluate.

       write-difference-summary.
           move spaces to match-diff-line
           write match-diff-line
           move "By word:            gone      new survived"
               to match-diff-line
           write match-diff-line
           perform varying dwi from 1 by 1 until dwi > diff-word-count
               move diff-word-text(dwi) to diff-group-label
               move diff-word-gone(dwi) to diff-gone-disp
               move diff-word-new(dwi) to diff-new-disp
               move diff-word-kept(dwi) to diff-kept-disp
               perform write-difference-summary-line
           end-perform
           move spaces to match-diff-line
           write match-diff-line
           move "By direction:       gone      new survived"
               to match-diff-line
           write match-diff-line
           perform varying ddi from 1 by 1 until ddi > diff-dir-count
               move diff-dir-text(ddi) to diff-group-label
               move diff-dir-gone(ddi) to diff-gone-disp
               move diff-dir-new(ddi) to diff-new-disp
               move diff-dir-kept(ddi) to diff-kept-disp
               perform write-difference-summary-line
           end-perform
           move "TOTAL" to diff-group-label
           move diff-gone-total to diff-gone-disp
           move diff-new-total to diff-new-disp
           move diff-kept-total to diff-kept-disp
           perform write-difference-summary-line.

       write-difference-summary-line.
           move spaces to match-diff-line
           string "  " diff-group-label "     " diff-gone-disp "  "
               diff-new-disp "  " diff-kept-disp
               delimited by size into match-diff-line
           write match-diff-line.

       load-exclusion-zones.
           accept zone-file-name from environment "DAY4_ZONES"
               perform write-one-zone-line
           end-perform
           close zone-report-file
           move zone-report-file-name to trigger-output-name
           perform note-trigger-output
           display "Day4: zone exclusion counts written to "
               function trim(zone-report-file-name).

                   move 0 to heat-cell(hot-best-y, hot-best-x)
               end-if
           end-perform
           close heat-map-file
           move heat-map-file-name to trigger-output-name
           perform note-trigger-output.

       find-hottest-cell.
           move 0 to hot-best-count
               function trim(direction-count-disp) " matches"
               delimited by size into direction-breakdown-line
           write direction-breakdown-line
           close direction-breakdown-file
           move direction-breakdown-file-name to trigger-output-name
           perform note-trigger-output.

       run-grid-batch.
           open input batch-file
           if batch-file-status not = "00"
               move batch-file-status to input-file-status
               move batch-file-name to input-file-name
               go to input-file-error
           end-if
           move batch-results-file-name to data-dir-filename
           perform apply-data-dir-prefix
           perform apply-report-stamp
           move data-dir-filename to batch-results-file-name
           open output batch-results-file
           move "=== Day4 grid batch ===" to batch-results-line
           write batch-results-line
           move spaces to batch-results-line
           string "Batch: " function trim(batch-file-name)
               delimited by size into batch-results-line
           write batch-results-line
           move spaces to batch-results-line
           write batch-results-line
           open output matches-file
           if stencil-count > 0
               move stencil-matches-file-name to data-dir-filename
               perform apply-data-dir-prefix
               perform apply-report-stamp
               move data-dir-filename to stencil-matches-file-name
               open output stencil-matches-file
           end-if
           perform record-parse-phase
               perform until ws-eof='y'
               read batch-file
                   at end move 'y' to ws-eof
                   not at end
                       perform process-grid-line
               end-read
               if batch-file-status not = "00" and
                  batch-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close batch-file
           perform record-compute-phase
           close matches-file
           move matches-file-name to trigger-output-name
           perform note-trigger-output
           if stencil-count > 0
               close stencil-matches-file
               move stencil-matches-file-name to trigger-output-name
               perform note-trigger-output
           end-if

           move spaces to batch-results-line
           write batch-results-line
           move grid-count to grid-disp
           move grid-searched-count to grid-disp-2
           move grid-skipped-count to grid-disp-3
           move spaces to batch-results-line
           string "Grids: " function trim(grid-disp) " listed, "
               function trim(grid-disp-2) " searched, "
               function trim(grid-disp-3) " skipped"
               delimited by size into batch-results-line
           write batch-results-line
           move grid-part1-total to grid-disp
           move grid-part2-total to grid-disp-2
           move spaces to batch-results-line
           string "Total: Part 1 " function trim(grid-disp)
               "  Part 2 " function trim(grid-disp-2)
               delimited by size into batch-results-line
           write batch-results-line
           close batch-results-file
           move batch-results-file-name to trigger-output-name
           perform note-trigger-output.

       process-grid-line.
           if batch-line = spaces or batch-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to grid-file-token
           move spaces to grid-label
           unstring batch-line delimited by all space
               into grid-file-token grid-label
           add 1 to grid-count
           if grid-label = spaces
               move grid-count to grid-sequence
               string "GRID" grid-sequence
                   delimited by size into grid-label
           end-if
           move grid-file-token to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to input-file-name
           perform check-grid-shape
           if grid-shape-bad
               perform skip-batch-grid
               exit paragraph
           end-if
           move input-file-name to seal-check-file
           perform check-input-seal
           if seal-violation
               move "no longer matches the sealed generation"
                   to grid-reason
               perform skip-batch-grid
               exit paragraph
           end-if
           perform load-batch-grid
           perform search-batch-grid
           perform record-batch-grid.

       check-grid-shape.
      *InputAudit's grid-shape rules, judged here so a bad grid is
      *turned away before it reaches the scan buffer.
           set grid-shape-ok to true
           move spaces to grid-reason
           move 0 to grid-rows
           move 0 to grid-width
           open input input-file
           if input-file-status not = "00"
               set grid-shape-bad to true
               string "not readable (file status "
                   input-file-status ")"
                   delimited by size into grid-reason
               exit paragraph
           end-if
               perform until ws-eof='y'
               read input-file
                   at end move 'y' to ws-eof
                   not at end
                       perform check-grid-row
               end-read
               if input-file-status not = "00" and
                  input-file-status not = "10"
                   set grid-shape-bad to true
                   string "read error (file status "
                       input-file-status ")"
                       delimited by size into grid-reason
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close input-file
           if grid-shape-ok and grid-rows = 0
               set grid-shape-bad to true
               move "empty grid" to grid-reason
           end-if.

       check-grid-row.
           add 1 to grid-rows
           compute grid-line-width =
               function length(function trim(file-row))
           if grid-rows = 1
               move grid-line-width to grid-width
           end-if
           if grid-rows > max-height or grid-width > max-width
               set grid-shape-bad to true
               move "grid exceeds the scan buffer" to grid-reason
               move 'y' to ws-eof
               exit paragraph
           end-if
           if grid-line-width not = grid-width
               set grid-shape-bad to true
               move "row width differs from row 1" to grid-reason
               move 'y' to ws-eof
           end-if.

       load-batch-grid.
           move grid-rows to input-height
           move grid-width to input-width
           open input input-file
           set y to 1
               perform until ws-eof='y'
               read input-file
                   at end move 'y' to ws-eof
                   not at end
                       move file-row to row(y)
                       set y up by 1
               end-read
               if input-file-status not = "00" and
                  input-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close input-file
           add grid-rows to control-read.

       search-batch-grid.
           move spaces to match-record
           string "GRID " grid-label
               delimited by size into match-record
           write match-record
      *Each grid is its own puzzle; only the batch totals carry
      *across, so the generation table starts afresh every grid.
           move 0 to current-gen-count
           move 0 to result
           perform part-one
           move result to grid-part1
           move 0 to result
           perform part-two
           move result to grid-part2
           move 0 to result
           move 0 to grid-stencils
           if stencil-count > 0
               move spaces to stencil-match-record
               string "GRID " grid-label
                   delimited by size into stencil-match-record
               write stencil-match-record
               move stencil-match-total to grid-stencil-before
               perform scan-stencil-library
               compute grid-stencils =
                   stencil-match-total - grid-stencil-before
           end-if.

       record-batch-grid.
           add 1 to grid-searched-count
           add grid-rows to control-processed
           add grid-part1 to grid-part1-total
           add grid-part2 to grid-part2-total
           move grid-part1 to grid-disp
           move grid-part2 to grid-disp-2
           move spaces to batch-results-line
           move 1 to grid-pointer
           string grid-label " " function trim(grid-file-token)
               "  Part 1 " function trim(grid-disp)
               "  Part 2 " function trim(grid-disp-2)
               delimited by size into batch-results-line
               with pointer grid-pointer
           if stencil-count > 0
               move grid-stencils to grid-disp-3
               string "  stencils " function trim(grid-disp-3)
                   delimited by size into batch-results-line
                   with pointer grid-pointer
           end-if
           write batch-results-line
           display "Grid " function trim(grid-label) ": Part 1 "
               function trim(grid-disp) ", Part 2 "
               function trim(grid-disp-2)

           move spaces to ledger-part
           string "P1 " grid-label(1:7)
               delimited by size into ledger-part
           move grid-part1 to ledger-value
           perform write-ledger-entry
           move spaces to ledger-part
           string "P2 " grid-label(1:7)
               delimited by size into ledger-part
           move grid-part2 to ledger-value
           perform write-ledger-entry.

       skip-batch-grid.
           add 1 to grid-skipped-count
           add 1 to control-rejected
           move spaces to batch-results-line
           string grid-label " " function trim(grid-file-token)
               "  SKIPPED - " function trim(grid-reason)
               delimited by size into batch-results-line
           write batch-results-line
           move grid-count to exception-hub-line-no
           move "grid failed shape check" to exception-hub-reason
           move spaces to exception-hub-record
           string function trim(grid-label) " "
               function trim(grid-file-token) " - "
               function trim(grid-reason)
               delimited by size into exception-hub-record
           perform write-exception-entry
           display "Grid " function trim(grid-label) ": SKIPPED - "
               function trim(grid-reason).

       finish-grid-batch.
           move grid-part1-total to grid-disp
           move grid-part2-total to grid-disp-2
           move grid-searched-count to grid-disp-3
           display "Part 1 - XMAS word search matches across "
               function trim(grid-disp-3) " grid(s): "
               function trim(grid-disp)
           display "Part 2 - X-MAS pattern matches across "
               function trim(grid-disp-3) " grid(s): "
               function trim(grid-disp-2)
           if wordlist-in-use
               perform display-word-totals
           end-if
           if stencil-count > 0
               perform display-stencil-totals
           end-if
           if zone-count > 0
               perform write-zone-report
           end-if
           display "Day4: batch results in "
               function trim(batch-results-file-name)

           move "P1 Total" to ledger-part
           move grid-part1-total to ledger-value
           perform write-ledger-entry
           move grid-part1-total to day4-part1-result
           move "P2 Total" to ledger-part
           move grid-part2-total to ledger-value
           perform write-ledger-entry
           move grid-part2-total to day4-part2-result

           perform write-control-totals
           perform record-capacity-peaks

           if grid-skipped-count > 0
               move "WARNING" to day4-status
               move "grid(s) skipped by the shape check"
                   to day4-status-reason
           else
               move "OK" to day4-status
               move spaces to day4-status-reason
           end-if

           move day4-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day4-status to journal-status
           perform write-journal-entry

           perform stop-and-report-elapsed-time.

       seal-violation-abort.
           move "FAILED" to day4-status
           end-if
           goback.

       record-capacity-peaks.
           move "grid-height" to capacity-limit-name
           move input-height to capacity-peak
           move max-height to capacity-limit
           perform write-capacity-entry
           move "grid-width" to capacity-limit-name
           move input-width to capacity-peak
           move max-width to capacity-limit
           perform write-capacity-entry
           move "search-words" to capacity-limit-name
           move word-count to capacity-peak
           move max-search-words to capacity-limit
           perform write-capacity-entry
           move "stencils" to capacity-limit-name
           move stencil-count to capacity-peak
           move max-stencils to capacity-limit
           perform write-capacity-entry
           move "exclusion-zones" to capacity-limit-name
           move zone-count to capacity-peak
           move max-exclusion-zones to capacity-limit
           perform write-capacity-entry
           move "generation-matches" to capacity-limit-name
           move current-gen-count to capacity-peak
           move max-generation-matches to capacity-limit
           perform write-capacity-entry.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day4"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day4"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="Day4"==.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'WriteExceptionEntry.cpy'
       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day4"==.

       copy 'WriteCapacityEntry.cpy'
           replacing ==program-name-tag== by =="Day4"==.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="Day4"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'WriteMessage.cpy'.
