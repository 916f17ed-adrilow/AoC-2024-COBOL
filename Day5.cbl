               minimal-rules-file-name
               line sequential.

           select whatif-file assign to dynamic whatif-file-name
               line sequential
               file status is whatif-file-status.

           select whatif-report-file assign to dynamic
               whatif-report-file-name
               line sequential.

           select ranking-file assign to dynamic ranking-file-name
               line sequential
               file status is ranking-file-status.

           select day5-checkpoint-file assign to dynamic
               day5-checkpoint-file-name
               line sequential

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
       fd minimal-rules-file.
       01 minimal-rules-line pic X(8).

       fd whatif-file.
       01 whatif-line pic X(40).

       fd whatif-report-file.
       01 whatif-report-line pic X(400).

       fd ranking-file.
       01 ranking-record.
           05 ranking-page pic 9(3).
           05 filler pic X.
           05 ranking-rank pic 9(3).
           05 filler pic X.
           05 ranking-before-count pic 9(3).
           05 filler pic X.
           05 ranking-after-count pic 9(3).
           05 filler pic X.
           05 ranking-interchangeable pic X.

       fd day5-checkpoint-file.
       01 day5-checkpoint-line pic X(8).

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
           88 rules-file-versioned value 'y'.
           88 rules-file-flat value 'n'.

      *What-if mode (DAY5_WHATIF names a proposed-changes file):
      *each "+X|Y" line adds a rule and each "-X|Y" line retires
      *one.  Every update is judged by check-line-okay (and
      *reordered by reorder-by-precedence when it fails) twice -
      *under the rules in force, then with the proposed changes
      *laid over them - and the what-if report lists every update
      *whose verdict flips, every still-invalid update whose
      *reordered middle page moves, and the net effect on the
      *Result.  It is a planning run: nothing goes to the ledger,
      *the control totals or the exceptions hub.
       01 whatif-file-name pic X(200) value spaces.
       01 whatif-file-status pic X(2).
       01 whatif-report-file-name pic X(200)
           value "day5_whatif_report.txt".
       01 filler pic X value 'n'.
           88 whatif-enabled value 'y'.
           88 whatif-disabled value 'n'.
       78 max-whatif-changes value 200.
       01 whatif-change-count binary-long value 0.
       01 whatif-change-table.
         05 whatif-change occurs max-whatif-changes times
            indexed by wci.
           10 whatif-kind pic X.
               88 whatif-add value '+'.
               88 whatif-remove value '-'.
           10 whatif-before binary-long.
           10 whatif-after binary-long.
           10 whatif-was-set pic X.
       01 whatif-line-number binary-long value 0.
       01 whatif-before-text pic X(10).
       01 whatif-after-text pic X(10).
       01 whatif-text-length binary-long value 0.
       01 whatif-verdict pic X(7).
       01 whatif-middle binary-long value 0.
       01 current-verdict pic X(7).
       01 current-middle binary-long value 0.
       01 proposed-verdict pic X(7).
       01 proposed-middle binary-long value 0.
       01 current-whatif-result binary-long value 0.
       01 proposed-whatif-result binary-long value 0.
       01 whatif-net binary-long value 0.
       01 whatif-flip-count binary-long value 0.
       01 whatif-move-count binary-long value 0.
       01 whatif-middle-disp pic Z(2)9.
       01 whatif-middle-disp-2 pic Z(2)9.
       01 whatif-total-disp pic Z(9)9.
       01 whatif-total-disp-2 pic Z(9)9.
       01 whatif-net-disp pic -(9)9.
       01 whatif-count-disp pic Z(6)9.
       01 whatif-count-disp-2 pic Z(6)9.

       01 result binary-long value 0.
       01 day5-result pic 9(38) external value 0.

       01 topo-pick binary-long value 0.
       01 topo-out binary-long value 0.

      *Canonical page ordering (DAY5_PUBLISH_ORDER=Y): a rules-only
      *run, like the rules audit, that ranks every page the rules
      *mention into one master sequence for the print shops.  All
      *ruled pages go through reorder-by-precedence as a single
      *update, so the master order is exactly the one an update
      *holding every page would be reordered into.  A page's rank
      *is one more than the highest rank among the pages a rule
      *puts directly in front of it; pages sharing a rank are
      *unordered by the rules and flagged interchangeable.  The
      *publication carries, per page, how many pages must precede
      *it and how many must follow it (through any chain of rules).
      *Rules that contain a cycle have no master order: the
      *publication is refused and the cycle named through the
      *contradiction analysis.
      *Ranking record: page(3) rank(3) must-precede(3)
      *must-follow(3) interchangeable(Y/N), space separated.
       01 publish-switch pic X.
           88 publish-enabled value 'y' 'Y'.
           88 publish-disabled value 'n' 'N'.
       01 ranking-file-name pic X(200)
           value "day5_page_ranking.txt".
       01 ranking-file-status pic X(2).
       01 ranked-page-count binary-long value 0.
       01 peak-update-pages binary-long value 0.
       01 ranked-slot-memory.
           05 ranked-rank binary-long occurs max-topo-pages times.
           05 ranked-before binary-long occurs max-topo-pages times.
           05 ranked-after binary-long occurs max-topo-pages times.
       01 ranked-reach-memory.
           05 filler occurs max-topo-pages times.
               10 ranked-reach pic X occurs max-topo-pages times.
       01 rank-p binary-long value 0.
       01 rank-q binary-long value 0.
       01 rank-r binary-long value 0.
       01 rank-highest binary-long value 0.
       01 rank-disp pic Z(2)9.
       01 rank-count-disp pic Z(4)9.
       01 filler pic X value 'n'.
           88 too-many-ranked-pages value 'y'.

       01 cycle-message pic X(400).
       01 cm-pointer binary-long value 1.
       01 pq-disp pic Z(2)9.
           88 no-cycle-seen-this-run value 'n'.

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
                   goback
               end-if

               accept publish-switch from environment
                   "DAY5_PUBLISH_ORDER"
               if publish-switch = spaces
                   move "DAY5_PUBLISH_ORDER" to config-lookup-key
                   perform get-config-value
                   move config-lookup-value to publish-switch
               end-if
               if publish-switch not = 'y' and
                  publish-switch not = 'Y'
                   move 'n' to publish-switch
               end-if
               if publish-enabled
                   move input1-file-name to journal-input-file
                   move "START" to journal-event
                   move "-" to journal-status
                   perform write-journal-entry
                   perform publish-page-ranking
                   perform stop-and-report-elapsed-time
                   goback
               end-if

               move input2-file-name to journal-input-file
               move "START" to journal-event
               move "-" to journal-status
               perform write-journal-entry

               accept whatif-file-name from environment
                   "DAY5_WHATIF"
               if whatif-file-name = spaces
                   move "DAY5_WHATIF" to config-lookup-key
                   perform get-config-value
                   move config-lookup-value to whatif-file-name
               end-if
               if whatif-file-name not = spaces
                   perform run-what-if
                   perform stop-and-report-elapsed-time
                   goback
               end-if

               perform process-one-dataset

               accept redundancy-switch from environment
           end-if

           perform write-control-totals
           perform record-capacity-peaks

           if cycle-seen-this-run
               move "WARNING" to day5-status
               move spaces to day5-status-reason
           end-if

           move day5-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day5-status to journal-status
           perform write-journal-entry
                           move page-number of input-page(k) to
                           print-queue(i)
                       end-perform
                       if i > peak-update-pages
                           set peak-update-pages to i
                       end-if
                       move print-queue(1) to original-queue(1)
                       perform varying oi from 2 by 1 until oi > i
                           move print-queue(oi) to original-queue(oi)
               end-perform.
               move 'n' to ws-eof
           close input2-file.
           close audit-file
           move audit-file-name to trigger-output-name
           perform note-trigger-output.
           close corrected-file
           move corrected-file-name to trigger-output-name
           perform note-trigger-output.
           perform write-rule-coverage
           perform record-compute-phase.

                   end-if
               end-perform
           end-perform
           close coverage-file
           move coverage-file-name to trigger-output-name
           perform note-trigger-output.

       write-one-rule-line.
           if rule-consulted(rule-a, rule-b) = 0
           perform search-contradiction-loops
           perform write-audit-verdict
           close contradiction-file
           move contradiction-file-name to trigger-output-name
           perform note-trigger-output
           perform record-compute-phase
           if direct-pair-count = 0 and cycle-chain-count = 0
               move "OK" to day5-status
               delimited by size into redundant-line
           write redundant-line
           close redundant-file
           move redundant-file-name to trigger-output-name
           perform note-trigger-output
           perform write-minimal-rules-file
           display "Day5: redundancy analysis written to "
               function trim(redundant-file-name)
                   end-if
               end-perform
           end-perform
           close minimal-rules-file
           move minimal-rules-file-name to trigger-output-name
           perform note-trigger-output.

       load-ordering-rules.
           perform resolve-rule-date
      *before Y and Y before X), so the bubble sort above can never
      *settle. Name the pages involved and give up on this line
      *rather than looping forever.
           if whatif-enabled or publish-enabled
               exit paragraph
           end-if
           set cycle-seen-this-run to true
           add 1 to control-rejected
           move spaces to cycle-message
               add print-queue((i/2) + 1) to result
           end-if.

       publish-page-ranking.
           perform load-ordering-rules
           perform record-parse-phase
           perform collect-ruled-pages
           if too-many-ranked-pages
               move max-topo-pages to rank-count-disp
               display "Day5: the rules mention more than "
                   function trim(rank-count-disp)
                   " pages - no master order published."
               move "FAILED" to day5-status
               move "too many ruled pages to rank" to
                   day5-status-reason
               perform finish-publication
               exit paragraph
           end-if
           set no-cycle-detected to true
           if i > 0
               perform reorder-by-precedence
           end-if
           if cycle-detected
               perform refuse-cyclic-publication
               exit paragraph
           end-if
           perform rank-ordered-pages
           perform count-must-precede-follow
           perform write-page-ranking
           move "OK" to day5-status
           move spaces to day5-status-reason
           perform finish-publication.

       collect-ruled-pages.
      *Every page that appears on either side of a rule, ascending,
      *becomes one slot of a single all-pages update.
           move 0 to i
           perform varying rule-a from 1 by 1
               until rule-a > max-page-number
               move 'n' to reach-visited(rule-a)
           end-perform
           perform varying rule-a from 1 by 1
               until rule-a > max-page-number
               perform varying rule-b from 1 by 1
                   until rule-b > max-page-number
                   if y-before-x(rule-a, rule-b)
                       move 'y' to reach-visited(rule-a)
                       move 'y' to reach-visited(rule-b)
                   end-if
               end-perform
           end-perform
           perform varying rule-a from 1 by 1
               until rule-a > max-page-number
               if reach-visited(rule-a) = 'y'
                   if i >= max-topo-pages
                       set too-many-ranked-pages to true
                       exit perform
                   end-if
                   set i up by 1
                   move rule-a to original-queue(i)
               end-if
           end-perform
           set ranked-page-count to i.

       rank-ordered-pages.
      *print-queue now holds the master order; walking it front to
      *back, every page's direct predecessors are already ranked.
           perform varying rank-p from 1 by 1
               until rank-p > ranked-page-count
               move 1 to ranked-rank(rank-p)
               perform varying rank-q from 1 by 1
                   until rank-q >= rank-p
                   if y-before-x(print-queue(rank-q),
                                 print-queue(rank-p)) and
                      ranked-rank(rank-q) >= ranked-rank(rank-p)
                       compute ranked-rank(rank-p) =
                           ranked-rank(rank-q) + 1
                   end-if
               end-perform
           end-perform.

       count-must-precede-follow.
      *Transitive closure over the ranked slots (in master order,
      *so a rule can only point forward), then row and column
      *counts give must-follow and must-precede.
           perform varying rank-p from 1 by 1
               until rank-p > ranked-page-count
               perform varying rank-q from 1 by 1
                   until rank-q > ranked-page-count
                   if y-before-x(print-queue(rank-p),
                                 print-queue(rank-q))
                       move 'y' to ranked-reach(rank-p, rank-q)
                   else
                       move 'n' to ranked-reach(rank-p, rank-q)
                   end-if
               end-perform
           end-perform
           perform varying rank-r from 1 by 1
               until rank-r > ranked-page-count
               perform varying rank-p from 1 by 1
                   until rank-p > ranked-page-count
                   if ranked-reach(rank-p, rank-r) = 'y'
                       perform varying rank-q from 1 by 1
                           until rank-q > ranked-page-count
                           if ranked-reach(rank-r, rank-q) = 'y'
                               move 'y' to ranked-reach(rank-p, rank-q)
                           end-if
                       end-perform
                   end-if
               end-perform
           end-perform
           perform varying rank-p from 1 by 1
               until rank-p > ranked-page-count
               move 0 to ranked-before(rank-p)
               move 0 to ranked-after(rank-p)
               perform varying rank-q from 1 by 1
                   until rank-q > ranked-page-count
                   if ranked-reach(rank-q, rank-p) = 'y'
                       add 1 to ranked-before(rank-p)
                   end-if
                   if ranked-reach(rank-p, rank-q) = 'y'
                       add 1 to ranked-after(rank-p)
                   end-if
               end-perform
           end-perform.

       write-page-ranking.
      *Records go out by rank, and by page number within a rank.
           move ranking-file-name to data-dir-filename
           perform apply-data-dir-prefix
           perform apply-report-stamp
           move data-dir-filename to ranking-file-name
           open output ranking-file
           if ranking-file-status not = "00"
               display "Day5: cannot write "
                   function trim(ranking-file-name)
                   " (file status " ranking-file-status ")."
               exit paragraph
           end-if
           move 0 to rank-highest
           perform varying rank-p from 1 by 1
               until rank-p > ranked-page-count
               if ranked-rank(rank-p) > rank-highest
                   move ranked-rank(rank-p) to rank-highest
               end-if
           end-perform
           perform varying rank-r from 1 by 1
               until rank-r > rank-highest
               perform varying rule-a from 1 by 1
                   until rule-a > max-page-number
                   perform varying rank-p from 1 by 1
                       until rank-p > ranked-page-count
                       if print-queue(rank-p) = rule-a and
                          ranked-rank(rank-p) = rank-r
                           perform write-one-ranking-record
                       end-if
                   end-perform
               end-perform
           end-perform
           close ranking-file
           move ranking-file-name to trigger-output-name
           perform note-trigger-output
           move ranked-page-count to rank-count-disp
           move rank-highest to rank-disp
           display "Day5: master page order published to "
               function trim(ranking-file-name) " - "
               function trim(rank-count-disp) " page(s) in "
               function trim(rank-disp) " rank(s)".

       write-one-ranking-record.
           move spaces to ranking-record
           move print-queue(rank-p) to ranking-page
           move ranked-rank(rank-p) to ranking-rank
           move ranked-before(rank-p) to ranking-before-count
           move ranked-after(rank-p) to ranking-after-count
           move 'N' to ranking-interchangeable
           perform varying rank-q from 1 by 1
               until rank-q > ranked-page-count
               if rank-q not = rank-p and
                  ranked-rank(rank-q) = ranked-rank(rank-p)
                   move 'Y' to ranking-interchangeable
               end-if
           end-perform
           write ranking-record.

       refuse-cyclic-publication.
      *The contradiction analysis names the loop; the ranking file
      *is not written at all, so no print shop can pre-sort from
      *an order that does not exist.
           move contradiction-file-name to data-dir-filename
           perform apply-data-dir-prefix
           perform apply-report-stamp
           move data-dir-filename to contradiction-file-name
           open output contradiction-file
           move "=== Master page order refused - ordering cycle ==="
               to contradiction-line
           write contradiction-line
           perform search-contradiction-loops
           close contradiction-file
           move contradiction-file-name to trigger-output-name
           perform note-trigger-output
           display "Day5: the rules contain a cycle - no master page "
               "order published; see "
               function trim(contradiction-file-name)
           move "FAILED" to day5-status
           move "ordering cycle - master order refused"
               to day5-status-reason
           perform finish-publication.

       finish-publication.
           move "END" to journal-event
           move day5-status to journal-status
           perform write-journal-entry.

       run-what-if.
           set whatif-enabled to true
           move whatif-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to whatif-file-name
           move whatif-report-file-name to data-dir-filename
           perform apply-data-dir-prefix
           perform apply-report-stamp
           move data-dir-filename to whatif-report-file-name

           perform load-ordering-rules
           perform load-whatif-changes
           perform record-parse-phase

           perform open-input2-with-retry
           if input2-file-status not = "00"
               go to input2-file-error
           end-if
           move input2-file-name to seal-check-file
           perform check-input-seal
           if seal-violation
               go to seal-violation-abort
           end-if
           open output whatif-report-file
           perform write-whatif-heading
           move 0 to update-line-number
           move 0 to current-whatif-result
           move 0 to proposed-whatif-result
           move 0 to whatif-flip-count
           move 0 to whatif-move-count
               perform varying i from 1 by 1 until ws-eof='y'
               read input2-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to update-line-number
                       perform test after varying k from 1 by 1 until
                         separator of input-page(k) not equal to ','
                           set i to k
                           move page-number of input-page(k) to
                           print-queue(i)
                       end-perform
                       perform varying oi from 1 by 1 until oi > i
                           move print-queue(oi) to original-queue(oi)
                       end-perform
                       perform judge-whatif-update
                       move whatif-verdict to current-verdict
                       move whatif-middle to current-middle
                       perform apply-whatif-changes
                       perform judge-whatif-update
                       move whatif-verdict to proposed-verdict
                       move whatif-middle to proposed-middle
                       perform revert-whatif-changes
                       add current-middle to current-whatif-result
                       add proposed-middle to proposed-whatif-result
                       perform compare-whatif-verdicts
               end-read
               if input2-file-status not = "00" and
                  input2-file-status not = "10"
                   go to input2-file-error
               end-if
               end-perform.
               move 'n' to ws-eof
           close input2-file
           perform write-whatif-summary
           close whatif-report-file
           move whatif-report-file-name to trigger-output-name
           perform note-trigger-output
           perform record-compute-phase
           move "OK" to day5-status
           move "what-if run - nothing posted" to day5-status-reason
           move "END" to journal-event
           move day5-status to journal-status
           perform write-journal-entry.

       load-whatif-changes.
           move 0 to whatif-change-count
           move 0 to whatif-line-number
           open input whatif-file
           if whatif-file-status not = "00"
               display "Day5: proposed-changes file "
                   function trim(whatif-file-name)
                   " not readable (file status " whatif-file-status
                   ") - the what-if run compares the rules with "
                   "themselves."
               exit paragraph
           end-if
               perform until ws-eof='y'
               read whatif-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to whatif-line-number
                       perform load-one-whatif-change
               end-read
               if whatif-file-status not = "00" and
                  whatif-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close whatif-file.

       load-one-whatif-change.
           move function trim(whatif-line) to whatif-line
           if whatif-line = spaces or whatif-line(1:1) = "*"
               exit paragraph
           end-if
           move whatif-line-number to update-line-number-disp
           if whatif-line(1:1) not = "+" and
              whatif-line(1:1) not = "-"
               display "Day5: proposed change line "
                   function trim(update-line-number-disp)
                   " must start with + or - : ignored."
               exit paragraph
           end-if
           move spaces to whatif-before-text
           move spaces to whatif-after-text
           unstring whatif-line(2:39) delimited by "|"
               into whatif-before-text whatif-after-text
           move function trim(whatif-before-text)
               to whatif-before-text
           move function trim(whatif-after-text)
               to whatif-after-text
           compute whatif-text-length = function length(
               function trim(whatif-before-text))
           if whatif-before-text = spaces or whatif-text-length > 3
              or whatif-before-text(1:whatif-text-length)
                 not numeric
               perform reject-whatif-change
               exit paragraph
           end-if
           compute whatif-text-length = function length(
               function trim(whatif-after-text))
           if whatif-after-text = spaces or whatif-text-length > 3
              or whatif-after-text(1:whatif-text-length)
                 not numeric
               perform reject-whatif-change
               exit paragraph
           end-if
           if whatif-change-count >= max-whatif-changes
               display "Day5: more than " max-whatif-changes
                   " proposed changes - extras ignored."
               exit paragraph
           end-if
           add 1 to whatif-change-count
           set wci to whatif-change-count
           move whatif-line(1:1) to whatif-kind(wci)
           move function numval(whatif-before-text)
               to whatif-before(wci)
           move function numval(whatif-after-text)
               to whatif-after(wci)
           if whatif-before(wci) = 0 or whatif-after(wci) = 0
               subtract 1 from whatif-change-count
               perform reject-whatif-change
               exit paragraph
           end-if
           if y-before-x(whatif-before(wci), whatif-after(wci))
               move 'y' to whatif-was-set(wci)
           else
               move 'n' to whatif-was-set(wci)
           end-if.

       reject-whatif-change.
           display "Day5: proposed change line "
               function trim(update-line-number-disp)
               " is not +X|Y or -X|Y with page numbers: ignored.".

       apply-whatif-changes.
           perform varying wci from 1 by 1
               until wci > whatif-change-count
               if whatif-add(wci)
                   set y-before-x(whatif-before(wci),
                       whatif-after(wci)) to true
               else
                   set no-order(whatif-before(wci),
                       whatif-after(wci)) to true
               end-if
           end-perform.

       revert-whatif-changes.
      *Undone last-to-first so a rule both added and retired in
      *the same file returns to exactly how the rules had it.
           perform varying wci from whatif-change-count by -1
               until wci < 1
               if whatif-was-set(wci) = 'y'
                   set y-before-x(whatif-before(wci),
                       whatif-after(wci)) to true
               else
                   set no-order(whatif-before(wci),
                       whatif-after(wci)) to true
               end-if
           end-perform.

       judge-whatif-update.
      *The verdict and the middle page the production run would
      *book: a valid update adds nothing to the Result, a
      *reordered one adds its new middle page, and one caught in
      *an ordering cycle is skipped.
           perform varying oi from 1 by 1 until oi > i
               move original-queue(oi) to print-queue(oi)
           end-perform
           move 0 to whatif-middle
           perform check-line-okay
           if line-is-okay
               move "VALID" to whatif-verdict
               exit paragraph
           end-if
           set no-cycle-detected to true
           perform reorder-by-precedence
           if cycle-detected
               move "CYCLE" to whatif-verdict
           else
               move "INVALID" to whatif-verdict
               move print-queue((i / 2) + 1) to whatif-middle
           end-if.

       compare-whatif-verdicts.
           move update-line-number to update-line-number-disp
           move spaces to whatif-report-line
           move 1 to cm-pointer
           evaluate true
               when current-verdict not = proposed-verdict
                   add 1 to whatif-flip-count
                   string "Update "
                       function trim(update-line-number-disp)
                       ": verdict flips "
                       function trim(current-verdict) " -> "
                       function trim(proposed-verdict)
                       delimited by size into whatif-report-line
                       with pointer cm-pointer
                   perform append-whatif-middles
               when current-verdict = "INVALID" and
                    current-middle not = proposed-middle
                   add 1 to whatif-move-count
                   string "Update "
                       function trim(update-line-number-disp)
                       ": stays INVALID"
                       delimited by size into whatif-report-line
                       with pointer cm-pointer
                   perform append-whatif-middles
               when other
                   exit paragraph
           end-evaluate
           write whatif-report-line.

       append-whatif-middles.
           move current-middle to whatif-middle-disp
           move proposed-middle to whatif-middle-disp-2
           string ", middle page booked "
               function trim(whatif-middle-disp) " -> "
               function trim(whatif-middle-disp-2)
               delimited by size into whatif-report-line
               with pointer cm-pointer.

       write-whatif-heading.
           move spaces to whatif-report-line
           string "=== Day5 what-if: rule set "
               function trim(selected-version)
               " with the changes in "
               function trim(whatif-file-name) " ==="
               delimited by size into whatif-report-line
           write whatif-report-line
           perform varying wci from 1 by 1
               until wci > whatif-change-count
               move whatif-before(wci) to rule-a-disp
               move whatif-after(wci) to rule-b-disp
               move spaces to whatif-report-line
               move 1 to cm-pointer
               if whatif-add(wci)
                   string "  add    " rule-a-disp "|" rule-b-disp
                       delimited by size into whatif-report-line
                       with pointer cm-pointer
                   if whatif-was-set(wci) = 'y'
                       string " (already in force - no effect)"
                           delimited by size into whatif-report-line
                           with pointer cm-pointer
                   end-if
               else
                   string "  retire " rule-a-disp "|" rule-b-disp
                       delimited by size into whatif-report-line
                       with pointer cm-pointer
                   if whatif-was-set(wci) = 'n'
                       string " (not in force - no effect)"
                           delimited by size into whatif-report-line
                           with pointer cm-pointer
                   end-if
               end-if
               write whatif-report-line
           end-perform
           if whatif-change-count = 0
               move "  no proposed changes" to whatif-report-line
               write whatif-report-line
           end-if
           move spaces to whatif-report-line
           write whatif-report-line.

       write-whatif-summary.
           move spaces to whatif-report-line
           write whatif-report-line
           move whatif-flip-count to whatif-count-disp
           move whatif-move-count to whatif-count-disp-2
           move spaces to whatif-report-line
           string "Verdicts flipped: " function trim(whatif-count-disp)
               "   still-invalid middles moved: "
               function trim(whatif-count-disp-2)
               delimited by size into whatif-report-line
           write whatif-report-line
           display function trim(whatif-report-line)
           compute whatif-net = proposed-whatif-result
               - current-whatif-result
           move current-whatif-result to whatif-total-disp
           move proposed-whatif-result to whatif-total-disp-2
           move whatif-net to whatif-net-disp
           move spaces to whatif-report-line
           string "Result under the rules in force "
               function trim(whatif-total-disp)
               ", with the changes "
               function trim(whatif-total-disp-2)
               " (net " function trim(whatif-net-disp) ")"
               delimited by size into whatif-report-line
           write whatif-report-line
           display function trim(whatif-report-line)
           display "Day5: what-if report written to "
               function trim(whatif-report-file-name)
               " - nothing posted to the ledger.".

       seal-violation-abort.
           move "FAILED" to day5-status
           move "input no longer matches the sealed generation"
           end-if
           goback.

       record-capacity-peaks.
           move "pages-per-update" to capacity-limit-name
           move peak-update-pages to capacity-peak
           move max-update-pages to capacity-limit
           perform write-capacity-entry
           move "ranked-pages" to capacity-limit-name
           move ranked-page-count to capacity-peak
           move max-topo-pages to capacity-limit
           perform write-capacity-entry
           move "whatif-changes" to capacity-limit-name
           move whatif-change-count to capacity-peak
           move max-whatif-changes to capacity-limit
           perform write-capacity-entry.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day5"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day5"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="Day5"==.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'WriteExceptionEntry.cpy'
       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day5"==.

       copy 'WriteCapacityEntry.cpy'
           replacing ==program-name-tag== by =="Day5"==.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="Day5"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'WriteMessage.cpy'.
