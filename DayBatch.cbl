               line sequential
               file status is drift-items-file-status.

           select step-done-file assign to dynamic
               step-done-file-name
               line sequential
               file status is step-done-file-status.

           select status-board-file assign to dynamic
               status-board-work-name
               line sequential
               file status is status-board-file-status.

           copy 'JournalSelect.cpy'.

           copy 'ReleaseSelect.cpy'.

           copy 'ReleaseModuleSelect.cpy'.

           copy 'StatsSelect.cpy'.

           copy 'ConfigSelect.cpy'.

           copy 'LedgerSelect.cpy'.

           copy 'AlertSelect.cpy'.

           copy 'OverrideSelect.cpy'.

           copy 'TriggerSelect.cpy'.

           copy 'ExceptionsSelect.cpy'.

           copy 'IncidentSelect.cpy'.

           select dossier-file assign to dynamic dossier-file-name
               line sequential
               file status is dossier-file-status.

           select dossier-source-file assign to dynamic
               dossier-source-file-name
               line sequential
               file status is dossier-source-file-status.

       data division.
       file section.

       fd drift-items-file.
       01 drift-items-record pic X(200).

       fd step-done-file.
       01 step-done-line pic X(16).

       fd status-board-file.
       01 status-board-line pic X(120).

       copy 'JournalFd.cpy'.

       copy 'ReleaseFd.cpy'.

       copy 'ReleaseModuleFd.cpy'.

       copy 'StatsFd.cpy'.

       copy 'ConfigFd.cpy'.

       copy 'LedgerFd.cpy'.

       copy 'AlertFd.cpy'.

       copy 'OverrideFd.cpy'.

       copy 'TriggerFd.cpy'.

       copy 'ExceptionsFd.cpy'.

       copy 'IncidentFd.cpy'.

       fd dossier-file.
       01 dossier-line pic X(300).

       fd dossier-source-file.
       01 dossier-source-line pic X(300).

       working-storage section.

      *These share their names with the matching external items in
      *(AOC_RUN_CONTROL), each line is "program run-flag
      *continue-flag" and the file's order becomes the step order,
      *so a rerun can cover just the redelivered days or put the
      *long steps first.  A ReportWriter line runs the report
      *definitions scheduled for the day after the window.
      *
      *An optional fourth field names the step's predecessors,
      *comma-separated ("Day6Verify Y Y Day6"): the step waits until
      *every listed program has finished OK or WARNING and is
      *SKIPPED-DEPENDENCY otherwise, which is how the verifiers and
      *post-processors join the window they check.  The Day
      *programs report through their external status fields; the
      *follow-on programs through their return code (0 OK, under 8
      *WARNING, 8 and up FAILED), kept in step-outcome.  Steps run
      *in file order except where a predecessor listed later pulls
      *its dependents back behind it; a file whose dependencies
      *form a cycle is refused before anything runs.
       78 max-batch-steps value 24.
       78 max-step-preds value 8.
       01 batch-step-table.
         05 batch-step occurs max-batch-steps times indexed by bs.
           10 step-program pic X(16).
           10 filler pic X value 'N'.
               88 step-already-done value 'Y'.
               88 step-not-yet-done value 'N'.
           10 filler pic X value 'D'.
               88 step-day-program value 'D'.
               88 step-follow-on value 'F'.
           10 filler pic X value 'N'.
               88 step-placed value 'Y'.
               88 step-unplaced value 'N'.
           10 step-after pic X(60).
           10 step-pred-count binary-long.
           10 step-pred binary-long occurs max-step-preds times.
           10 step-return-code binary-long.
           10 step-outcome pic X(18).
           10 step-outcome-reason pic X(40).
           10 step-elapsed pic 9(7)v99.
           10 step-budget binary-long.
           10 filler pic X value 'W'.
               88 step-waiting value 'W'.
               88 step-running value 'R'.
               88 step-finished value 'F'.
           10 step-launch-offset binary-long.
           10 step-finish-offset binary-long.
           10 step-journal-mark binary-long.
           10 step-start-clock pic X(8).
       01 batch-step-count binary-long value 0.
       01 batch-step-count-disp pic Z9.
       01 batch-order-table.
         05 batch-order-step binary-long
            occurs max-batch-steps times indexed by bo.
       01 batch-order-count binary-long value 0.
       01 order-found binary-long value 0.
       01 pred-scan binary-long value 0.
       01 pred-step binary-long value 0.
       01 pred-match-count binary-long value 0.
       01 pred-switch pic X value 'Y'.
           88 preds-all-placed value 'Y'.
           88 preds-not-placed value 'N'.
       01 after-pointer binary-long value 0.
       01 after-name pic X(16).
       01 cycle-pointer binary-long value 0.
       01 cycle-text pic X(200).
       01 step-rc-disp pic Z(8)9.
       01 status-lookup-step binary-long value 0.

      *Concurrent steps: AOC_BATCH_CONCURRENCY above 1 (the default
      *1 keeps the one-CALL-at-a-time window) runs each step as a
      *process of its own through AOC_STEP_LAUNCHER (default
      *cobcrun, which finds the modules on COB_LIBRARY_PATH), up to
      *that many at once, launched in step order as soon as their
      *predecessors have finished clean.  A step's console output
      *goes to aoc_step_nn.log and its return code to
      *aoc_step_nn.done in the data directory (nn is its line on
      *the step list); the batch looks for the done files once a
      *second, so a step's elapsed time runs from its launch to the
      *pass that found it finished.  A Day program's status comes
      *back from its journal END record for this run, a follow-on's
      *from its return code, and the answers from this run's ledger
      *rows, so the step summary, checkpoint, budgets and drift
      *check read them exactly as if the steps had been CALLed.
      *Two occurrences of one program never run at the same time.
       01 batch-concurrency binary-long value 1.
       01 concurrency-text pic X(6).
       01 concurrency-disp pic Z9.
       01 step-launcher pic X(60).
       01 running-step-count binary-long value 0.
       01 running-step-disp pic Z9.
       01 peak-running-count binary-long value 0.
       01 waiting-step-count binary-long value 0.
       01 other-step binary-long value 0.
       01 step-number binary-long value 0.
       01 step-number-disp pic 99.
       01 filler pic X value 'n'.
           88 step-is-ready value 'y'.
           88 step-not-ready value 'n'.
       01 step-done-file-name pic X(200).
       01 step-done-file-status pic X(2).
       01 step-log-name pic X(20).
       01 step-log-file-name pic X(200).
       01 launch-command pic X(800).
       01 launch-return binary-long value 0.
       01 poll-wait-seconds binary-long value 1.
       01 window-start-total pic 9(9).
       01 clock-offset binary-long value 0.
       01 window-span binary-long value 0.
       01 step-time-sum pic 9(9)v99 value 0.
       01 overlap-factor pic 9(5)v99 value 0.
       01 offset-disp pic Z(6)9.99.
       01 offset-disp-2 pic Z(6)9.99.
       01 elapsed-disp pic Z(6)9.99.
       01 overlap-disp pic Z(4)9.99.
       01 journal-row-count binary-long value 0.
       01 jrow-program pic X(16).
       01 jrow-event pic X(5).
       01 jrow-user pic X(30).
       01 jrow-stamp pic X(17).
       01 jrow-status pic X(7).
       01 jrow-input pic X(200).
       01 jrow-run-id pic X(20).
       01 row-run-id pic X(20).

      *Status board for the service desk: AOC_STATUS_BOARD (default
      *aoc_batch_status.txt in the data directory) is rewritten as
      *each step starts and ends - the run id, the step(s) running
      *and since when, the steps finished with their status, the
      *steps still to come, a projected finish from each remaining
      *step's average elapsed time in run_statistics.txt (the same
      *history the anomaly check uses), and the alerts raised since
      *the window started.  Each rewrite goes to a .new file that
      *is then renamed over the board, so whoever reads it never
      *catches it half-written.
       01 status-board-file-name pic X(200).
       01 status-board-work-name pic X(210).
       01 status-board-file-status pic X(2).
       01 board-rename-return binary-long value 0.
       01 board-state pic X(40).
       01 board-step binary-long value 0.
       01 board-order binary-long value 0.
       01 board-pointer binary-long value 0.
       01 board-window-stamp pic X(17).
       01 board-now-date pic 9(8).
       01 board-now-time pic 9(8).
       01 board-now-time-r redefines board-now-time.
           05 board-now-hh pic 9(2).
           05 board-now-mm pic 9(2).
           05 board-now-ss pic 9(2).
           05 board-now-cc pic 9(2).
       01 board-clock-text pic X(8).
       01 board-step-average pic 9(7)v99.
       01 board-step-so-far pic 9(7)v99.
       01 board-work-left pic 9(9)v99.
       01 board-finish-seconds binary-long value 0.
       01 board-finish-days binary-long value 0.
       01 board-finish-hh pic 9(2).
       01 board-finish-mm pic 9(2).
       01 board-finish-ss pic 9(2).
       01 board-unknown-count binary-long value 0.
       01 board-running-count binary-long value 0.
       01 board-listed-count binary-long value 0.
       01 board-alert-count binary-long value 0.
       01 board-alert-severity pic X(8).
       01 board-alert-program pic X(16).
       01 board-alert-reason pic X(60).
       01 board-alert-stamp pic X(17).
       01 board-count-disp pic Z(6)9.
       01 board-count-disp-2 pic Z(6)9.
       01 filler pic X value 'n'.
           88 board-refresh-needed value 'y'.
           88 board-refresh-done value 'n'.
       01 filler pic X value 'n'.
           88 board-step-has-average value 'y'.
           88 board-step-no-average value 'n'.

      *Batch-step checkpointing in the same spirit as Day9's
      *DAY9_CHECKPOINT compaction checkpoint: when
      *(the window finished but crashed before releasing) or when
      *it is older than AOC_LOCK_MAX_HOURS (default 12, a window
      *that died hard).  The lock is deleted on every exit path.
      *Taking over a lock on age alone overrides the staleness limit
      *and goes on the override register; a lock left behind by a
      *window the journal shows finished is not an override.
       01 run-lock-file-name pic X(200) value "aoc_run_lock.txt".
       01 run-lock-file-status pic X(2).
       01 lock-run-id pic X(20).
       01 filler pic X value 'n'.
           88 lock-is-stale value 'y'.
           88 lock-is-live value 'n'.
       01 filler pic X value 'n'.
           88 lock-stale-by-age value 'y'.
           88 lock-stale-by-journal value 'n'.
       01 lock-age-disp pic Z(6)9.
       01 lock-limit-disp pic Z(6)9.
       01 lock-delete-return binary-long value 0.
       01 lock-jrow-program pic X(16).
       01 lock-jrow-event pic X(5).
       01 control-program pic X(16).
       01 control-run-flag pic X.
       01 control-continue-flag pic X.
       01 control-after pic X(60).
       01 filler pic X value 'n'.
           88 batch-halted value 'y'.

           88 drift-item-exists value 'y'.
           88 drift-item-absent value 'n'.

      *Release check: before the window runs, every selected step
      *with a registered release has its module checksummed again;
      *a module that no longer matches the register (or has gone)
      *is announced as *** RELEASE *** and ends the batch in
      *WARNING - the answers it produces would be stamped with a
      *version they did not come from.
       01 release-mismatch-count binary-long value 0.
       01 release-mismatch-disp pic Z(2)9.

      *Incident register: a window that ends with a FAILED step, or
      *aborts, opens an incident (IncidentFields.cpy) naming the
      *failing program, and the evidence for the run is gathered
      *into a dossier, incident_<number>.txt - every journal, run
      *statistics, exceptions-hub and run-notes record carrying the
      *run id, the alerts raised since the window started and,
      *when the steps ran, the step summary, in time order, then
      *the failing program's input-manifest and input-seal lines.
      *Exceptions-hub rows carry no time of their own and take that
      *of the program's last journal record in the window; the step
      *summary takes the time the incident was opened.
       01 incident-window-stamp pic X(17).
       01 incident-open-stamp pic X(17).
       01 incident-open-date pic 9(8).
       01 incident-open-time pic 9(8).
       01 incident-last-sequence pic 9(6) value 0.
       01 incident-number pic X(9).
       01 incident-severity pic X(4).
       01 incident-program pic X(16).
       01 incident-reason-text pic X(80).
       01 incident-failed-count binary-long value 0.
       01 incident-failed-disp pic Z9.
       01 incident-program-status pic X(18).
       01 incident-kind pic X(1).
         88 incident-for-window value "W".
         88 incident-for-abort value "A".
       01 dossier-file-name pic X(200).
       01 dossier-file-status pic X(2).
       01 dossier-base-name pic X(60).
       01 dossier-source-file-name pic X(200).
       01 dossier-source-file-status pic X(2).
       78 max-dossier-entries value 3000.
       01 dossier-timeline.
         05 dossier-entry occurs max-dossier-entries times
            indexed by dx.
           10 dos-stamp pic X(17).
           10 dos-sequence pic 9(6).
           10 dos-source pic X(10).
           10 dos-program pic X(16).
           10 dos-text pic X(240).
       01 dossier-count binary-long value 0.
       01 dossier-dropped-count binary-long value 0.
       01 dossier-add-stamp pic X(17).
       01 dossier-add-source pic X(10).
       01 dossier-add-program pic X(16).
       01 dossier-add-text pic X(240).
       01 dossier-field-1 pic X(20).
       01 dossier-field-2 pic X(20).
       01 dossier-field-3 pic X(60).
       01 dossier-field-4 pic X(20).
       01 dossier-field-5 pic X(20).
       01 dossier-field-6 pic X(20).
       01 dossier-field-7 pic X(20).
       01 dossier-label pic X(14).
       01 dossier-label-length binary-long value 0.
       01 dossier-input-count binary-long value 0.
       01 dossier-count-disp pic Z(6)9.

       01 ws-eof pic x(1).
       01 prior-row-count binary-long value 0.
       01 rows-scanned binary-long value 0.
       01 anom-elapsed-disp pic Z(6)9.99.

       01 status-lookup-program pic X(16).
       01 step-status-value pic X(18).
       01 step-status-reason pic X(40).
       01 step-program-disp pic X(16).
       01 failed-step-count binary-long value 0.
       01 warning-step-count binary-long value 0.

       copy 'RunIdFields.cpy'.
       copy 'ControlFields.cpy'.
       copy 'JournalFields.cpy'.
       copy 'ReleaseFields.cpy'.
       copy 'ConfigFields.cpy'.
       copy 'MessageFields.cpy'.
       copy 'AlertFields.cpy'.
       copy 'OverrideFields.cpy'.
       copy 'TriggerFields.cpy'.
       copy 'ExceptionsFields.cpy'.
       copy 'IncidentFields.cpy'.

       procedure division.
           perform load-runtime-config
               goback
           end-if

      *With the lock held nothing else is appending, so malformed
      *rows can be quarantined out of the shared files before any
      *step or report reads them.
           call "SharedFileCheck"
               on exception
                   display "DayBatch: SharedFileCheck unavailable - "
                       "shared files not validated."
           end-call
           if return-code >= 8
               display "DayBatch: a shared file could not be "
                   "validated - see file_validation_summary.txt."
           end-if
           move 0 to return-code

           move "(multiple)" to journal-input-file
           move "START" to journal-event
           move "-" to journal-status
           perform write-journal-entry
           move spaces to incident-window-stamp
           string journal-date "-" journal-time
               delimited by size into incident-window-stamp

           perform load-drift-combos
           perform count-prior-ledger-rows

           perform load-timing-history

           perform load-concurrency-settings

           perform load-status-board-settings

           display "DayBatch: recording the input manifest..."
           call "InputManifest"
               on exception
                   display "DayBatch: InputManifest unavailable - "
                       "input change detection skipped."
           end-call
           call "ConfigHistory"
               on exception
                   display "DayBatch: ConfigHistory unavailable - "
                       "configuration changes not recorded."
           end-call
           call "RunSnapshot"
               on exception
                   display "DayBatch: RunSnapshot unavailable - "
                       "no lineage snapshot for this window."
           end-call
           move 0 to return-code

           perform check-step-releases

           move batch-step-count to batch-step-count-disp
           move "AOC2001I" to msg-id

           perform write-step-summary

           if batch-concurrency > 1
               perform write-concurrency-summary
           end-if

           perform write-run-summary-file

           perform drop-window-trigger

           if failed-step-count > 0
               move 8 to return-code
           else
               if warning-step-count > 0 or open-drift-count > 0
                  or release-mismatch-count > 0
                   move 4 to return-code
               end-if
           end-if
               when failed-step-count > 0
                   move "FAILED" to journal-status
               when warning-step-count > 0 or open-drift-count > 0
                    or release-mismatch-count > 0
                   move "WARNING" to journal-status
               when other
                   move "OK" to journal-status
           end-evaluate
           perform write-journal-entry

           if failed-step-count > 0
               perform open-window-incident
           end-if

           perform release-run-lock

           goback.
                   function trim(lock-run-id) " (user "
                   function trim(lock-user) ", started "
                   lock-stamp ") - taking over."
               if lock-stale-by-age
                   perform record-lock-takeover
               end-if
           else
               display "DayBatch: run "
                   function trim(lock-run-id) " by "
                   lock-stamp ")."
           end-if.

       record-lock-takeover.
           move "AOC_LOCK_MAX_HOURS" to override-name
           move lock-age-hours to lock-age-disp
           move lock-stale-hours to lock-limit-disp
           move spaces to override-detail
           string "run lock of run " function trim(lock-run-id)
               " (user " function trim(lock-user) "; started "
               lock-stamp ") taken over - "
               function trim(lock-age-disp) " hour(s) old; limit "
               function trim(lock-limit-disp)
               delimited by size into override-detail
           perform write-override-entry.

       check-lock-age.
           if lock-stamp(1:8) is not numeric
               set lock-is-stale to true
               set lock-stale-by-age to true
               exit paragraph
           end-if
           accept lock-now-date from date yyyymmdd
               - function numval(lock-stamp(10:2))
           if lock-age-hours > lock-stale-hours
               set lock-is-stale to true
               set lock-stale-by-age to true
           end-if.

       check-lock-journal.
                   "steps - nothing to run."
               perform release-run-lock
               goback
           end-if
           perform resolve-step-predecessors
           perform order-batch-steps.

       load-default-steps.
           move 11 to batch-step-count
           move spaces to control-program
           move spaces to control-run-flag
           move spaces to control-continue-flag
           move spaces to control-after
           unstring run-control-line delimited by all space
               into control-program control-run-flag
                    control-continue-flag control-after
           perform canonical-program-name
           evaluate control-program
               when "Day1"
               when "Day2"
               when "Day9"
               when "Day10"
               when "Day11"
               when "Day6Verify"
               when "Day9Verify"
               when "TrailGrade"
               when "Day7Split"
               when "Day7Merge"
               when "Day11BruteForce"
               when "Day11Reconcile"
               when "ReportWriter"
                   continue
               when other
                   display "DayBatch: run-control names unknown "
           if batch-step-count > max-batch-steps
               display "DayBatch: run-control lists more than "
                   max-batch-steps " steps - aborting."
               move "run-control lists too many steps"
                   to incident-reason-text
               perform open-abort-incident
               perform release-run-lock
               goback
           end-if
               set step-halt-on-error(bs) to true
           else
               set step-continue-on-error(bs) to true
           end-if
           evaluate control-program
               when "Day6Verify"
               when "Day9Verify"
               when "TrailGrade"
               when "Day7Split"
               when "Day7Merge"
               when "Day11BruteForce"
               when "Day11Reconcile"
               when "ReportWriter"
                   set step-follow-on(bs) to true
               when other
                   set step-day-program(bs) to true
           end-evaluate
           if control-after = "-"
               move spaces to control-after
           end-if
           move control-after to step-after(bs).

       canonical-program-name.
      *The Day11 follow-ons live in Day11_BruteForce.cbl and
      *Day11_Reconcile.cbl; either spelling names the program.
           evaluate control-program
               when "Day11_BruteForce"
                   move "Day11BruteForce" to control-program
               when "Day11_Reconcile"
                   move "Day11Reconcile" to control-program
           end-evaluate.

       resolve-step-predecessors.
      *A name in a step's after-list stands for every occurrence of
      *that program on the step list; naming a program that is not
      *on the list at all is refused, since the step could never
      *be judged ready.
           perform varying bs from 1 by 1 until bs > batch-step-count
               move 0 to step-pred-count(bs)
               move 0 to step-return-code(bs)
               move spaces to step-outcome(bs)
               move spaces to step-outcome-reason(bs)
               move 1 to after-pointer
               perform until after-pointer > length of step-after(bs)
                   move spaces to control-program
                   unstring step-after(bs) delimited by ","
                       into control-program
                       with pointer after-pointer
                   if control-program not = spaces
                       perform canonical-program-name
                       perform link-one-predecessor
                   end-if
               end-perform
           end-perform.

       link-one-predecessor.
           move 0 to pred-match-count
           perform varying pred-step from 1 by 1
               until pred-step > batch-step-count
               if step-program(pred-step) = control-program
                   add 1 to pred-match-count
                   if step-pred-count(bs) >= max-step-preds
                       display "DayBatch: run-control step "
                           function trim(step-program(bs))
                           " waits on more than " max-step-preds
                           " steps - aborting."
                       move 8 to return-code
                       move "run-control step waits on too many steps"
                           to incident-reason-text
                       perform open-abort-incident
                       perform release-run-lock
                       goback
                   end-if
                   add 1 to step-pred-count(bs)
                   move pred-step
                       to step-pred(bs, step-pred-count(bs))
               end-if
           end-perform
           if pred-match-count = 0
               display "DayBatch: run-control step "
                   function trim(step-program(bs)) " waits on "
                   function trim(control-program)
                   ", which is not on the step list - aborting."
               move 8 to return-code
               move "run-control step waits on a step not listed"
                   to incident-reason-text
               perform open-abort-incident
               perform release-run-lock
               goback
           end-if.

       order-batch-steps.
      *Repeatedly takes the first step, in file order, whose
      *predecessors are all placed.  A pass that places nothing
      *while steps remain means the leftovers wait on each other.
           move 0 to batch-order-count
           perform varying bs from 1 by 1 until bs > batch-step-count
               set step-unplaced(bs) to true
           end-perform
           perform batch-step-count times
               perform place-next-step
               if order-found = 0
                   perform refuse-dependency-cycle
               end-if
           end-perform.

       place-next-step.
           move 0 to order-found
           perform varying bs from 1 by 1
               until bs > batch-step-count or order-found > 0
               if step-unplaced(bs)
                   set preds-all-placed to true
                   perform varying pred-scan from 1 by 1
                       until pred-scan > step-pred-count(bs)
                       move step-pred(bs, pred-scan) to pred-step
                       if step-unplaced(pred-step)
                           set preds-not-placed to true
                       end-if
                   end-perform
                   if preds-all-placed
                       set step-placed(bs) to true
                       add 1 to batch-order-count
                       set batch-order-step(batch-order-count)
                           to bs
                       set order-found to bs
                   end-if
               end-if
           end-perform.

       refuse-dependency-cycle.
           move spaces to cycle-text
           move 1 to cycle-pointer
           perform varying bs from 1 by 1 until bs > batch-step-count
               if step-unplaced(bs)
                   string function trim(step-program(bs)) " "
                       delimited by size into cycle-text
                       with pointer cycle-pointer
               end-if
           end-perform
           display "DayBatch: run-control dependencies form a "
               "cycle - refusing the file.  Steps caught in or "
               "behind it: " function trim(cycle-text)
           move 8 to return-code
           move "run-control dependencies form a cycle"
               to incident-reason-text
           perform open-abort-incident
           perform release-run-lock
           goback.

       check-step-releases.
           move 0 to release-mismatch-count
           perform varying bs from 1 by 1 until bs > batch-step-count
               if step-selected(bs)
                   perform check-one-step-release
               end-if
           end-perform
           if release-mismatch-count > 0
               move release-mismatch-count to release-mismatch-disp
               display "DayBatch: " function trim(release-mismatch-disp)
                   " module(s) do not match the release register - "
                   "batch will end in WARNING."
           end-if.

       check-one-step-release.
      *Programs never registered are stamped "-" and have nothing
      *to check against.
           move step-program(bs) to release-lookup-program
           perform find-program-release
           if release-not-registered
               exit paragraph
           end-if
           move release-registered-module to release-module-file-name
           perform checksum-release-module
           if release-module-absent
               add 1 to release-mismatch-count
               move "AOC2010W" to msg-id
               move step-program(bs) to msg-sub-1
               move release-version to msg-sub-2
               string "registered module "
                   function trim(release-registered-module)
                   " not found" delimited by size into msg-sub-3
               perform issue-message
               exit paragraph
           end-if
           if release-module-bytes not = release-registered-bytes or
              release-module-checksum not = release-registered-checksum
               add 1 to release-mismatch-count
               move "AOC2010W" to msg-id
               move step-program(bs) to msg-sub-1
               move release-version to msg-sub-2
               string "module "
                   function trim(release-registered-module)
                   " checksum does not match the register"
                   delimited by size into msg-sub-3
               perform issue-message
           end-if.

       run-batch-steps.
      *The window clock starts here in either mode; running steps
      *are timed from it on the status board.
           accept step-time-start from time
           compute window-start-total =
               ((step-start-hh * 60 + step-start-mm) * 60
               + step-start-ss) * 100 + step-start-cc
           move "RUNNING" to board-state
           perform write-status-board
           if batch-concurrency > 1
               perform run-concurrent-steps
           else
               perform run-serial-steps
           end-if
           if batch-halted
               move "HALTED - the steps left will not run"
                   to board-state
           else
               move "FINISHED" to board-state
           end-if
           perform write-status-board
           if batch-checkpoint-enabled and not batch-halted
               perform clear-batch-checkpoint
           end-if.

       run-serial-steps.
           perform varying bo from 1 by 1
               until bo > batch-order-count or batch-halted
               set bs to batch-order-step(bo)
               evaluate true
                   when step-skipped(bs)
                       move "AOC2003I" to msg-id
                       move step-program(bs) to msg-sub-1
                       perform issue-message
                   when other
                       perform check-step-predecessors
                       if step-outcome(bs) = spaces
                           perform run-one-step
                       else
                           set step-finished(bs) to true
                           perform write-status-board
                       end-if
               end-evaluate
           end-perform.

       check-step-predecessors.
      *A predecessor is clean when it finished OK or WARNING in this
      *window or completed before a checkpoint restart; one skipped
      *by run-control, itself held back, or failed holds this step.
           perform varying pred-scan from 1 by 1
               until pred-scan > step-pred-count(bs)
                  or step-outcome(bs) not = spaces
               move step-pred(bs, pred-scan) to pred-step
               if step-not-yet-done(pred-step)
                   move pred-step to status-lookup-step
                   perform get-lookup-step-status
                   if step-skipped(pred-step) or
                      (step-status-value not = "OK" and
                       step-status-value not = "WARNING")
                       move "SKIPPED-DEPENDENCY" to step-outcome(bs)
                       move spaces to step-outcome-reason(bs)
                       string "predecessor "
                           function trim(step-program(pred-step))
                           " not clean"
                           delimited by size
                           into step-outcome-reason(bs)
                       move "AOC2009W" to msg-id
                       move step-program(bs) to msg-sub-1
                       move step-program(pred-step) to msg-sub-2
                       perform issue-message
                   end-if
               end-if
           end-perform.

       run-one-step.
           move "AOC2002I" to msg-id
           move step-program(bs) to msg-sub-1
           perform issue-message
           accept step-time-start from time
           perform note-step-start
           perform write-status-board
           move 0 to return-code
           call step-program(bs)
               on exception
                   move "AOC2004E" to msg-id
                   add 1 to failed-step-count
                   perform halt-if-step-demands
               not on exception
                   move return-code to step-return-code(bs)
                   move 0 to return-code
                   if step-follow-on(bs)
                       perform settle-follow-on-outcome
                   end-if
                   perform settle-step-outcome
           end-call
           perform record-step-elapsed
           set step-finished(bs) to true
           perform write-status-board.

       note-step-start.
           perform read-batch-clock
           move clock-offset to step-launch-offset(bs)
           move spaces to step-start-clock(bs)
           string step-end-hh ":" step-end-mm ":" step-end-ss
               delimited by size into step-start-clock(bs)
           set step-running(bs) to true.

       run-concurrent-steps.
      *Skipped and checkpointed steps are announced up front in step
      *order; everything else waits for a launch slot.  Once the
      *batch is halted nothing new is launched, but the steps
      *already running are waited for and settled as usual.
           set environment "AOC_BATCH_RUN_ID" to batch-run-id
           move 0 to waiting-step-count
           move 0 to running-step-count
           move 0 to peak-running-count
           perform varying bo from 1 by 1
               until bo > batch-order-count
               set bs to batch-order-step(bo)
               move -1 to step-launch-offset(bs)
               move 0 to step-finish-offset(bs)
               evaluate true
                   when step-skipped(bs)
                       move "AOC2003I" to msg-id
                       move step-program(bs) to msg-sub-1
                       perform issue-message
                       set step-finished(bs) to true
                   when step-already-done(bs)
                       move "AOC2006I" to msg-id
                       move step-program(bs) to msg-sub-1
                       perform issue-message
                       set step-finished(bs) to true
                   when other
                       set step-waiting(bs) to true
                       add 1 to waiting-step-count
               end-evaluate
           end-perform
      *With nothing running after a launch pass, every waiting step
      *has either been launched or settled - or the batch is halted.
           perform until waiting-step-count = 0
                     and running-step-count = 0
               perform reap-finished-steps
               if not batch-halted
                   perform launch-ready-steps
               end-if
               if board-refresh-needed
                   perform write-status-board
               end-if
               if running-step-count = 0
                   exit perform
               end-if
               call "C$SLEEP" using poll-wait-seconds
           end-perform
           perform collect-concurrent-results.

       launch-ready-steps.
           perform varying bo from 1 by 1
               until bo > batch-order-count
                  or running-step-count >= batch-concurrency
                  or batch-halted
               set bs to batch-order-step(bo)
               if step-waiting(bs)
                   perform judge-step-readiness
                   if step-is-ready
                       perform check-step-predecessors
                       if step-outcome(bs) = spaces
                           perform launch-one-step
                       else
                           set step-finished(bs) to true
                           subtract 1 from waiting-step-count
                           set board-refresh-needed to true
                       end-if
                   end-if
               end-if
           end-perform.

       judge-step-readiness.
      *Ready once every predecessor has finished one way or the
      *other (check-step-predecessors then judges whether clean),
      *and no other occurrence of the same program is running.
           set step-is-ready to true
           perform varying pred-scan from 1 by 1
               until pred-scan > step-pred-count(bs)
               move step-pred(bs, pred-scan) to pred-step
               if not step-finished(pred-step)
                   set step-not-ready to true
               end-if
           end-perform
           perform varying other-step from 1 by 1
               until other-step > batch-step-count
               if step-running(other-step) and
                  step-program(other-step) = step-program(bs)
                   set step-not-ready to true
               end-if
           end-perform.

       set-step-file-names.
           set step-number to bs
           move step-number to step-number-disp
           move spaces to data-dir-filename
           string "aoc_step_" step-number-disp ".done"
               delimited by size into data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to step-done-file-name
           move spaces to step-log-name
           string "aoc_step_" step-number-disp ".log"
               delimited by size into step-log-name
           move step-log-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to step-log-file-name.

       launch-one-step.
      *The done file is written under a temporary name and renamed,
      *so it is never seen half-written; a leftover from an earlier
      *window is removed first.
           move "AOC2002I" to msg-id
           move step-program(bs) to msg-sub-1
           perform issue-message
           perform set-step-file-names
           call "CBL_DELETE_FILE" using step-done-file-name
               returning launch-return
           end-call
           perform count-journal-rows
           move journal-row-count to step-journal-mark(bs)
           move spaces to launch-command
           string "( " function trim(step-launcher) " "
               function trim(step-program(bs)) " > '"
               function trim(step-log-file-name) "' 2>&1 ; "
               "echo $? > '" function trim(step-done-file-name)
               ".tmp' ; mv '" function trim(step-done-file-name)
               ".tmp' '" function trim(step-done-file-name)
               "' ) &"
               delimited by size into launch-command
           move 0 to launch-return
           call "SYSTEM" using launch-command
               returning launch-return
               on exception
                   move 1 to launch-return
           end-call
           subtract 1 from waiting-step-count
           if launch-return not = 0
               move "AOC2004E" to msg-id
               move step-program(bs) to msg-sub-1
               perform issue-message
               add 1 to failed-step-count
               set step-finished(bs) to true
               set board-refresh-needed to true
               perform halt-if-step-demands
               exit paragraph
           end-if
           perform note-step-start
           set board-refresh-needed to true
           add 1 to running-step-count
           if running-step-count > peak-running-count
               move running-step-count to peak-running-count
           end-if
           move running-step-count to running-step-disp
           move batch-concurrency to concurrency-disp
           move "AOC2011I" to msg-id
           move step-program(bs) to msg-sub-1
           move running-step-disp to msg-sub-2
           move concurrency-disp to msg-sub-3
           perform issue-message.

       reap-finished-steps.
           perform varying bo from 1 by 1
               until bo > batch-order-count
               set bs to batch-order-step(bo)
               if step-running(bs)
                   perform poll-step-done-file
               end-if
           end-perform.

       poll-step-done-file.
           perform set-step-file-names
           open input step-done-file
           if step-done-file-status not = "00"
               exit paragraph
           end-if
           move spaces to step-done-line
           read step-done-file
               at end continue
           end-read
           close step-done-file
           if step-done-line = spaces
               exit paragraph
           end-if
           perform read-batch-clock
           move clock-offset to step-finish-offset(bs)
           compute step-elapsed(bs) =
               (step-finish-offset(bs) - step-launch-offset(bs)) / 100
           move function numval(step-done-line)
               to step-return-code(bs)
           set step-finished(bs) to true
           set board-refresh-needed to true
           subtract 1 from running-step-count
           move step-return-code(bs) to step-rc-disp
           move step-elapsed(bs) to elapsed-disp
           move "AOC2012I" to msg-id
           move step-program(bs) to msg-sub-1
           move step-rc-disp to msg-sub-2
           move elapsed-disp to msg-sub-3
           perform issue-message
           if step-follow-on(bs)
               perform settle-follow-on-outcome
           else
               perform collect-journal-status
           end-if
           perform settle-step-outcome.

       read-batch-clock.
      *Centiseconds since the window started, across midnight.
           accept step-time-end from time
           compute step-end-total =
               ((step-end-hh * 60 + step-end-mm) * 60
               + step-end-ss) * 100 + step-end-cc
           compute clock-offset = step-end-total - window-start-total
           if clock-offset < 0
               add 8640000 to clock-offset
           end-if.

       collect-journal-status.
      *Only the journal rows written since this step was launched
      *count, so an earlier occurrence of the same program in this
      *window cannot answer for it.  A program that left no END
      *record never got to the end.
           move spaces to step-status-value
           move spaces to step-status-reason
           perform open-journal-for-reading
           if journal-file-status = "00"
               move 0 to journal-row-count
               perform until ws-eof='y'
               read journal-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to journal-row-count
                       if journal-row-count > step-journal-mark(bs)
                           perform match-step-journal-record
                       end-if
               end-read
               if journal-file-status not = "00" and
                  journal-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close journal-file
           end-if
           move step-return-code(bs) to step-rc-disp
           evaluate step-status-value
               when spaces
                   move "FAILED" to step-status-value
                   string "no journal END (rc "
                       function trim(step-rc-disp) ") - "
                       function trim(step-log-name)
                       delimited by size into step-status-reason
               when "OK"
                   continue
               when other
                   string "see " function trim(step-log-name)
                       delimited by size into step-status-reason
           end-evaluate
           move step-program(bs) to status-lookup-program
           perform put-program-status.

       match-step-journal-record.
           move spaces to jrow-program
           move spaces to jrow-event
           move spaces to jrow-status
           move spaces to jrow-run-id
           unstring journal-record delimited by ","
               into jrow-program jrow-event jrow-user jrow-stamp
                    jrow-status jrow-input jrow-run-id
           if jrow-program = step-program(bs) and
              jrow-event = "END" and
              jrow-run-id = batch-run-id
               move jrow-status to step-status-value
           end-if.

       count-journal-rows.
           move 0 to journal-row-count
           perform open-journal-for-reading
           if journal-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read journal-file
                   at end move 'y' to ws-eof
                   not at end add 1 to journal-row-count
               end-read
               if journal-file-status not = "00" and
                  journal-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close journal-file.

       open-journal-for-reading.
      *A step appending to the journal holds it for a moment; the
      *read waits its turn the way the writers do.
           move "aoc_run_journal.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to journal-file-name
           move 0 to journal-busy-attempt
           open input journal-file
           perform until journal-file-status not = "61"
               or journal-busy-attempt >= journal-busy-retry-limit
               add 1 to journal-busy-attempt
               call "C$SLEEP" using journal-busy-wait-seconds
               open input journal-file
           end-perform.

       settle-follow-on-outcome.
           move step-return-code(bs) to step-rc-disp
           move spaces to step-outcome-reason(bs)
           evaluate true
               when step-return-code(bs) = 0
                   move "OK" to step-outcome(bs)
               when step-return-code(bs) < 8
                   move "WARNING" to step-outcome(bs)
                   string "return code " function trim(step-rc-disp)
                       delimited by size
                       into step-outcome-reason(bs)
               when other
                   move "FAILED" to step-outcome(bs)
                   string "return code " function trim(step-rc-disp)
                       delimited by size
                       into step-outcome-reason(bs)
           end-evaluate.

       record-step-elapsed.
           accept step-time-end from time
           end-if.

       get-step-status.
           set status-lookup-step to bs
           perform get-lookup-step-status.

       get-lookup-step-status.
           if step-outcome(status-lookup-step) = spaces
               move step-program(status-lookup-step)
                   to status-lookup-program
               perform get-program-status
           else
               move step-outcome(status-lookup-step)
                   to step-status-value
               move step-outcome-reason(status-lookup-step)
                   to step-status-reason
           end-if.

       get-program-status.
           evaluate status-lookup-program
                   move spaces to step-status-reason
           end-evaluate
           if step-status-value = spaces or
              step-status-value(1:7) = low-values
               move "NOT RUN" to step-status-value
               move "program never started" to step-status-reason
           end-if.

       put-program-status.
      *The counterpart of get-program-status for a Day program that
      *ran as a process of its own and could not set its status
      *fields in this one.
           evaluate status-lookup-program
               when "Day1"
                   move step-status-value to day1-status
                   move step-status-reason to day1-status-reason
               when "Day2"
                   move step-status-value to day2-status
                   move step-status-reason to day2-status-reason
               when "Day3"
                   move step-status-value to day3-status
                   move step-status-reason to day3-status-reason
               when "Day4"
                   move step-status-value to day4-status
                   move step-status-reason to day4-status-reason
               when "Day5"
                   move step-status-value to day5-status
                   move step-status-reason to day5-status-reason
               when "Day6"
                   move step-status-value to day6-status
                   move step-status-reason to day6-status-reason
               when "Day7"
                   move step-status-value to day7-status
                   move step-status-reason to day7-status-reason
               when "Day8"
                   move step-status-value to day8-status
                   move step-status-reason to day8-status-reason
               when "Day9"
                   move step-status-value to day9-status
                   move step-status-reason to day9-status-reason
               when "Day10"
                   move step-status-value to day10-status
                   move step-status-reason to day10-status-reason
               when "Day11"
                   move step-status-value to day11-status
                   move step-status-reason to day11-status-reason
           end-evaluate.

       write-step-summary.
      *One glance for operations: every step with its completion
      *status and reason, and a batch condition code of 8 when any
           display "=== DayBatch end-of-job step summary ==="
           move 0 to failed-step-count
           move 0 to warning-step-count
           perform varying bo from 1 by 1 until bo > batch-order-count
               set bs to batch-order-step(bo)
               evaluate true
                   when step-skipped(bs)
                       move "NOT RUN" to step-status-value
                   when "FAILED"
                       add 1 to failed-step-count
                   when "WARNING"
                   when "SKIPPED-DEPENDENCY"
                       add 1 to warning-step-count
                   when "NOT RUN"
      *A selected step that never started (unresolvable CALL, or the
               end-if
           end-if.

       write-concurrency-summary.
      *How much the steps actually overlapped: each launched step's
      *start and end against the start of the window, and the sum
      *of their elapsed times over the span from the first launch
      *to the last finish.
           display " "
           display "=== DayBatch concurrency ==="
           move batch-concurrency to concurrency-disp
           move peak-running-count to running-step-disp
           display "Concurrency limit " function trim(concurrency-disp)
               ", at most " function trim(running-step-disp)
               " step(s) running at once."
           move 0 to step-time-sum
           move 0 to window-span
           perform varying bo from 1 by 1
               until bo > batch-order-count
               set bs to batch-order-step(bo)
               if step-launch-offset(bs) >= 0
                   move step-program(bs) to step-program-disp
                   compute offset-disp = step-launch-offset(bs) / 100
                   if step-running(bs)
                       display step-program-disp " start "
                           offset-disp "s  still running"
                   else
                       compute offset-disp-2 =
                           step-finish-offset(bs) / 100
                       move step-elapsed(bs) to elapsed-disp
                       display step-program-disp " start "
                           offset-disp "s  end " offset-disp-2
                           "s  elapsed " elapsed-disp "s"
                       add step-elapsed(bs) to step-time-sum
                       if step-finish-offset(bs) > window-span
                           move step-finish-offset(bs) to window-span
                       end-if
                   end-if
               end-if
           end-perform
           compute offset-disp = window-span / 100
           move step-time-sum to elapsed-disp
           if window-span > 0
               compute overlap-factor rounded =
                   step-time-sum * 100 / window-span
           else
               move 0 to overlap-factor
           end-if
           move overlap-factor to overlap-disp
           display "Step time " function trim(elapsed-disp)
               "s in a " function trim(offset-disp)
               "s window - overlap " function trim(overlap-disp) "x".

       write-status-board.
      *Running steps first, then the finished ones with their
      *status, then those still to come with the average each has
      *taken; the projection adds up what is left of those
      *averages (shared across the launch slots when steps run
      *concurrently) and says how many steps had no history.
           set board-refresh-done to true
           open output status-board-file
           if status-board-file-status not = "00"
               exit paragraph
           end-if
           accept board-now-date from date yyyymmdd
           accept board-now-time from time
           perform read-batch-clock
           perform count-window-alerts
           move spaces to status-board-line
           string "DayBatch status board - run "
               function trim(batch-run-id)
               delimited by size into status-board-line
           write status-board-line
           move spaces to status-board-line
           string "Updated      : " board-now-date " "
               board-now-hh ":" board-now-mm ":" board-now-ss
               delimited by size into status-board-line
           write status-board-line
           move spaces to status-board-line
           if board-state = "RUNNING" and batch-halted
               move "State        : HALTING - the steps running will "
                 & "finish, nothing new starts" to status-board-line
           else
               string "State        : " function trim(board-state)
                   delimited by size into status-board-line
           end-if
           write status-board-line
           move spaces to status-board-line
           write status-board-line

           move 0 to board-work-left
           move 0 to board-unknown-count
           move 0 to board-running-count
           move "Running      :" to status-board-line
           write status-board-line
           perform varying board-order from 1 by 1
               until board-order > batch-order-count
               move batch-order-step(board-order) to board-step
               if step-running(board-step)
                   perform write-board-running-step
               end-if
           end-perform
           if board-running-count = 0
               move "  (none)" to status-board-line
               write status-board-line
           end-if

           move "Completed    :" to status-board-line
           write status-board-line
           move 0 to board-listed-count
           perform varying board-order from 1 by 1
               until board-order > batch-order-count
               move batch-order-step(board-order) to board-step
               if step-skipped(board-step) or
                  step-already-done(board-step) or
                  step-finished(board-step)
                   perform write-board-finished-step
               end-if
           end-perform
           if board-listed-count = 0
               move "  (none)" to status-board-line
               write status-board-line
           end-if

           if batch-halted
               move "Will not run :" to status-board-line
           else
               move "Still to run :" to status-board-line
           end-if
           write status-board-line
           move 0 to board-listed-count
           perform varying board-order from 1 by 1
               until board-order > batch-order-count
               move batch-order-step(board-order) to board-step
               if step-selected(board-step) and
                  step-not-yet-done(board-step) and
                  step-waiting(board-step)
                   perform write-board-waiting-step
               end-if
           end-perform
           if board-listed-count = 0
               move "  (none)" to status-board-line
               write status-board-line
           end-if
           move spaces to status-board-line
           write status-board-line

           perform write-board-projection
           move board-alert-count to board-count-disp
           move spaces to status-board-line
           string "Alerts this window : "
               function trim(board-count-disp)
               delimited by size into status-board-line
           write status-board-line
           close status-board-file
           call "CBL_RENAME_FILE" using status-board-work-name
               status-board-file-name
               returning board-rename-return
           end-call.

       write-board-running-step.
           add 1 to board-running-count
           compute board-step-so-far =
               (clock-offset - step-launch-offset(board-step)) / 100
           move board-step-so-far to elapsed-disp
           move step-program(board-step) to step-program-disp
           move spaces to status-board-line
           string "  " step-program-disp " since "
               step-start-clock(board-step) " ("
               function trim(elapsed-disp) "s so far)"
               delimited by size into status-board-line
           write status-board-line
           perform find-board-step-average
           if board-step-has-average
               if board-step-average > board-step-so-far
                   compute board-work-left = board-work-left
                       + board-step-average - board-step-so-far
               end-if
           else
               add 1 to board-unknown-count
           end-if.

       write-board-finished-step.
           add 1 to board-listed-count
           evaluate true
               when step-skipped(board-step)
                   move "NOT RUN" to step-status-value
                   move "skipped by run-control" to step-status-reason
               when step-already-done(board-step)
                   move "OK" to step-status-value
                   move "completed before restart (checkpoint)"
                       to step-status-reason
               when other
                   move board-step to status-lookup-step
                   perform get-lookup-step-status
           end-evaluate
           move step-program(board-step) to step-program-disp
           move spaces to status-board-line
           if step-skipped(board-step) or
              step-already-done(board-step) or
              step-outcome(board-step) = "SKIPPED-DEPENDENCY"
               string "  " step-program-disp " " step-status-value
                   "             " function trim(step-status-reason)
                   delimited by size into status-board-line
           else
               move step-elapsed(board-step) to elapsed-disp
               string "  " step-program-disp " " step-status-value
                   " " elapsed-disp "s  "
                   function trim(step-status-reason)
                   delimited by size into status-board-line
           end-if
           write status-board-line.

       write-board-waiting-step.
           add 1 to board-listed-count
           perform find-board-step-average
           move step-program(board-step) to step-program-disp
           move spaces to status-board-line
           if board-step-has-average
               add board-step-average to board-work-left
               move board-step-average to elapsed-disp
               string "  " step-program-disp " average "
                   function trim(elapsed-disp) "s"
                   delimited by size into status-board-line
           else
               add 1 to board-unknown-count
               string "  " step-program-disp " no run history"
                   delimited by size into status-board-line
           end-if
           write status-board-line.

       find-board-step-average.
           set board-step-no-average to true
           perform varying an from 1 by 1
               until an > anomaly-entry-count
               if anom-program(an) = step-program(board-step)
                   if anom-n(an) > 0
                       move 0 to anom-sum
                       perform varying anom-scan from 1 by 1
                           until anom-scan > anom-n(an)
                           add anom-value(an, anom-scan) to anom-sum
                       end-perform
                       compute board-step-average rounded =
                           anom-sum / anom-n(an)
                       set board-step-has-average to true
                   end-if
                   exit perform
               end-if
           end-perform.

       write-board-projection.
           move spaces to status-board-line
           if board-state not = "RUNNING"
               string "Finished     : " board-now-hh ":"
                   board-now-mm ":" board-now-ss
                   delimited by size into status-board-line
               write status-board-line
               exit paragraph
           end-if
           if batch-concurrency > 1
               compute board-work-left rounded =
                   board-work-left / batch-concurrency
           end-if
           compute board-finish-seconds =
               (board-now-hh * 60 + board-now-mm) * 60
               + board-now-ss + board-work-left
           divide board-finish-seconds by 86400
               giving board-finish-days
               remainder board-finish-seconds
           divide board-finish-seconds by 3600
               giving board-finish-hh
               remainder board-finish-seconds
           divide board-finish-seconds by 60
               giving board-finish-mm
               remainder board-finish-ss
           move board-work-left to elapsed-disp
           move 1 to board-pointer
           string "Projected finish : " board-finish-hh ":"
               board-finish-mm ":" board-finish-ss
               delimited by size into status-board-line
               with pointer board-pointer
           if board-finish-days > 0
               string " (next day)" delimited by size
                   into status-board-line with pointer board-pointer
           end-if
           write status-board-line
           move spaces to status-board-line
           move 1 to board-pointer
           string "                   about "
               function trim(elapsed-disp) "s of work left"
               delimited by size into status-board-line
               with pointer board-pointer
           if board-unknown-count > 0
               move board-unknown-count to board-count-disp
               string ", " function trim(board-count-disp)
                   " step(s) with no history not counted"
                   delimited by size into status-board-line
                   with pointer board-pointer
           end-if
           write status-board-line.

       count-window-alerts.
      *Alerts stamped since the window started; while a program is
      *appending one the previous count stands.
           move 0 to alert-busy-attempt
           open input alert-file
           perform until alert-file-status not = "61"
               or alert-busy-attempt >= alert-busy-retry-limit
               add 1 to alert-busy-attempt
               call "C$SLEEP" using alert-busy-wait-seconds
               open input alert-file
           end-perform
           if alert-file-status not = "00"
               exit paragraph
           end-if
           move 0 to board-alert-count
               perform until ws-eof='y'
               read alert-file
                   at end move 'y' to ws-eof
                   not at end
                       perform count-one-window-alert
               end-read
               if alert-file-status not = "00" and
                  alert-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close alert-file.

       count-one-window-alert.
           move spaces to board-alert-stamp
           unstring alert-record delimited by ","
               into board-alert-severity board-alert-program
                    board-alert-reason board-alert-stamp
           if board-alert-stamp not < board-window-stamp
               add 1 to board-alert-count
           end-if.

       load-batch-checkpoint.
      *A checkpoint from a prior, interrupted window lets the batch
      *resume from the first incomplete step instead of repeating
               end-if
           end-perform.

       load-concurrency-settings.
           accept concurrency-text from environment
               "AOC_BATCH_CONCURRENCY"
           if concurrency-text = spaces
               move "AOC_BATCH_CONCURRENCY" to config-lookup-key
               perform get-config-value
               move config-lookup-value to concurrency-text
           end-if
           if concurrency-text not = spaces
               move function numval(concurrency-text)
                   to batch-concurrency
           end-if
           if batch-concurrency < 1
               move 1 to batch-concurrency
           end-if
           if batch-concurrency > max-batch-steps
               move max-batch-steps to batch-concurrency
           end-if
           accept step-launcher from environment "AOC_STEP_LAUNCHER"
           if step-launcher = spaces
               move "AOC_STEP_LAUNCHER" to config-lookup-key
               perform get-config-value
               move config-lookup-value to step-launcher
           end-if
           if step-launcher = spaces
               move "cobcrun" to step-launcher
           end-if
           if batch-concurrency > 1
               move batch-concurrency to concurrency-disp
               display "DayBatch: up to "
                   function trim(concurrency-disp)
                   " steps at once, launched through "
                   function trim(step-launcher) "."
           end-if.

       load-status-board-settings.
           accept status-board-file-name from environment
               "AOC_STATUS_BOARD"
           if status-board-file-name = spaces
               move "AOC_STATUS_BOARD" to config-lookup-key
               perform get-config-value
               move config-lookup-value to status-board-file-name
           end-if
           if status-board-file-name = spaces
               move "aoc_batch_status.txt" to status-board-file-name
           end-if
           move status-board-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to status-board-file-name
           move spaces to status-board-work-name
           string function trim(status-board-file-name) ".new"
               delimited by size into status-board-work-name
           move "aoc_alerts.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to alert-file-name
           accept board-now-date from date yyyymmdd
           accept board-now-time from time
           move spaces to board-window-stamp
           string board-now-date "-" board-now-time
               delimited by size into board-window-stamp.

       run-control-file-error.
           if run-control-file-status = "35"
               display "DayBatch: run-control file not found - "
                   " (file status " run-control-file-status
                   ") - aborting."
           end-if
           move "run-control file unreadable"
               to incident-reason-text
           perform open-abort-incident
           perform release-run-lock
           goback.

           display "DayBatch: run summary written to "
               function trim(run-summary-file-name).

       drop-window-trigger.
      *The window-complete trigger downstream chains on instead of
      *the clock: dropped only when every selected step finished OK
      *or WARNING (or completed before a checkpoint restart) and
      *the window was not halted.  It names each Day step's own
      *trigger, the run summary and the status board, and counts
      *the ledger rows posted under this run identifier.
           if batch-halted or failed-step-count > 0
               exit paragraph
           end-if
           perform varying bo from 1 by 1 until bo > batch-order-count
               set bs to batch-order-step(bo)
               if step-selected(bs) and not step-already-done(bs)
                   perform get-step-status
                   if step-status-value not = "OK" and
                      step-status-value not = "WARNING"
                       exit paragraph
                   end-if
               end-if
           end-perform
           move 0 to trigger-output-count
           perform varying bo from 1 by 1 until bo > batch-order-count
               set bs to batch-order-step(bo)
               if step-selected(bs) and step-day-program(bs)
                   move step-program(bs) to trigger-program
                   perform name-trigger-file
                   move trigger-file-name to trigger-output-name
                   perform note-trigger-output
               end-if
           end-perform
           move run-summary-file-name to trigger-output-name
           perform note-trigger-output
           move status-board-file-name to trigger-output-name
           perform note-trigger-output
           perform count-window-ledger-rows
           if warning-step-count > 0 or open-drift-count > 0
              or release-mismatch-count > 0
               move "WARNING" to trigger-status
           else
               move "OK" to trigger-status
           end-if
           perform write-trigger-file.

       count-window-ledger-rows.
           move 0 to trigger-ledger-rows
           open input ledger-file
           if ledger-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       move spaces to row-run-id
                       unstring ledger-line delimited by ","
                           into row-program row-part row-value
                                jrow-stamp row-run-id
                       if row-run-id = batch-run-id
                           add 1 to trigger-ledger-rows
                       end-if
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close ledger-file.

       collect-concurrent-results.
      *The answers the steps posted under this run identifier, the
      *last row per program and part, land in the same result
      *fields a CALLed program would have filled.
           open input ledger-file
           if ledger-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       perform take-concurrent-result
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close ledger-file.

       take-concurrent-result.
           move spaces to row-program
           move spaces to row-part
           move spaces to row-value
           move spaces to row-run-id
           unstring ledger-line delimited by ","
               into row-program row-part row-value jrow-stamp
                    row-run-id
           if row-run-id not = batch-run-id
               exit paragraph
           end-if
           perform varying dc from 1 by 1 until dc > drift-combo-count
               if drift-program(dc) = row-program and
                  drift-part(dc) = row-part
                   move function numval(row-value)
                       to drift-current-value(dc)
                   perform post-concurrent-result
               end-if
           end-perform.

       post-concurrent-result.
           evaluate dc
               when 1
                   move drift-current-value(dc) to day1-part1-result
               when 2
                   move drift-current-value(dc) to day1-part2-result
               when 3
                   move drift-current-value(dc) to day2-result
               when 4
                   move drift-current-value(dc) to day3-result
               when 5
                   move drift-current-value(dc) to day4-part1-result
               when 6
                   move drift-current-value(dc) to day4-part2-result
               when 7
                   move drift-current-value(dc) to day5-result
               when 8
                   move drift-current-value(dc) to day6-result
               when 9
                   move drift-current-value(dc) to day7-result
               when 10
                   move drift-current-value(dc) to day8-result
               when 11
                   move drift-current-value(dc) to day9-part1-result
               when 12
                   move drift-current-value(dc) to day9-part2-result
               when 13
                   move drift-current-value(dc) to day10-part1-result
               when 14
                   move drift-current-value(dc) to day10-part2-result
               when 15
                   move drift-current-value(dc) to day11-dict-result
           end-evaluate.

       open-window-incident.
      *The first FAILED step in run order is the failing program; a
      *window whose only failures are selected steps that never
      *started names the first of those.  A window halted by a step
      *whose run-control line says not to continue is SEV1.
           set incident-for-window to true
           move spaces to incident-program
           move spaces to incident-program-status
           move spaces to incident-reason-text
           move 0 to incident-failed-count
           perform varying bo from 1 by 1 until bo > batch-order-count
               set bs to batch-order-step(bo)
               if step-selected(bs) and not step-already-done(bs)
                   perform get-step-status
                   if step-status-value = "FAILED" or
                      step-status-value = "NOT RUN"
                       add 1 to incident-failed-count
                       if incident-program = spaces or
                          (step-status-value = "FAILED" and
                           incident-program-status not = "FAILED")
                           move step-program(bs) to incident-program
                           move step-status-value
                               to incident-program-status
                           move spaces to incident-reason-text
                           string function trim(step-program(bs)) " "
                               function trim(step-status-value) " - "
                               function trim(step-status-reason)
                               delimited by size
                               into incident-reason-text
                       end-if
                   end-if
               end-if
           end-perform
           if incident-program = spaces
               move "DayBatch" to incident-program
               move "window ended FAILED" to incident-reason-text
           end-if
           if incident-failed-count > 1
               move incident-failed-count to incident-failed-disp
               move incident-reason-text to dossier-add-text
               move spaces to incident-reason-text
               string function trim(dossier-add-text) " ("
                   function trim(incident-failed-disp)
                   " steps failed)"
                   delimited by size into incident-reason-text
           end-if
           if batch-halted
               move "SEV1" to incident-severity
           else
               move "SEV2" to incident-severity
           end-if
           perform open-incident.

       open-abort-incident.
           set incident-for-abort to true
           move "DayBatch" to incident-program
           move "SEV1" to incident-severity
           move incident-reason-text to dossier-add-text
           move spaces to incident-reason-text
           string "window aborted - " function trim(dossier-add-text)
               delimited by size into incident-reason-text
           perform open-incident.

       open-incident.
           inspect incident-reason-text replacing all "," by ";"
           accept incident-open-date from date yyyymmdd
           accept incident-open-time from time
           move spaces to incident-open-stamp
           string incident-open-date "-" incident-open-time
               delimited by size into incident-open-stamp
           move "aoc_incidents.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to incident-file-name
           perform find-last-incident-number
           add 1 to incident-last-sequence
           move spaces to incident-number
           string "INC" incident-last-sequence
               delimited by size into incident-number
           move spaces to dossier-base-name
           string "incident_" incident-number ".txt"
               delimited by size into dossier-base-name
           move dossier-base-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to dossier-file-name
           perform assemble-incident-dossier
           open extend incident-file
           if incident-file-status = "35"
               open output incident-file
           end-if
           if incident-file-status not = "00"
               display "DayBatch: cannot write the incident register "
                   "(file status " incident-file-status ") - "
                   incident-number " not recorded."
               exit paragraph
           end-if
           move spaces to incident-record
           string incident-number ",OPEN," incident-severity ","
               function trim(batch-run-id) ","
               function trim(incident-program) ","
               incident-open-stamp ",,,"
               function trim(dossier-base-name) ","
               function trim(incident-reason-text) ",,"
               delimited by size into incident-record
           write incident-record
           close incident-file
           display "DayBatch: incident " incident-number " opened ("
               incident-severity ", "
               function trim(incident-program) ") - evidence in "
               function trim(dossier-file-name).

       find-last-incident-number.
           move 0 to incident-last-sequence
           open input incident-file
           if incident-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read incident-file
                   at end move 'y' to ws-eof
                   not at end
                       perform parse-incident-record
                       if inc-sequence > incident-last-sequence
                           move inc-sequence
                               to incident-last-sequence
                       end-if
               end-read
               if incident-file-status not = "00" and
                  incident-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close incident-file.

       assemble-incident-dossier.
      *Unused slots keep a high-values stamp so they sort behind
      *every real record.
           perform varying dx from 1 by 1
               until dx > max-dossier-entries
               move high-values to dos-stamp(dx)
               move 999999 to dos-sequence(dx)
           end-perform
           move 0 to dossier-count
           move 0 to dossier-dropped-count
           perform collect-journal-evidence
           perform collect-stats-evidence
           perform collect-exception-evidence
           perform collect-alert-evidence
           perform collect-note-evidence
           if incident-for-window
               perform collect-step-evidence
           end-if
           sort dossier-entry ascending key dos-stamp dos-sequence
           open output dossier-file
           if dossier-file-status not = "00"
               display "DayBatch: cannot write the incident dossier "
                   function trim(dossier-file-name) " (file status "
                   dossier-file-status ")."
               exit paragraph
           end-if
           move spaces to dossier-line
           string "=== Incident " incident-number " - run "
               function trim(batch-run-id) " ==="
               delimited by size into dossier-line
           write dossier-line
           move spaces to dossier-line
           string "Opened " incident-open-stamp ", severity "
               incident-severity ", failing program "
               function trim(incident-program)
               delimited by size into dossier-line
           write dossier-line
           move spaces to dossier-line
           string "Reason: " function trim(incident-reason-text)
               delimited by size into dossier-line
           write dossier-line
           move spaces to dossier-line
           write dossier-line
           move dossier-count to dossier-count-disp
           move spaces to dossier-line
           string "Evidence for the run in time order ("
               function trim(dossier-count-disp) " record(s)):"
               delimited by size into dossier-line
           write dossier-line
           perform varying dx from 1 by 1 until dx > dossier-count
               move spaces to dossier-line
               string dos-stamp(dx) " " dos-source(dx) " "
                   function trim(dos-text(dx))
                   delimited by size into dossier-line
               write dossier-line
           end-perform
           if dossier-dropped-count > 0
               move dossier-dropped-count to dossier-count-disp
               move spaces to dossier-line
               string "  (" function trim(dossier-count-disp)
                   " further record(s) beyond the dossier limit)"
                   delimited by size into dossier-line
               write dossier-line
           end-if
           move spaces to dossier-line
           write dossier-line
           move spaces to dossier-line
           string "Input manifest and seal for "
               function trim(incident-program) ":"
               delimited by size into dossier-line
           write dossier-line
           move 0 to dossier-input-count
           if incident-program not = "DayBatch"
               move "MANIFEST" to dossier-add-source
               move "aoc_input_manifest.txt" to data-dir-filename
               perform collect-input-evidence
               move "SEAL" to dossier-add-source
               move "aoc_input_seal.txt" to data-dir-filename
               perform collect-input-evidence
           end-if
           if dossier-input-count = 0
               if incident-program = "DayBatch"
                   move "  none - the window failed in DayBatch itself"
                       to dossier-line
               else
                   move "  none on file" to dossier-line
               end-if
               write dossier-line
           end-if
           close dossier-file.

       add-dossier-entry.
           if dossier-count >= max-dossier-entries
               add 1 to dossier-dropped-count
               exit paragraph
           end-if
           add 1 to dossier-count
           set dx to dossier-count
           move dossier-add-stamp to dos-stamp(dx)
           move dossier-count to dos-sequence(dx)
           move dossier-add-source to dos-source(dx)
           move dossier-add-program to dos-program(dx)
           move dossier-add-text to dos-text(dx).

       collect-journal-evidence.
           perform open-journal-for-reading
           if journal-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read journal-file
                   at end move 'y' to ws-eof
                   not at end
                       perform keep-journal-evidence
               end-read
               if journal-file-status not = "00" and
                  journal-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close journal-file.

       keep-journal-evidence.
           move spaces to jrow-program
           move spaces to jrow-stamp
           move spaces to jrow-run-id
           unstring journal-record delimited by ","
               into jrow-program jrow-event jrow-user jrow-stamp
                    jrow-status jrow-input jrow-run-id
           if jrow-run-id not = batch-run-id
               exit paragraph
           end-if
           move jrow-stamp to dossier-add-stamp
           move "JOURNAL" to dossier-add-source
           move jrow-program to dossier-add-program
           move journal-record to dossier-add-text
           perform add-dossier-entry.

       collect-stats-evidence.
           move "run_statistics.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to run-stats-file-name
           open input run-stats-file
           if run-stats-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read run-stats-file
                   at end move 'y' to ws-eof
                   not at end
                       perform keep-stats-evidence
               end-read
               if run-stats-file-status not = "00" and
                  run-stats-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close run-stats-file.

       keep-stats-evidence.
           move spaces to dossier-field-1
           move spaces to dossier-field-2
           move spaces to dossier-field-7
           unstring run-stats-line delimited by ","
               into dossier-field-1 dossier-field-2 dossier-field-3
                    dossier-field-4 dossier-field-5 dossier-field-6
                    dossier-field-7
           if dossier-field-7 not = batch-run-id
               exit paragraph
           end-if
           move dossier-field-2 to dossier-add-stamp
           move "STATISTICS" to dossier-add-source
           move dossier-field-1 to dossier-add-program
           move run-stats-line to dossier-add-text
           perform add-dossier-entry.

       collect-exception-evidence.
           move "aoc_exceptions.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to exceptions-hub-file-name
           open input exceptions-hub-file
           if exceptions-hub-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read exceptions-hub-file
                   at end move 'y' to ws-eof
                   not at end
                       perform keep-exception-evidence
               end-read
               if exceptions-hub-file-status not = "00" and
                  exceptions-hub-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close exceptions-hub-file.

       keep-exception-evidence.
           move spaces to dossier-field-1
           move spaces to dossier-field-4
           unstring exceptions-hub-entry delimited by ","
               into dossier-field-1 dossier-field-2 dossier-field-3
                    dossier-field-4
           if dossier-field-4 not = batch-run-id
               exit paragraph
           end-if
           move incident-window-stamp to dossier-add-stamp
           perform varying dx from 1 by 1 until dx > dossier-count
               if dos-source(dx) = "JOURNAL" and
                  dos-program(dx) = dossier-field-1
                   move dos-stamp(dx) to dossier-add-stamp
               end-if
           end-perform
           move "EXCEPTION" to dossier-add-source
           move dossier-field-1 to dossier-add-program
           move exceptions-hub-entry to dossier-add-text
           perform add-dossier-entry.

       collect-alert-evidence.
           move "aoc_alerts.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to alert-file-name
           open input alert-file
           if alert-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read alert-file
                   at end move 'y' to ws-eof
                   not at end
                       perform keep-alert-evidence
               end-read
               if alert-file-status not = "00" and
                  alert-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close alert-file.

       keep-alert-evidence.
           move spaces to board-alert-program
           move spaces to board-alert-stamp
           unstring alert-record delimited by ","
               into board-alert-severity board-alert-program
                    board-alert-reason board-alert-stamp
           if board-alert-stamp < incident-window-stamp
               exit paragraph
           end-if
           move board-alert-stamp to dossier-add-stamp
           move "ALERT" to dossier-add-source
           move board-alert-program to dossier-add-program
           move alert-record to dossier-add-text
           perform add-dossier-entry.

       collect-note-evidence.
           move "aoc_run_notes.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to dossier-source-file-name
           open input dossier-source-file
           if dossier-source-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read dossier-source-file
                   at end move 'y' to ws-eof
                   not at end
                       perform keep-note-evidence
               end-read
               if dossier-source-file-status not = "00" and
                  dossier-source-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close dossier-source-file.

       keep-note-evidence.
           move spaces to dossier-field-1
           move spaces to dossier-field-2
           move spaces to dossier-field-4
           unstring dossier-source-line delimited by ","
               into dossier-field-1 dossier-field-2 dossier-field-4
           if dossier-field-1 not = batch-run-id
               exit paragraph
           end-if
           move dossier-field-4 to dossier-add-stamp
           move "NOTE" to dossier-add-source
           move spaces to dossier-add-program
           move dossier-source-line to dossier-add-text
           perform add-dossier-entry.

       collect-step-evidence.
      *The end-of-job step summary, one record per step in run
      *order.
           perform varying bo from 1 by 1 until bo > batch-order-count
               set bs to batch-order-step(bo)
               evaluate true
                   when step-skipped(bs)
                       move "NOT RUN" to step-status-value
                       move "skipped by run-control"
                           to step-status-reason
                   when step-already-done(bs)
                       move "OK" to step-status-value
                       move "completed before restart (checkpoint)"
                           to step-status-reason
                   when other
                       perform get-step-status
               end-evaluate
               move step-elapsed(bs) to elapsed-disp
               move incident-open-stamp to dossier-add-stamp
               move "STEP" to dossier-add-source
               move step-program(bs) to dossier-add-program
               move spaces to dossier-add-text
               string function trim(step-program(bs)) " "
                   function trim(step-status-value) " "
                   function trim(step-status-reason) " ("
                   function trim(elapsed-disp) "s)"
                   delimited by size into dossier-add-text
               perform add-dossier-entry
           end-perform.

       collect-input-evidence.
      *Manifest and seal lines are labelled with the program name,
      *or the name and a qualifier for a program with two inputs
      *(Day5 rules, Day5 updates).
           perform apply-data-dir-prefix
           move data-dir-filename to dossier-source-file-name
           move function length(function trim(incident-program))
               to dossier-label-length
           open input dossier-source-file
           if dossier-source-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read dossier-source-file
                   at end move 'y' to ws-eof
                   not at end
                       perform keep-input-evidence
               end-read
               if dossier-source-file-status not = "00" and
                  dossier-source-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close dossier-source-file.

       keep-input-evidence.
           move spaces to dossier-label
           unstring dossier-source-line delimited by ","
               into dossier-label
           if dossier-label not = incident-program and
              (dossier-label(1:dossier-label-length) not =
                   incident-program
               or dossier-label(dossier-label-length + 1:1)
                   not = space)
               exit paragraph
           end-if
           add 1 to dossier-input-count
           move spaces to dossier-line
           string "  " dossier-add-source " "
               function trim(dossier-source-line)
               delimited by size into dossier-line
           write dossier-line.

       ledger-file-error.
           display "DayBatch: error reading "
               function trim(ledger-file-name) " (file status "
               ledger-file-status ") - drift check abandoned."
           move "results ledger unreadable" to incident-reason-text
           perform open-abort-incident
           perform release-run-lock
           goback.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="DayBatch"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="DayBatch"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="DayBatch"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReleaseChecksum.cpy'.

       copy 'IncidentParse.cpy'.

       end program DayBatch.
