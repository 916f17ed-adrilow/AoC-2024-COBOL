
           select wall-candidate-file assign to dynamic
               wall-candidate-file-name
               line sequential
               file status is wall-candidate-file-status.

           select budget-file assign to dynamic budget-file-name
               line sequential
               collision-file-name
               line sequential.

           select loop-geometry-file assign to dynamic
               loop-geometry-file-name
               line sequential.

           select day6-checkpoint-file assign to dynamic
               day6-checkpoint-file-name
               organization is sequential
               file status is day6-checkpoint-file-status.

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
       fd collision-file.
       01 collision-line pic X(100).

       fd loop-geometry-file.
       01 loop-geometry-line pic X(100).

       fd day6-checkpoint-file.
       78 max-loop-candidates value 16900.
       01 day6-checkpoint-record.
           05 d6-ckpt-last-y binary-long.
           05 d6-ckpt-last-x binary-long.
           05 d6-ckpt-candidate-count binary-long.
           05 d6-ckpt-seal-bytes binary-double.
           05 d6-ckpt-seal-checksum binary-double.
           05 d6-ckpt-map-checksum binary-double.
           05 d6-ckpt-map-height binary-long.
           05 d6-ckpt-map-width binary-long.
           05 d6-ckpt-wall-file-name pic X(200).
           05 d6-ckpt-loop-count binary-long.
           05 d6-ckpt-loop-table.
               10 filler pic X(34) occurs max-loop-candidates times.

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
       01 trace-file-name pic X(200) value "day6_guard_trace.txt".
       01 wall-candidate-file-name pic X(200)
           value "day6_wall_candidates.txt".
       01 wall-candidate-file-status pic X(2).

       01 result binary-long value 0.
       01 day6-result pic 9(38) external value 0.
           10 guard-start-x pic 9(3).
           10 guard-path-length binary-long.
       01 guard-count binary-long value 0.
       01 peak-walk-steps binary-long value 0.
       01 guard-index binary-long value 0.
       01 guard-index-disp pic Z9.
       01 guard-len-disp pic Z(5)9.
       01 filler pic X value 'N'.
           88 budget-exhausted value 'Y'.

      *Restart protection for the obstruction search, the same
      *shape Day9 and Day11 use: when DAY6_CHECKPOINT names a file,
      *the last candidate cell probed, the running trap count and
      *the loop geometry gathered so far are saved every
      *DAY6_CHECKPOINT_EVERY probes (default 100) and again when
      *the time budget winds the search down.  A rerun resumes at
      *the next candidate and appends to the same wall-candidate
      *file; lines the killed run wrote after its last checkpoint
      *are not written a second time.  The checkpoint carries the
      *sealed generation's figures for the input and a checksum of
      *the loaded map and guard starts - a restart against anything
      *else is refused.  A clean finish truncates the checkpoint.
       01 day6-checkpoint-file-name pic X(200).
       01 day6-checkpoint-file-status pic X(2).
       01 filler pic X value 'N'.
           88 day6-checkpoint-enabled value 'Y' 'y'.
           88 day6-checkpoint-disabled value 'N' 'n'.
       01 checkpoint-every binary-long value 100.
       01 checkpoint-every-env pic X(6).
       01 checkpoint-counter binary-long value 0.
       01 probe-last-y binary-long value 0.
       01 probe-last-x binary-long value 0.
       01 resume-y binary-long value 0.
       01 resume-x binary-long value 0.
       01 wall-lines-on-file binary-long value 0.
       01 wall-lines-to-skip binary-long value 0.
       01 run-seal-bytes binary-double value 0.
       01 run-seal-checksum binary-double value 0.
       01 run-map-checksum binary-double value 0.
       01 resume-y-disp pic Z(2)9.
       01 resume-x-disp pic Z(2)9.

       01 before-cycle-count binary-long value 0.
       01 candidate-y-disp pic Z(2)9.
       01 candidate-x-disp pic Z(2)9.
       01 pair-a-disp pic Z9.
       01 pair-b-disp pic Z9.

      *Loop geometry for every confirmed obstruction candidate.  The
      *trapped guard's walk ends on a state (cell plus facing) that
      *lies on its loop; a walker starts there and goes once round,
      *counting steps (a turn holds the guard in place for one step,
      *as in the collision log), distinct cells and the bounding
      *box, and flagging each loop state by direction bit.  A second
      *walker then replays the guard from its start until it first
      *stands in a flagged state - the step the loop was entered.
      *The ranked report sorts the table smallest loop first.
       01 loop-geometry-file-name pic X(200)
           value "day6_loop_geometry.txt".
       01 loop-count binary-long value 0.
       01 loop-table.
         05 loop-entry occurs 0 to max-loop-candidates times
            depending on loop-count.
           10 loop-steps binary-long.
           10 loop-distinct binary-long.
           10 loop-cand-y pic 9(3).
           10 loop-cand-x pic 9(3).
           10 loop-guard binary-long.
           10 loop-entry-step binary-long.
           10 loop-min-y pic 9(3).
           10 loop-max-y pic 9(3).
           10 loop-min-x pic 9(3).
           10 loop-max-x pic 9(3).
       01 loop-state-memory.
           05 filler occurs max-height times.
               10 loop-state pic 9 usage comp-5
                  occurs max-width times.
       01 loop-walker.
         05 walker-cell pic X.
           copy 'Day6_MapCells.cpy'.
         05 walker-y binary-long.
         05 walker-x binary-long.
         05 walker-ahead-y binary-long.
         05 walker-ahead-x binary-long.
         05 walker-flag pic 9 usage comp-5.
       01 filler pic X value 'n'.
           88 walker-off-map value 'y'.
           88 walker-on-map value 'n'.
       01 loop-index binary-long value 0.
       01 loop-total-steps binary-long value 0.
      *Upper bound (in steps) of each loop-size band; the last band
      *catches everything larger.
       01 loop-band-limits.
           05 filler pic 9(6) value 10.
           05 filler pic 9(6) value 25.
           05 filler pic 9(6) value 50.
           05 filler pic 9(6) value 100.
           05 filler pic 9(6) value 250.
           05 filler pic 9(6) value 500.
           05 filler pic 9(6) value 1000.
           05 filler pic 9(6) value 999999.
       01 filler redefines loop-band-limits.
           05 loop-band-limit pic 9(6) occurs 8 times.
       78 loop-band-count value 8.
       01 loop-band-tallies.
           05 loop-band-tally binary-long occurs 8 times.
       01 loop-band-index binary-long value 0.
       01 loop-band-low pic Z(5)9.
       01 loop-band-high pic Z(5)9.
       01 loop-detail-line.
           05 loop-rank-disp pic Z(4)9.
           05 filler pic X(2) value spaces.
           05 loop-cell-disp pic X(9).
           05 filler pic X(1) value spaces.
           05 loop-guard-disp pic Z9.
           05 filler pic X(2) value spaces.
           05 loop-steps-disp pic Z(5)9.
           05 filler pic X(2) value spaces.
           05 loop-distinct-disp pic Z(5)9.
           05 filler pic X(2) value spaces.
           05 loop-entry-disp pic Z(5)9.
           05 filler pic X(2) value spaces.
           05 loop-box-disp pic X(21).
       01 loop-y1-disp pic Z(2)9.
       01 loop-x1-disp pic Z(2)9.
       01 loop-y2-disp pic Z(2)9.
       01 loop-x2-disp pic Z(2)9.
       01 loop-count-disp pic Z(5)9.

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

           perform load-time-budget

           accept day6-checkpoint-file-name from environment
               "DAY6_CHECKPOINT"
           if day6-checkpoint-file-name = spaces
               move "DAY6_CHECKPOINT" to config-lookup-key
               perform get-config-value
               move config-lookup-value
                   to day6-checkpoint-file-name
           end-if
           if day6-checkpoint-file-name not = spaces
               set day6-checkpoint-enabled to true
               move day6-checkpoint-file-name to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to day6-checkpoint-file-name
               accept checkpoint-every-env from environment
                   "DAY6_CHECKPOINT_EVERY"
               if checkpoint-every-env = spaces
                   move "DAY6_CHECKPOINT_EVERY"
                       to config-lookup-key
                   perform get-config-value
                   move config-lookup-value to checkpoint-every-env
               end-if
               if checkpoint-every-env not = spaces
                   move function numval(checkpoint-every-env)
                       to checkpoint-every
               end-if
               if checkpoint-every < 1
                   move 1 to checkpoint-every
               end-if
           end-if

           accept trace-switch from environment "DAY6_TRACE"
           if trace-switch = spaces
               move "DAY6_TRACE" to config-lookup-key
           perform apply-report-stamp
           move data-dir-filename to coverage-file-name

           move loop-geometry-file-name to data-dir-filename
           perform apply-data-dir-prefix
           perform apply-report-stamp
           move data-dir-filename to loop-geometry-file-name

           perform open-input-with-retry
           if input-file-status not = "00"
               go to input-file-error
               go to no-guard-error
           end-if
           move map-memory to pristine-map
           if day6-checkpoint-enabled
               perform fingerprint-day6-input
           end-if

           if trace-enabled
               perform run-traced-walk
      *    perform part-one.
           perform part-two.
           perform write-coverage-report
           perform write-loop-geometry-report
           perform record-compute-phase

           display "Obstruction candidates that trap a guard: "
           move input-height to control-processed
           move 0 to control-rejected
           perform write-control-totals
           perform record-capacity-peaks

           if budget-exhausted
               move "WARNING" to day6-status
               move spaces to day6-status-reason
           end-if

           move day6-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day6-status to journal-status
           perform write-journal-entry
           set trace-file-open to true
           perform walk-guard-duty
           close trace-file
           move trace-file-name to trigger-output-name
           perform note-trigger-output
           set trace-file-closed to true

           move pristine-map to map-memory
           perform walk-each-guard-alone
           perform walk-all-guards-combined

           if day6-checkpoint-enabled
               perform load-day6-checkpoint
           end-if
           if resume-y > 0
               perform open-wall-candidates-for-resume
           else
               open output wall-candidate-file
           end-if
           perform varying y from 1 by 1 until y > input-height
               or budget-exhausted
               perform varying x from 1 by 1 until x > input-width
                   perform check-time-budget
                   if not budget-exhausted
                     and visited-path of marked-cell(y,x)
                     and (y > resume-y
                          or (y = resume-y and x > resume-x))
                       perform check-guard-start-cell
                       if cell-not-guard-start
                           perform probe-candidate-cell
                           if day6-checkpoint-enabled
                               perform count-toward-checkpoint
                           end-if
                       end-if
                   end-if
               end-perform
           end-perform
           close wall-candidate-file
           move wall-candidate-file-name to trigger-output-name
           perform note-trigger-output
           if day6-checkpoint-enabled
               if budget-exhausted
                   perform save-day6-checkpoint
               else
                   perform clear-day6-checkpoint
               end-if
           end-if
           move candidate-count to result.

       walk-each-guard-alone.
               end-perform
           end-perform
           close collision-file
           move collision-file-name to trigger-output-name
           perform note-trigger-output
           display "Day6: collision forecast written to "
               function trim(collision-file-name).

                   delimited by size into coverage-line
               write coverage-line
           end-perform
           close coverage-file
           move coverage-file-name to trigger-output-name
           perform note-trigger-output.

       find-largest-unvisited-region.
      *Breadth-first flood fill over open, never-visited cells; the
           end-perform.

       probe-candidate-cell.
           move y to probe-last-y
           move x to probe-last-x
           set candidate-harmless to true
           perform varying guard-index from 1 by 1
               until guard-index > guard-count
               perform walk-guard-duty
               if cycle-count > before-cycle-count
                   set candidate-traps to true
                   perform measure-loop-geometry
               end-if
           end-perform
           if candidate-traps
       write-wall-candidate.
      *Record every cell whose artificial wall traps the guard in a
      *cycle, in the same (row,col) shape trace-step already uses for
      *the guard's own position.  After a restart the first few
      *finds may already be on file from the interrupted run.
           if wall-lines-to-skip > 0
               subtract 1 from wall-lines-to-skip
               exit paragraph
           end-if
           move y to candidate-y-disp
           move x to candidate-x-disp
           move spaces to wall-candidate-line
               delimited by size into wall-candidate-line
           write wall-candidate-line.

       measure-loop-geometry.
      *Called straight after the walk that closed the cycle, while
      *map-memory still holds the artificial wall and curr-cell,
      *curr-y and curr-x hold the state the cycle closed on.  The
      *trapped guard is the one this walk placed.
           if loop-count >= max-loop-candidates
               exit paragraph
           end-if
           add 1 to loop-count
           move y to loop-cand-y(loop-count)
           move x to loop-cand-x(loop-count)
           move guard-index to loop-guard(loop-count)
           move 0 to loop-steps(loop-count)
           move 0 to loop-distinct(loop-count)
           move curr-y to loop-min-y(loop-count)
           move curr-y to loop-max-y(loop-count)
           move curr-x to loop-min-x(loop-count)
           move curr-x to loop-max-x(loop-count)
           move low-values to loop-state-memory
           move curr-cell to walker-cell
           move curr-y to walker-y
           move curr-x to walker-x
           set walker-on-map to true
           perform test after until walker-off-map
               or (walker-y = curr-y and walker-x = curr-x
                   and walker-cell = curr-cell)
               or loop-steps(loop-count) >= max-walk-steps
               perform mark-loop-state
               add 1 to loop-steps(loop-count)
               perform advance-loop-walker
           end-perform

           move guard-glyph(guard-index) to walker-cell
           move guard-start-y(guard-index) to walker-y
           move guard-start-x(guard-index) to walker-x
           set walker-on-map to true
           move 1 to loop-entry-step(loop-count)
           perform set-walker-flag
           perform until walker-off-map
               or (loop-state(walker-y, walker-x) b-and walker-flag)
                   not = 0
               or loop-entry-step(loop-count) >= max-walk-steps
               perform advance-loop-walker
               if walker-on-map
                   perform set-walker-flag
                   add 1 to loop-entry-step(loop-count)
               end-if
           end-perform.

       mark-loop-state.
           perform set-walker-flag
           if loop-state(walker-y, walker-x) = 0
               add 1 to loop-distinct(loop-count)
           end-if
           compute loop-state(walker-y, walker-x) =
               loop-state(walker-y, walker-x) b-or walker-flag
           if walker-y < loop-min-y(loop-count)
               move walker-y to loop-min-y(loop-count)
           end-if
           if walker-y > loop-max-y(loop-count)
               move walker-y to loop-max-y(loop-count)
           end-if
           if walker-x < loop-min-x(loop-count)
               move walker-x to loop-min-x(loop-count)
           end-if
           if walker-x > loop-max-x(loop-count)
               move walker-x to loop-max-x(loop-count)
           end-if.

       set-walker-flag.
           evaluate true
               when guard-up of walker-cell
                   move up-flag to walker-flag
               when guard-down of walker-cell
                   move down-flag to walker-flag
               when guard-left of walker-cell
                   move left-flag to walker-flag
               when guard-right of walker-cell
                   move right-flag to walker-flag
           end-evaluate.

       advance-loop-walker.
      *One step of the plain patrol rule against the walls of the
      *working map: turn right in place when blocked, otherwise
      *move.  Guard glyphs the probe walk left behind are floor.
           move walker-y to walker-ahead-y
           move walker-x to walker-ahead-x
           evaluate true
               when guard-up of walker-cell
                   subtract 1 from walker-ahead-y
               when guard-down of walker-cell
                   add 1 to walker-ahead-y
               when guard-left of walker-cell
                   subtract 1 from walker-ahead-x
               when guard-right of walker-cell
                   add 1 to walker-ahead-x
           end-evaluate
           if walker-ahead-y < 1 or walker-ahead-y > input-height
             or walker-ahead-x < 1 or walker-ahead-x > input-width
               set walker-off-map to true
               exit paragraph
           end-if
           if wall of map(walker-ahead-y, walker-ahead-x)
               evaluate true
                   when guard-up of walker-cell
                       set guard-right of walker-cell to true
                   when guard-right of walker-cell
                       set guard-down of walker-cell to true
                   when guard-down of walker-cell
                       set guard-left of walker-cell to true
                   when guard-left of walker-cell
                       set guard-up of walker-cell to true
               end-evaluate
           else
               move walker-ahead-y to walker-y
               move walker-ahead-x to walker-x
           end-if.

       write-loop-geometry-report.
      *Ranked smallest loop first (ties by fewest distinct cells,
      *then by candidate position), followed by the distribution of
      *loop sizes over fixed step bands.
           open output loop-geometry-file
           move "=== Loop geometry of obstruction candidates ==="
               to loop-geometry-line
           write loop-geometry-line
           move spaces to loop-geometry-line
           string " Rank  Cell      Guard   Steps   Cells   Entry  "
               "Bounding box"
               delimited by size into loop-geometry-line
           write loop-geometry-line
           if loop-count > 1
               sort loop-entry ascending key loop-steps
                   loop-distinct loop-cand-y loop-cand-x
           end-if
           move 0 to loop-total-steps
           initialize loop-band-tallies
           perform varying loop-index from 1 by 1
               until loop-index > loop-count
               perform write-loop-detail
               add loop-steps(loop-index) to loop-total-steps
               perform varying loop-band-index from 1 by 1
                   until loop-band-index >= loop-band-count
                   or loop-steps(loop-index) <=
                      loop-band-limit(loop-band-index)
                   continue
               end-perform
               add 1 to loop-band-tally(loop-band-index)
           end-perform
           perform write-loop-size-summary
           close loop-geometry-file
           move loop-geometry-file-name to trigger-output-name
           perform note-trigger-output
           display "Day6: loop geometry written to "
               function trim(loop-geometry-file-name).

       write-loop-detail.
           move loop-index to loop-rank-disp
           move loop-cand-y(loop-index) to candidate-y-disp
           move loop-cand-x(loop-index) to candidate-x-disp
           move spaces to loop-cell-disp
           string "(" function trim(candidate-y-disp) ","
               function trim(candidate-x-disp) ")"
               delimited by size into loop-cell-disp
           move loop-guard(loop-index) to loop-guard-disp
           move loop-steps(loop-index) to loop-steps-disp
           move loop-distinct(loop-index) to loop-distinct-disp
           move loop-entry-step(loop-index) to loop-entry-disp
           move loop-min-y(loop-index) to loop-y1-disp
           move loop-min-x(loop-index) to loop-x1-disp
           move loop-max-y(loop-index) to loop-y2-disp
           move loop-max-x(loop-index) to loop-x2-disp
           move spaces to loop-box-disp
           string "(" function trim(loop-y1-disp) ","
               function trim(loop-x1-disp) ")-("
               function trim(loop-y2-disp) ","
               function trim(loop-x2-disp) ")"
               delimited by size into loop-box-disp
           move loop-detail-line to loop-geometry-line
           write loop-geometry-line.

       write-loop-size-summary.
           move spaces to loop-geometry-line
           write loop-geometry-line
           move loop-count to loop-count-disp
           move spaces to loop-geometry-line
           string "Loops measured: " function trim(loop-count-disp)
               delimited by size into loop-geometry-line
           write loop-geometry-line
           if loop-count = 0
               exit paragraph
           end-if
           move loop-steps(1) to loop-steps-disp
           move loop-steps(loop-count) to loop-distinct-disp
           compute loop-total-steps = loop-total-steps / loop-count
           move loop-total-steps to loop-entry-disp
           move spaces to loop-geometry-line
           string "Smallest loop " function trim(loop-steps-disp)
               " step(s), largest " function trim(loop-distinct-disp)
               ", average " function trim(loop-entry-disp)
               delimited by size into loop-geometry-line
           write loop-geometry-line
           move "Loop size distribution (steps):"
               to loop-geometry-line
           write loop-geometry-line
           move 1 to loop-band-low
           perform varying loop-band-index from 1 by 1
               until loop-band-index > loop-band-count
               move loop-band-tally(loop-band-index)
                   to loop-count-disp
               move spaces to loop-geometry-line
               if loop-band-index = loop-band-count
                   string "  " loop-band-low " and over : "
                       loop-count-disp
                       delimited by size into loop-geometry-line
               else
                   move loop-band-limit(loop-band-index)
                       to loop-band-high
                   string "  " loop-band-low " - " loop-band-high
                       " : " loop-count-disp
                       delimited by size into loop-geometry-line
               end-if
               write loop-geometry-line
               compute loop-band-low =
                   loop-band-limit(loop-band-index) + 1
           end-perform.

       walk-guard-duty.
           perform test after until goal of next-cell
               if collision-logging
                   "obstruction search with a partial count."
           end-if.

       fingerprint-day6-input.
      *What a checkpoint must still agree with on restart: the
      *sealed generation's byte count and checksum for this input
      *(zero when the seal does not cover it) and a rolling
      *checksum over the loaded map and the guard starts, which the
      *pristine map alone would miss since guards are blanked out.
           move 0 to run-seal-bytes
           move 0 to run-seal-checksum
           perform varying slx from 1 by 1
               until slx > seal-entry-count
               if seal-entry-file(slx) = input-file-name
                   move seal-bytes(slx) to run-seal-bytes
                   move seal-checksum(slx) to run-seal-checksum
               end-if
           end-perform
           move 0 to run-map-checksum
           perform varying y from 1 by 1 until y > input-height
               perform varying x from 1 by 1 until x > input-width
                   compute run-map-checksum = function mod(
                       run-map-checksum * 31
                       + function ord(map(y,x)),
                       seal-checksum-modulus)
               end-perform
           end-perform
           perform varying guard-index from 1 by 1
               until guard-index > guard-count
               compute run-map-checksum = function mod(
                   (run-map-checksum * 31
                   + function ord(guard-glyph(guard-index))) * 131
                   + guard-start-y(guard-index) * 131
                   + guard-start-x(guard-index),
                   seal-checksum-modulus)
           end-perform.

       load-day6-checkpoint.
      *A checkpoint from an interrupted run restores the running
      *trap count and loop geometry and resumes after the cell it
      *recorded; one taken against a different input is refused.
           move 0 to resume-y
           move 0 to resume-x
           open input day6-checkpoint-file
           if day6-checkpoint-file-status not = "00"
               exit paragraph
           end-if
           read day6-checkpoint-file
               at end
                   close day6-checkpoint-file
                   exit paragraph
           end-read
           close day6-checkpoint-file
           if d6-ckpt-last-y < 1
               exit paragraph
           end-if
           if d6-ckpt-seal-bytes not = run-seal-bytes
             or d6-ckpt-seal-checksum not = run-seal-checksum
             or d6-ckpt-map-checksum not = run-map-checksum
             or d6-ckpt-map-height not = input-height
             or d6-ckpt-map-width not = input-width
               go to checkpoint-mismatch-abort
           end-if
           move d6-ckpt-last-y to resume-y
           move d6-ckpt-last-x to resume-x
           move d6-ckpt-candidate-count to candidate-count
           move d6-ckpt-loop-count to loop-count
           move d6-ckpt-loop-table to loop-table
           move d6-ckpt-wall-file-name to wall-candidate-file-name
           move resume-y to resume-y-disp
           move resume-x to resume-x-disp
           display "Day6: resuming the obstruction search after ("
               function trim(resume-y-disp) ","
               function trim(resume-x-disp) ") from checkpoint "
               function trim(day6-checkpoint-file-name).

       open-wall-candidates-for-resume.
      *Finds beyond the checkpointed count are ones the interrupted
      *run wrote after its last checkpoint; the rerun finds them
      *again first, so that many writes are skipped.
           move 0 to wall-lines-on-file
           open input wall-candidate-file
           if wall-candidate-file-status = "00"
               perform until ws-eof='y'
               read wall-candidate-file
                   at end move 'y' to ws-eof
                   not at end add 1 to wall-lines-on-file
               end-read
               if wall-candidate-file-status not = "00" and
                  wall-candidate-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close wall-candidate-file
               move wall-candidate-file-name to trigger-output-name
               perform note-trigger-output
           end-if
           move 0 to wall-lines-to-skip
           if wall-lines-on-file > candidate-count
               compute wall-lines-to-skip =
                   wall-lines-on-file - candidate-count
           end-if
           open extend wall-candidate-file
           if wall-candidate-file-status = "35"
               open output wall-candidate-file
           end-if.

       count-toward-checkpoint.
      *The wall-candidate file is closed and reopened around each
      *checkpoint so everything found up to it is on disk.
           add 1 to checkpoint-counter
           if checkpoint-counter >= checkpoint-every
               move 0 to checkpoint-counter
               close wall-candidate-file
               move wall-candidate-file-name to trigger-output-name
               perform note-trigger-output
               perform save-day6-checkpoint
               open extend wall-candidate-file
           end-if.

       save-day6-checkpoint.
           move probe-last-y to d6-ckpt-last-y
           move probe-last-x to d6-ckpt-last-x
           move candidate-count to d6-ckpt-candidate-count
           move run-seal-bytes to d6-ckpt-seal-bytes
           move run-seal-checksum to d6-ckpt-seal-checksum
           move run-map-checksum to d6-ckpt-map-checksum
           move input-height to d6-ckpt-map-height
           move input-width to d6-ckpt-map-width
           move wall-candidate-file-name to d6-ckpt-wall-file-name
           move loop-count to d6-ckpt-loop-count
           move loop-table to d6-ckpt-loop-table
           open output day6-checkpoint-file
           if day6-checkpoint-file-status not = "00"
               display "Day6: cannot write the search checkpoint "
                   "(file status " day6-checkpoint-file-status
                   ")."
               exit paragraph
           end-if
           write day6-checkpoint-record
           close day6-checkpoint-file.

       clear-day6-checkpoint.
      *A finished search has nothing to resume; an empty checkpoint
      *keeps a later window from resuming a stale one.
           open output day6-checkpoint-file
           close day6-checkpoint-file.

       checkpoint-mismatch-abort.
           move "FAILED" to day6-status
           move "checkpoint is for a different input"
               to day6-status-reason
           move "SEVERE" to alert-severity
           move day6-status-reason to alert-reason
           perform write-alert-entry
           move "END" to journal-event
           move day6-status to journal-status
           perform write-journal-entry
           display "Day6: checkpoint "
               function trim(day6-checkpoint-file-name)
               " was taken against a different seal or map - "
               "restart refused (clear the checkpoint to start "
               "the search over)."
           goback.

       no-guard-error.
           move "FAILED" to day6-status
           move "no guard glyph on the map" to day6-status-reason
           end-if
           goback.

       record-capacity-peaks.
           move 0 to peak-walk-steps
           perform varying guard-index from 1 by 1
               until guard-index > guard-count
               if guard-log-count(guard-index) > peak-walk-steps
                   move guard-log-count(guard-index)
                       to peak-walk-steps
               end-if
           end-perform
           move "map-height" to capacity-limit-name
           move input-height to capacity-peak
           move max-height to capacity-limit
           perform write-capacity-entry
           move "map-width" to capacity-limit-name
           move input-width to capacity-peak
           move max-width to capacity-limit
           perform write-capacity-entry
           move "guards" to capacity-limit-name
           move guard-count to capacity-peak
           move max-guards to capacity-limit
           perform write-capacity-entry
           move "walk-steps-per-guard" to capacity-limit-name
           move peak-walk-steps to capacity-peak
           move max-walk-steps to capacity-limit
           perform write-capacity-entry
           move "loop-candidates" to capacity-limit-name
           move loop-count to capacity-peak
           move max-loop-candidates to capacity-limit
           perform write-capacity-entry.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day6"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day6"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="Day6"==.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'WriteExceptionEntry.cpy'
       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day6"==.

       copy 'WriteCapacityEntry.cpy'
           replacing ==program-name-tag== by =="Day6"==.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="Day6"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'WriteMessage.cpy'.
