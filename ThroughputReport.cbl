       program-id. ThroughputReport as "ThroughputReport".

      *----------------------------------------------------------------
      * Throughput by program and run: the control totals each Day
      * program writes (aoc_control_totals.txt - records read) put
      * beside its run-statistics row (run_statistics.txt - elapsed
      * seconds and the parse/compute/report split), matched on
      * program and run identifier.  Elapsed time alone cannot tell
      * a slower program from a bigger delivery; records per second
      * and seconds per thousand records can.
      *     AOC_THROUGHPUT_RUNS      runs listed per program, the
      *                              most recent; default 10
      *     AOC_THROUGHPUT_DROP_PCT  throughput drop, in percent
      *                              against the program's previous
      *                              run, that is flagged; default 20
      *     AOC_THROUGHPUT_FLAT_PCT  volume change, in percent, still
      *                              counted as flat; default 10
      * A run is flagged REGRESSION when its records per second fell
      * by more than the drop percentage while its records read
      * stayed within the flat percentage of the previous run - the
      * same work taking longer.  A run timed at under a hundredth
      * of a second cannot be rated and is compared with nothing;
      * one under a second is rated but not flagged, the timer's
      * hundredths being too coarse to tell a real slowdown there.
      * Statistics rows written before they carried a run
      * identifier, and runs with no control-totals row, are counted
      * but cannot be listed.
      *
      * Output: throughput_report.txt in the data directory.
      * Return code 4 when a run was flagged or nothing could be
      * matched.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select throughput-file assign to dynamic
               throughput-file-name
               line sequential
               file status is throughput-file-status.

           copy 'StatsSelect.cpy'.

           copy 'ControlSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd throughput-file.
       01 throughput-line pic X(132).

       copy 'StatsFd.cpy'.

       copy 'ControlFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 throughput-file-name pic X(200).
       01 throughput-file-status pic X(2).
       01 run-stats-file-name pic X(200)
           value "run_statistics.txt".
       01 run-stats-file-status pic X(2).

       01 runs-text pic X(10).
       01 drop-text pic X(10).
       01 flat-text pic X(10).
       01 runs-wanted binary-long value 10.
       01 drop-percent pic 9(3) value 20.
       01 flat-percent pic 9(3) value 10.

       78 max-control-rows value 5000.
       01 control-row-table.
         05 control-row occurs max-control-rows times indexed by ct.
           10 ctl-program pic X(16).
           10 ctl-run-id pic X(20).
           10 ctl-read binary-long.
       01 control-row-count binary-long value 0.

      *One entry per run that has both a timing row and a
      *control-totals row, in the order the runs were timed.
       78 max-runs value 5000.
       01 run-table.
         05 run-entry occurs max-runs times indexed by rn.
           10 run-program pic X(16).
           10 run-id pic X(20).
           10 run-read binary-long.
           10 run-elapsed pic 9(7)v99.
           10 run-parse pic 9(7)v99.
           10 run-compute pic 9(7)v99.
           10 run-report pic 9(7)v99.
           10 run-rate pic 9(9)v99.
           10 run-per-thousand pic 9(7)v999.
           10 filler pic X.
               88 run-rated value 'y'.
               88 run-unrated value 'n'.
           10 filler pic X.
               88 run-regressed value 'y'.
               88 run-steady value 'n'.
           10 run-rate-change pic s9(5)v9.
           10 run-volume-change pic s9(5)v9.
       01 run-count binary-long value 0.
       01 prior-rn binary-long value 0.
       01 scan-rn binary-long value 0.
       78 min-flag-seconds value 1.

       78 max-programs value 40.
       01 program-table.
         05 program-entry occurs max-programs times indexed by pg.
           10 prog-name pic X(16).
           10 prog-runs binary-long.
           10 prog-flagged binary-long.
       01 program-count binary-long value 0.
       01 first-listed binary-long value 0.
       01 run-ordinal binary-long value 0.
       01 first-rated-rn binary-long value 0.
       01 last-rated-rn binary-long value 0.

       01 row-program pic X(16).
       01 row-stamp pic X(17).
       01 row-elapsed pic X(12).
       01 row-parse pic X(12).
       01 row-compute pic X(12).
       01 row-report pic X(12).
       01 row-run-id pic X(20).
       01 row-read-text pic X(12).
       01 row-processed-text pic X(12).
       01 row-rejected-text pic X(12).
       01 row-fields binary-long value 0.

       01 stats-rows-read binary-long value 0.
       01 stats-without-run-id binary-long value 0.
       01 stats-without-controls binary-long value 0.
       01 total-flagged binary-long value 0.
       01 trend-change pic s9(5)v9.

       01 count-disp pic Z(6)9.
       01 count-disp-2 pic Z(6)9.
       01 read-disp pic Z(8)9.
       01 seconds-disp pic Z(5)9.99.
       01 parse-disp pic Z(5)9.99.
       01 compute-disp pic Z(5)9.99.
       01 report-disp pic Z(5)9.99.
       01 rate-disp pic Z(8)9.99.
       01 rate-disp-2 pic Z(8)9.99.
       01 per-thousand-disp pic Z(5)9.999.
       01 change-disp pic +(5)9.9.
       01 change-disp-2 pic +(5)9.9.

       copy 'ControlFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

       procedure division.
           perform load-runtime-config
           accept aoc-data-dir from environment "AOC_DATA_DIR"
           if aoc-data-dir = spaces
               move "AOC_DATA_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to aoc-data-dir
           end-if
           move run-stats-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to run-stats-file-name
           move "aoc_control_totals.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to control-totals-file-name
           move "throughput_report.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to throughput-file-name

           perform settle-thresholds

           open input control-totals-file
           if control-totals-file-status not = "00"
               display "ThroughputReport: no control totals at "
                   function trim(control-totals-file-name)
                   " (file status " control-totals-file-status ")."
               move 4 to return-code
               goback
           end-if
               perform until ws-eof='y'
               read control-totals-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-control-row
               end-read
               if control-totals-file-status not = "00" and
                  control-totals-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close control-totals-file

           open input run-stats-file
           if run-stats-file-status not = "00"
               display "ThroughputReport: no run statistics at "
                   function trim(run-stats-file-name)
                   " (file status " run-stats-file-status ")."
               move 4 to return-code
               goback
           end-if
               perform until ws-eof='y'
               read run-stats-file
                   at end move 'y' to ws-eof
                   not at end
                       perform match-stats-row
               end-read
               if run-stats-file-status not = "00" and
                  run-stats-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close run-stats-file

           perform varying rn from 1 by 1 until rn > run-count
               perform compare-with-prior-run
           end-perform

           open output throughput-file
           if throughput-file-status not = "00"
               display "ThroughputReport: cannot write "
                   function trim(throughput-file-name)
                   " (file status " throughput-file-status ")."
               move 8 to return-code
               goback
           end-if
           perform write-report-heading
           perform varying pg from 1 by 1 until pg > program-count
               perform write-program-section
           end-perform
           if program-count = 0
               move "No timed run could be matched to its control "
                   & "totals." to throughput-line
               write throughput-line
               move spaces to throughput-line
               write throughput-line
           end-if
           perform write-report-footing
           close throughput-file

           move run-count to count-disp
           move total-flagged to count-disp-2
           display "ThroughputReport: " function trim(count-disp)
               " run(s) matched, " function trim(count-disp-2)
               " flagged - " function trim(throughput-file-name)
           if total-flagged > 0 or run-count = 0
               move 4 to return-code
           end-if
           goback.

       settle-thresholds.
           accept runs-text from environment "AOC_THROUGHPUT_RUNS"
           if runs-text = spaces
               move "AOC_THROUGHPUT_RUNS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to runs-text
           end-if
           if runs-text not = spaces and
              function test-numval(runs-text) = 0
               move function numval(runs-text) to runs-wanted
           end-if
           if runs-wanted < 1
               move 10 to runs-wanted
           end-if
           accept drop-text from environment "AOC_THROUGHPUT_DROP_PCT"
           if drop-text = spaces
               move "AOC_THROUGHPUT_DROP_PCT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to drop-text
           end-if
           if drop-text not = spaces and
              function test-numval(drop-text) = 0
               move function numval(drop-text) to drop-percent
           end-if
           accept flat-text from environment "AOC_THROUGHPUT_FLAT_PCT"
           if flat-text = spaces
               move "AOC_THROUGHPUT_FLAT_PCT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to flat-text
           end-if
           if flat-text not = spaces and
              function test-numval(flat-text) = 0
               move function numval(flat-text) to flat-percent
           end-if.

       load-control-row.
           if control-totals-record = spaces
               exit paragraph
           end-if
           move spaces to row-program row-run-id row-read-text
               row-processed-text row-rejected-text
           unstring control-totals-record delimited by ","
               into row-program row-run-id row-read-text
                    row-processed-text row-rejected-text
           if row-run-id = spaces or
              function test-numval(row-read-text) not = 0
               exit paragraph
           end-if
           if control-row-count >= max-control-rows
               exit paragraph
           end-if
           add 1 to control-row-count
           set ct to control-row-count
           move row-program to ctl-program(ct)
           move row-run-id to ctl-run-id(ct)
           move function numval(row-read-text) to ctl-read(ct).

       match-stats-row.
           if run-stats-line = spaces
               exit paragraph
           end-if
           add 1 to stats-rows-read
           move spaces to row-program row-stamp row-elapsed row-parse
               row-compute row-report row-run-id
           move 0 to row-fields
           unstring run-stats-line delimited by ","
               into row-program row-stamp row-elapsed row-parse
                    row-compute row-report row-run-id
               tallying in row-fields
           if row-fields < 7 or row-run-id = spaces
               add 1 to stats-without-run-id
               exit paragraph
           end-if
      *The newest control row for the run wins, so a step rerun
      *inside the same window is matched to its own totals.
           perform varying ct from control-row-count by -1
               until ct < 1
               if ctl-program(ct) = row-program and
                  ctl-run-id(ct) = row-run-id
                   exit perform
               end-if
           end-perform
           if ct < 1
               add 1 to stats-without-controls
               exit paragraph
           end-if
           if run-count >= max-runs
               exit paragraph
           end-if
           add 1 to run-count
           set rn to run-count
           move row-program to run-program(rn)
           move row-run-id to run-id(rn)
           move ctl-read(ct) to run-read(rn)
           move function numval(row-elapsed) to run-elapsed(rn)
           move function numval(row-parse) to run-parse(rn)
           move function numval(row-compute) to run-compute(rn)
           move function numval(row-report) to run-report(rn)
           set run-unrated(rn) to true
           set run-steady(rn) to true
           move 0 to run-rate(rn) run-per-thousand(rn)
               run-rate-change(rn) run-volume-change(rn)
           if run-read(rn) > 0
               compute run-per-thousand(rn) rounded =
                   run-elapsed(rn) * 1000 / run-read(rn)
               if run-elapsed(rn) > 0
                   compute run-rate(rn) rounded =
                       run-read(rn) / run-elapsed(rn)
                   set run-rated(rn) to true
               end-if
           end-if
           perform varying pg from 1 by 1 until pg > program-count
               if prog-name(pg) = row-program
                   exit perform
               end-if
           end-perform
           if pg > program-count and program-count < max-programs
               add 1 to program-count
               set pg to program-count
               move row-program to prog-name(pg)
               move 0 to prog-runs(pg) prog-flagged(pg)
           end-if
           if pg <= program-count
               add 1 to prog-runs(pg)
           end-if.

       compare-with-prior-run.
      *Against the program's last rated run before this one.
           if run-unrated(rn)
               exit paragraph
           end-if
           move 0 to prior-rn
           set scan-rn to rn
           subtract 1 from scan-rn
           perform until scan-rn < 1 or prior-rn > 0
               if run-program(scan-rn) = run-program(rn) and
                  run-rated(scan-rn)
                   move scan-rn to prior-rn
               end-if
               subtract 1 from scan-rn
           end-perform
           if prior-rn = 0
               exit paragraph
           end-if
           compute run-rate-change(rn) rounded =
               (run-rate(rn) - run-rate(prior-rn)) * 100
               / run-rate(prior-rn)
           compute run-volume-change(rn) rounded =
               (run-read(rn) - run-read(prior-rn)) * 100
               / run-read(prior-rn)
           if run-elapsed(rn) >= min-flag-seconds and
              run-elapsed(prior-rn) >= min-flag-seconds and
              run-rate-change(rn) < 0 - drop-percent and
              run-volume-change(rn) <= flat-percent and
              run-volume-change(rn) >= 0 - flat-percent
               set run-regressed(rn) to true
           end-if.

       write-report-heading.
           move drop-percent to count-disp
           move flat-percent to count-disp-2
           move spaces to throughput-line
           string "Throughput by program - flagged when records/sec "
               "drops more than " function trim(count-disp)
               "% on volume within " function trim(count-disp-2) "%"
               delimited by size into throughput-line
           write throughput-line
           move spaces to throughput-line
           write throughput-line.

       write-program-section.
           compute first-listed = prog-runs(pg) - runs-wanted + 1
           if first-listed < 1
               move 1 to first-listed
           end-if
           move prog-runs(pg) to count-disp
           compute run-ordinal = prog-runs(pg) - first-listed + 1
           move run-ordinal to count-disp-2
           move spaces to throughput-line
           string prog-name(pg) " - last "
               function trim(count-disp-2) " of "
               function trim(count-disp) " matched run(s)"
               delimited by size into throughput-line
           write throughput-line
           move "  run id                    read   elapsed  "
               & "records/sec  sec/1000     parse   compute    report"
               to throughput-line
           write throughput-line
           move 0 to run-ordinal first-rated-rn last-rated-rn
           perform varying rn from 1 by 1 until rn > run-count
               if run-program(rn) = prog-name(pg)
                   add 1 to run-ordinal
                   if run-ordinal >= first-listed
                       perform write-run-line
                   end-if
               end-if
           end-perform
           if first-rated-rn > 0 and last-rated-rn > first-rated-rn
               compute trend-change rounded =
                   (run-rate(last-rated-rn) - run-rate(first-rated-rn))
                   * 100 / run-rate(first-rated-rn)
               move run-rate(first-rated-rn) to rate-disp
               move run-rate(last-rated-rn) to rate-disp-2
               move trend-change to change-disp
               move spaces to throughput-line
               string "  trend: records/sec "
                   function trim(rate-disp) " -> "
                   function trim(rate-disp-2) " ("
                   function trim(change-disp) "%)"
                   delimited by size into throughput-line
               write throughput-line
           end-if
           if prog-flagged(pg) > 0
               move prog-flagged(pg) to count-disp
               move spaces to throughput-line
               string "  *** " function trim(count-disp)
                   " run(s) flagged REGRESSION ***"
                   delimited by size into throughput-line
               write throughput-line
           end-if
           move spaces to throughput-line
           write throughput-line.

       write-run-line.
           move run-read(rn) to read-disp
           move run-elapsed(rn) to seconds-disp
           move run-parse(rn) to parse-disp
           move run-compute(rn) to compute-disp
           move run-report(rn) to report-disp
           move run-per-thousand(rn) to per-thousand-disp
           move spaces to throughput-line
           if run-rated(rn)
               move run-rate(rn) to rate-disp
               string "  " run-id(rn) read-disp " " seconds-disp " "
                   rate-disp " " per-thousand-disp " " parse-disp " "
                   compute-disp " " report-disp
                   delimited by size into throughput-line
               if first-rated-rn = 0
                   set first-rated-rn to rn
               end-if
               set last-rated-rn to rn
           else
               string "  " run-id(rn) read-disp " " seconds-disp " "
                   "           -" " " per-thousand-disp " " parse-disp
                   " " compute-disp " " report-disp
                   delimited by size into throughput-line
           end-if
           write throughput-line
           if run-regressed(rn)
               add 1 to prog-flagged(pg)
               add 1 to total-flagged
               move run-rate-change(rn) to change-disp
               move run-volume-change(rn) to change-disp-2
               move spaces to throughput-line
               string "      REGRESSION: records/sec "
                   function trim(change-disp) "% against the previous "
                   "run on volume " function trim(change-disp-2) "%"
                   delimited by size into throughput-line
               write throughput-line
           end-if.

       write-report-footing.
           move stats-rows-read to count-disp
           move spaces to throughput-line
           string "Statistics rows read           : "
               function trim(count-disp)
               delimited by size into throughput-line
           write throughput-line
           move run-count to count-disp
           move spaces to throughput-line
           string "Runs matched to control totals : "
               function trim(count-disp)
               delimited by size into throughput-line
           write throughput-line
           move stats-without-run-id to count-disp
           move spaces to throughput-line
           string "Rows with no run id            : "
               function trim(count-disp)
               delimited by size into throughput-line
           write throughput-line
           move stats-without-controls to count-disp
           move spaces to throughput-line
           string "Runs with no control totals    : "
               function trim(count-disp)
               delimited by size into throughput-line
           write throughput-line
           move total-flagged to count-disp
           move spaces to throughput-line
           string "Runs flagged REGRESSION        : "
               function trim(count-disp)
               delimited by size into throughput-line
           write throughput-line.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program ThroughputReport.
