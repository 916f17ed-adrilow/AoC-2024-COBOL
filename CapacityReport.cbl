       program-id. CapacityReport as "CapacityReport".

      *----------------------------------------------------------------
      * Headroom report over the high-water marks every Day program
      * records per run in the shared capacity file
      * (aoc_capacity.txt - WriteCapacityEntry.cpy):
      *     program,limit,peak,limit-size,percent,runid,stamp
      * One line per program and limit: the latest peak against the
      * limit and the percent used, the highest peak ever recorded,
      * the last few peaks oldest first, and the trend - RISING,
      * FALLING or STEADY against the run before, NEW with only one
      * run on file.  A rising limit also gets a rough number of
      * runs left before it fills, from its average growth across
      * the peaks shown.  Limits above 80 percent are marked "**";
      * the programs have already raised them as WARNING alerts as
      * the runs completed.
      *
      * Output: capacity_headroom_report.txt in the data directory.
      * Return code 4 when any limit's latest peak is above 80
      * percent.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select headroom-file assign to dynamic headroom-file-name
               line sequential
               file status is headroom-file-status.

           copy 'CapacitySelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd headroom-file.
       01 headroom-line pic X(160).

       copy 'CapacityFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 headroom-file-name pic X(200).
       01 headroom-file-status pic X(2).
       01 report-date pic 9(8).
       01 report-time pic 9(8).

      *One entry per program and limit, with its recent peaks kept
      *oldest first in a sliding window.
       78 max-headroom-limits value 120.
       78 trend-window value 5.
       01 headroom-table.
         05 headroom-entry occurs max-headroom-limits times
            indexed by hx.
           10 hdr-program pic X(16).
           10 hdr-limit-name pic X(24).
           10 hdr-limit binary-double.
           10 hdr-runs binary-long.
           10 hdr-max-peak binary-double.
           10 hdr-latest-run pic X(20).
           10 hdr-latest-stamp pic X(17).
           10 hdr-recent-count binary-long.
           10 hdr-recent-peak binary-double
              occurs trend-window times.
       01 headroom-count binary-long value 0.
       01 recent-scan binary-long value 0.

       01 row-program pic X(16).
       01 row-limit-name pic X(24).
       01 row-peak-text pic X(14).
       01 row-limit-text pic X(14).
       01 row-pct-text pic X(8).
       01 row-run-id pic X(20).
       01 row-stamp pic X(17).
       01 row-peak binary-double.

       01 latest-peak binary-double.
       01 prior-peak binary-double.
       01 latest-pct binary-long.
       01 trend-text pic X(8).
       01 growth-total binary-double.
       01 runs-left binary-double.
       01 over-threshold-count binary-long value 0.
       01 rows-read binary-long value 0.
       78 headroom-warning-pct value 80.

       01 peak-disp pic Z(11)9.
       01 limit-disp pic Z(11)9.
       01 max-disp pic Z(11)9.
       01 pct-disp pic ZZ9.
       01 runs-disp pic Z(6)9.
       01 recent-disp pic Z(11)9.
       01 line-pointer binary-long value 1.

       copy 'CapacityFields.cpy'.
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
           move "aoc_capacity.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to capacity-file-name
           move "capacity_headroom_report.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to headroom-file-name

           open input capacity-file
           if capacity-file-status not = "00"
               display "CapacityReport: no capacity records at "
                   function trim(capacity-file-name)
                   " (file status " capacity-file-status ")."
               move 4 to return-code
               goback
           end-if
               perform until ws-eof='y'
               read capacity-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-capacity-row
               end-read
               if capacity-file-status not = "00" and
                  capacity-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close capacity-file

           open output headroom-file
           if headroom-file-status not = "00"
               display "CapacityReport: cannot write "
                   function trim(headroom-file-name)
                   " (file status " headroom-file-status ")."
               move 8 to return-code
               goback
           end-if
           accept report-date from date yyyymmdd
           accept report-time from time
           move spaces to headroom-line
           string "Capacity headroom - produced " report-date "-"
               report-time
               delimited by size into headroom-line
           write headroom-line
           move spaces to headroom-line
           write headroom-line
           move "   Program          Limit                       Latest"
             & "        Limit    Pct           Max  Trend    Runs left"
               to headroom-line
           write headroom-line
           perform varying hx from 1 by 1 until hx > headroom-count
               perform write-headroom-line
           end-perform
           move spaces to headroom-line
           write headroom-line
           move rows-read to runs-disp
           move spaces to headroom-line
           string "Capacity records read: " function trim(runs-disp)
               delimited by size into headroom-line
           write headroom-line
           move over-threshold-count to runs-disp
           move spaces to headroom-line
           string "Limits above 80% (**): " function trim(runs-disp)
               delimited by size into headroom-line
           write headroom-line
           close headroom-file

           move over-threshold-count to runs-disp
           display "CapacityReport: " function trim(runs-disp)
               " limit(s) above 80% - see "
               function trim(headroom-file-name)
           if over-threshold-count > 0
               move 4 to return-code
           end-if
           goback.

       absorb-capacity-row.
           if capacity-record = spaces
               exit paragraph
           end-if
           move spaces to row-program row-limit-name row-peak-text
               row-limit-text row-pct-text row-run-id row-stamp
           unstring capacity-record delimited by ","
               into row-program row-limit-name row-peak-text
                    row-limit-text row-pct-text row-run-id row-stamp
           if row-program = spaces or row-limit-name = spaces
               exit paragraph
           end-if
           add 1 to rows-read
           perform varying hx from 1 by 1 until hx > headroom-count
               if hdr-program(hx) = row-program and
                  hdr-limit-name(hx) = row-limit-name
                   exit perform
               end-if
           end-perform
           if hx > headroom-count
               if headroom-count >= max-headroom-limits
                   exit paragraph
               end-if
               add 1 to headroom-count
               set hx to headroom-count
               move row-program to hdr-program(hx)
               move row-limit-name to hdr-limit-name(hx)
               move 0 to hdr-runs(hx)
               move 0 to hdr-max-peak(hx)
               move 0 to hdr-recent-count(hx)
           end-if
           move function numval(row-peak-text) to row-peak
      *The limit is taken from the latest row, so a raised limit
      *shows its new headroom straight away.
           move function numval(row-limit-text) to hdr-limit(hx)
           add 1 to hdr-runs(hx)
           if row-peak > hdr-max-peak(hx)
               move row-peak to hdr-max-peak(hx)
           end-if
           move row-run-id to hdr-latest-run(hx)
           move row-stamp to hdr-latest-stamp(hx)
           if hdr-recent-count(hx) < trend-window
               add 1 to hdr-recent-count(hx)
           else
               perform varying recent-scan from 1 by 1
                   until recent-scan >= trend-window
                   move hdr-recent-peak(hx, recent-scan + 1)
                       to hdr-recent-peak(hx, recent-scan)
               end-perform
           end-if
           move row-peak to hdr-recent-peak(hx, hdr-recent-count(hx)).

       write-headroom-line.
           move hdr-recent-peak(hx, hdr-recent-count(hx))
               to latest-peak
           move 0 to latest-pct
           if hdr-limit(hx) > 0
               compute latest-pct = latest-peak * 100 / hdr-limit(hx)
           end-if
           if hdr-recent-count(hx) < 2
               move "NEW" to trend-text
           else
               move hdr-recent-peak(hx, hdr-recent-count(hx) - 1)
                   to prior-peak
               evaluate true
                   when latest-peak > prior-peak
                       move "RISING" to trend-text
                   when latest-peak < prior-peak
                       move "FALLING" to trend-text
                   when other
                       move "STEADY" to trend-text
               end-evaluate
           end-if
           move latest-peak to peak-disp
           move hdr-limit(hx) to limit-disp
           move hdr-max-peak(hx) to max-disp
           move latest-pct to pct-disp
           move spaces to headroom-line
           move 1 to line-pointer
           if latest-pct > headroom-warning-pct
               add 1 to over-threshold-count
               string "** " delimited by size into headroom-line
                   with pointer line-pointer
           else
               string "   " delimited by size into headroom-line
                   with pointer line-pointer
           end-if
           string hdr-program(hx) " " hdr-limit-name(hx) " "
               peak-disp " " limit-disp "  " pct-disp "% "
               max-disp "  " trend-text
               delimited by size into headroom-line
               with pointer line-pointer
      *Runs left: headroom over the average rise per run across the
      *peaks in the window.
           if trend-text = "RISING"
               compute growth-total = latest-peak
                   - hdr-recent-peak(hx, 1)
               if growth-total > 0 and hdr-limit(hx) > latest-peak
                   compute runs-left =
                       (hdr-limit(hx) - latest-peak)
                       * (hdr-recent-count(hx) - 1) / growth-total
                   if runs-left = 0
                       string "  next run" delimited by size
                           into headroom-line with pointer line-pointer
                   else
                       move runs-left to runs-disp
                       string " " runs-disp
                           delimited by size into headroom-line
                           with pointer line-pointer
                   end-if
               end-if
           end-if
           write headroom-line
           move spaces to headroom-line
           move 1 to line-pointer
           string "       recent peaks:" delimited by size
               into headroom-line with pointer line-pointer
           perform varying recent-scan from 1 by 1
               until recent-scan > hdr-recent-count(hx)
               move hdr-recent-peak(hx, recent-scan) to recent-disp
               string " " function trim(recent-disp)
                   delimited by size into headroom-line
                   with pointer line-pointer
           end-perform
           move hdr-runs(hx) to runs-disp
           string "  (" function trim(runs-disp) " run(s), last "
               function trim(hdr-latest-run(hx))
               " " hdr-latest-stamp(hx) ")"
               delimited by size into headroom-line
               with pointer line-pointer
           write headroom-line.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program CapacityReport.
