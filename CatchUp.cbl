       program-id. CatchUp as "CatchUp".

      *----------------------------------------------------------------
      * Backlog catch-up after an outage: processes each missed
      * business day as a window of its own, dated that day, instead
      * of one late window stamping everything with today.
      *
      * AOC_CATCHUP_FROM and AOC_CATCHUP_TO (yyyymmdd, up to 31 days)
      * give the missed range.  For each date, oldest first:
      *   - a HOLIDAY on the processing calendar (AOC_CALENDAR, the
      *     file RunSchedule reads) is skipped;
      *   - a date in a period PeriodClose has closed is refused -
      *     no supervisor override applies here;
      *   - the day's inputs are restored from the input archive:
      *     the newest set InputArchive catalogued under that date
      *     (aoc_archive_catalog.txt), each file copied back over
      *     the input the manifest (aoc_input_manifest.txt) records
      *     for its label and checked against the catalogued bytes
      *     and checksum;
      *   - with AOC_RUN_DATE set to the date, RunSchedule builds
      *     that day's run-control file (AOC_RUN_CONTROL) and
      *     DayBatch runs it, each as a process of its own through
      *     AOC_STEP_LAUNCHER (default cobcrun), so the window's run
      *     identifier, ledger rows and trigger carry the missed
      *     day's date.  Console output goes to catchup_yyyymmdd.log.
      * The first day that cannot be restored or whose DayBatch
      * ends with return code 8 or more stops the catch-up; the
      * days after it are left for the next attempt.
      *
      * The inputs delivered for today are put aside before the
      * first restore (as <input>.hold) and put back at the end.
      *
      * Output: catchup_summary.txt in the data directory, one line
      * per date with its class, inputs restored, run identifier,
      * return code and outcome.  Return code 8 when a day failed,
      * 4 when a day was refused for a closed period or a window
      * ended with warnings.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select calendar-file assign to dynamic calendar-file-name
               line sequential
               file status is calendar-file-status.

           select catalog-file assign to dynamic catalog-file-name
               line sequential
               file status is catalog-file-status.

           select manifest-file assign to dynamic manifest-file-name
               line sequential
               file status is manifest-file-status.

           select archive-file assign to dynamic archive-file-name
               binary sequential
               file status is archive-file-status.

           select input-file assign to dynamic input-file-name
               binary sequential
               file status is input-file-status.

           select run-control-file assign to dynamic
               run-control-file-name
               line sequential
               file status is run-control-file-status.

           select journal-scan-file assign to dynamic
               journal-scan-file-name
               line sequential
               file status is journal-scan-file-status.

           select catchup-summary-file assign to dynamic
               catchup-summary-file-name
               line sequential
               file status is catchup-summary-file-status.

           copy 'PeriodLockSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd calendar-file.
       01 calendar-line pic X(40).

       fd catalog-file.
       01 catalog-line pic X(300).

       fd manifest-file.
       01 manifest-line pic X(260).

       fd archive-file.
       01 archive-byte pic X.

       fd input-file.
       01 input-byte pic X.

       fd run-control-file.
       01 run-control-line pic X(80).

       fd journal-scan-file.
       01 journal-scan-record pic X(300).

       fd catchup-summary-file.
       01 catchup-summary-line pic X(160).

       copy 'PeriodLockFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 copy-eof pic x(1) value 'n'.
       01 calendar-file-name pic X(200).
       01 calendar-file-status pic X(2).
       01 catalog-file-name pic X(200)
           value "aoc_archive_catalog.txt".
       01 catalog-file-status pic X(2).
       01 manifest-file-name pic X(200)
           value "aoc_input_manifest.txt".
       01 manifest-file-status pic X(2).
       01 archive-file-name pic X(200).
       01 archive-file-status pic X(2).
       01 input-file-name pic X(200).
       01 input-file-status pic X(2).
       01 run-control-file-name pic X(200).
       01 run-control-file-status pic X(2).
       01 journal-scan-file-name pic X(200)
           value "aoc_run_journal.txt".
       01 journal-scan-file-status pic X(2).
       01 catchup-summary-file-name pic X(200)
           value "catchup_summary.txt".
       01 catchup-summary-file-status pic X(2).
       01 step-launcher pic X(60).
       01 launch-command pic X(800).
       01 launch-return binary-long value 0.
       01 file-call-return binary-long value 0.
       01 day-log-name pic X(200).
       01 hold-file-name pic X(210).

       01 from-date-text pic X(10).
       01 to-date-text pic X(10).
       01 from-date pic 9(8).
       01 to-date pic 9(8).
       01 from-day-number binary-long.
       01 to-day-number binary-long.
       01 day-number binary-long.
       01 now-date pic 9(8).
       01 now-time pic 9(8).

       78 max-calendar-days value 800.
       01 calendar-table.
         05 calendar-entry occurs max-calendar-days times.
           10 cal-date pic 9(8).
           10 cal-class pic X(10).
       01 calendar-count binary-long value 0.
       01 cal-date-text pic X(10).
       01 cal-class-text pic X(10).
       01 cx binary-long value 0.

      *One line per date in the range, in date order.
       78 max-catchup-days value 31.
       01 catchup-table.
         05 catchup-day occurs max-catchup-days times indexed by dx.
           10 cu-date pic 9(8).
           10 cu-class pic X(10).
           10 cu-inputs binary-long.
           10 cu-run-id pic X(20).
           10 cu-return binary-long.
           10 cu-window-run pic X.
           10 cu-outcome pic X(14).
               88 cu-ok value "OK".
               88 cu-warning value "WARNING".
               88 cu-failed value "FAILED".
               88 cu-holiday value "HOLIDAY".
               88 cu-closed value "CLOSED PERIOD".
               88 cu-not-run value "NOT RUN".
           10 cu-detail pic X(60).
       01 catchup-count binary-long value 0.
       01 filler pic X value 'n'.
           88 catchup-stopped value 'y'.
           88 catchup-going value 'n'.

      *The manifest's inputs, label to file, and the set restored.
       78 max-inputs value 20.
       01 input-table.
         05 input-entry occurs max-inputs times indexed by ix.
           10 input-label pic X(14).
           10 input-path pic X(200).
           10 input-held pic X.
       01 input-count binary-long value 0.
       01 entry-label pic X(14).
       01 entry-file pic X(200).

       01 restore-table.
         05 restore-entry occurs max-inputs times indexed by rx.
           10 restore-label pic X(14).
           10 restore-archive pic X(200).
           10 restore-bytes binary-double.
           10 restore-checksum binary-double.
           10 restore-verdict pic X(8).
       01 restore-count binary-long value 0.
       01 restore-set pic X(15).
       01 cat-stamp pic X(15).
       01 cat-label pic X(14).
       01 cat-name pic X(200).
       01 cat-bytes-text pic X(18).
       01 cat-checksum-text pic X(18).
       01 cat-verdict pic X(8).
       01 copy-byte-count binary-double value 0.
       01 copy-checksum binary-double value 0.
       78 checksum-modulus value 1000000007.

       01 journal-mark binary-long value 0.
       01 journal-row-count binary-long value 0.
       01 jrow-program pic X(20).
       01 jrow-event pic X(10).
       01 jrow-user pic X(20).
       01 jrow-stamp pic X(20).
       01 jrow-status pic X(10).
       01 jrow-input pic X(100).
       01 jrow-run-id pic X(20).

       01 ok-count binary-long value 0.
       01 warning-count binary-long value 0.
       01 failed-count binary-long value 0.
       01 skipped-count binary-long value 0.
       01 closed-count binary-long value 0.
       01 count-disp pic Z(6)9.
       01 count-disp-2 pic Z(6)9.
       01 count-disp-3 pic Z(6)9.
       01 count-disp-4 pic Z(6)9.
       01 return-disp pic ZZ9.

       copy 'LedgerFields.cpy'.
       copy 'PeriodLockFields.cpy'.
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
           move catalog-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to catalog-file-name
           move manifest-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to manifest-file-name
           move journal-scan-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to journal-scan-file-name
           move catchup-summary-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to catchup-summary-file-name
           accept now-date from date yyyymmdd
           accept now-time from time

           accept from-date-text from environment "AOC_CATCHUP_FROM"
           if from-date-text = spaces
               move "AOC_CATCHUP_FROM" to config-lookup-key
               perform get-config-value
               move config-lookup-value to from-date-text
           end-if
           accept to-date-text from environment "AOC_CATCHUP_TO"
           if to-date-text = spaces
               move "AOC_CATCHUP_TO" to config-lookup-key
               perform get-config-value
               move config-lookup-value to to-date-text
           end-if
           if to-date-text = spaces
               move from-date-text to to-date-text
           end-if
           if from-date-text(1:8) is not numeric or
              to-date-text(1:8) is not numeric
               display "CatchUp: AOC_CATCHUP_FROM and AOC_CATCHUP_TO "
                   "must give the missed dates as yyyymmdd - "
                   "nothing run."
               move 8 to return-code
               goback
           end-if
           move from-date-text(1:8) to from-date
           move to-date-text(1:8) to to-date
           if function test-date-yyyymmdd(from-date) not = 0 or
              function test-date-yyyymmdd(to-date) not = 0 or
              from-date > to-date or to-date > now-date
               display "CatchUp: " from-date " to " to-date
                   " is not a range of real dates up to today - "
                   "nothing run."
               move 8 to return-code
               goback
           end-if
           compute from-day-number = function integer-of-date(from-date)
           compute to-day-number = function integer-of-date(to-date)
           if to-day-number - from-day-number + 1 > max-catchup-days
               display "CatchUp: more than " max-catchup-days
                   " days in one catch-up - split the range."
               move 8 to return-code
               goback
           end-if

           perform resolve-run-settings
           perform load-calendar
           perform load-manifest-inputs
           perform build-catchup-days
           perform hold-current-inputs

           set catchup-going to true
           perform varying dx from 1 by 1 until dx > catchup-count
               if catchup-stopped
                   if cu-outcome(dx) = spaces
                       set cu-not-run(dx) to true
                       move "catch-up stopped at an earlier day"
                           to cu-detail(dx)
                   end-if
               else
                   perform process-one-day
               end-if
           end-perform

           perform put-back-current-inputs
           perform write-catchup-summary

           move ok-count to count-disp
           move warning-count to count-disp-2
           move failed-count to count-disp-3
           move skipped-count to count-disp-4
           display "CatchUp: " from-date " to " to-date " - "
               function trim(count-disp) " OK, "
               function trim(count-disp-2) " warning, "
               function trim(count-disp-3) " failed, "
               function trim(count-disp-4) " skipped - see "
               function trim(catchup-summary-file-name)
           evaluate true
               when failed-count > 0
                   move 8 to return-code
               when warning-count > 0 or closed-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           goback.

      *----------------------------------------------------------------
       resolve-run-settings.
      *RunSchedule and DayBatch are both pointed at the resolved
      *run-control file, so the file one builds is the file the
      *other runs.
           accept run-control-file-name from environment
               "AOC_RUN_CONTROL"
           if run-control-file-name = spaces
               move "AOC_RUN_CONTROL" to config-lookup-key
               perform get-config-value
               move config-lookup-value to run-control-file-name
           end-if
           if run-control-file-name = spaces
               move "aoc_run_control.txt" to run-control-file-name
           end-if
           move run-control-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to run-control-file-name
           set environment "AOC_RUN_CONTROL" to run-control-file-name
           accept step-launcher from environment "AOC_STEP_LAUNCHER"
           if step-launcher = spaces
               move "AOC_STEP_LAUNCHER" to config-lookup-key
               perform get-config-value
               move config-lookup-value to step-launcher
           end-if
           if step-launcher = spaces
               move "cobcrun" to step-launcher
           end-if.

       load-calendar.
           accept calendar-file-name from environment "AOC_CALENDAR"
           if calendar-file-name = spaces
               move "AOC_CALENDAR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to calendar-file-name
           end-if
           if calendar-file-name = spaces
               move "aoc_calendar.txt" to calendar-file-name
           end-if
           move calendar-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to calendar-file-name
           open input calendar-file
           if calendar-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read calendar-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-calendar-day
               end-read
               if calendar-file-status not = "00" and
                  calendar-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close calendar-file.

       load-one-calendar-day.
           if calendar-line = spaces or calendar-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to cal-date-text
           move spaces to cal-class-text
           unstring calendar-line delimited by all space
               into cal-date-text cal-class-text
           if cal-date-text(1:8) not numeric
               exit paragraph
           end-if
           if calendar-count < max-calendar-days
               add 1 to calendar-count
               move cal-date-text(1:8) to cal-date(calendar-count)
               move function upper-case(cal-class-text)
                   to cal-class(calendar-count)
           end-if.

       load-manifest-inputs.
           open input manifest-file
           if manifest-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read manifest-file
                   at end move 'y' to ws-eof
                   not at end
                       if manifest-line not = spaces and
                          input-count < max-inputs
                           move spaces to entry-label
                           move spaces to entry-file
                           unstring manifest-line delimited by ","
                               into entry-label entry-file
                           add 1 to input-count
                           set ix to input-count
                           move entry-label to input-label(ix)
                           move entry-file to input-path(ix)
                           move 'N' to input-held(ix)
                       end-if
               end-read
               if manifest-file-status not = "00" and
                  manifest-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close manifest-file.

       build-catchup-days.
      *A date the calendar does not list is an ordinary business
      *day, as RunSchedule treats it.
           move 0 to catchup-count
           perform varying day-number from from-day-number by 1
               until day-number > to-day-number
               add 1 to catchup-count
               set dx to catchup-count
               compute cu-date(dx) =
                   function date-of-integer(day-number)
               move "BUSINESS" to cu-class(dx)
               perform varying cx from 1 by 1
                   until cx > calendar-count
                   if cal-date(cx) = cu-date(dx)
                       move cal-class(cx) to cu-class(dx)
                       exit perform
                   end-if
               end-perform
               move 0 to cu-inputs(dx)
               move spaces to cu-run-id(dx)
               move 0 to cu-return(dx)
               move 'N' to cu-window-run(dx)
               move spaces to cu-outcome(dx)
               move spaces to cu-detail(dx)
           end-perform.

      *----------------------------------------------------------------
       hold-current-inputs.
           perform varying ix from 1 by 1 until ix > input-count
               move spaces to hold-file-name
               string function trim(input-path(ix)) ".hold"
                   delimited by size into hold-file-name
               call "CBL_COPY_FILE" using input-path(ix)
                   hold-file-name
                   returning file-call-return
               end-call
               if file-call-return = 0
                   move 'Y' to input-held(ix)
               end-if
           end-perform.

       put-back-current-inputs.
           perform varying ix from 1 by 1 until ix > input-count
               if input-held(ix) = 'Y'
                   move spaces to hold-file-name
                   string function trim(input-path(ix)) ".hold"
                       delimited by size into hold-file-name
                   call "CBL_RENAME_FILE" using hold-file-name
                       input-path(ix)
                       returning file-call-return
                   end-call
                   if file-call-return not = 0
                       display "CatchUp: *** could not put back "
                           function trim(input-path(ix)) " from "
                           function trim(hold-file-name) " ***"
                   end-if
               end-if
           end-perform.

      *----------------------------------------------------------------
       process-one-day.
           if cu-class(dx) = "HOLIDAY"
               set cu-holiday(dx) to true
               move "not a business day" to cu-detail(dx)
               add 1 to skipped-count
               exit paragraph
           end-if
           move cu-date(dx) to ledger-date
           perform check-period-lock
           if row-period-closed
               set cu-closed(dx) to true
               move spaces to cu-detail(dx)
               string "period " ledger-date(1:6)
                   " is closed - day not processed"
                   delimited by size into cu-detail(dx)
               add 1 to skipped-count
               add 1 to closed-count
               exit paragraph
           end-if
           display "CatchUp: processing " cu-date(dx) " ("
               function trim(cu-class(dx)) ")"
           perform restore-day-inputs
           if cu-failed(dx)
               add 1 to failed-count
               set catchup-stopped to true
               exit paragraph
           end-if
           perform run-day-window
           evaluate true
               when cu-ok(dx)
                   add 1 to ok-count
               when cu-warning(dx)
                   add 1 to warning-count
               when other
                   add 1 to failed-count
                   set catchup-stopped to true
           end-evaluate.

       restore-day-inputs.
      *The newest archive set stamped with the day's date is the
      *delivery for that day.
           move spaces to restore-set
           move 0 to restore-count
           open input catalog-file
           if catalog-file-status not = "00"
               set cu-failed(dx) to true
               move "no input archive catalog" to cu-detail(dx)
               exit paragraph
           end-if
               perform until ws-eof='y'
               read catalog-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-catalog-line
               end-read
               if catalog-file-status not = "00" and
                  catalog-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close catalog-file
           if restore-count = 0
               set cu-failed(dx) to true
               move "no archived inputs for this date"
                   to cu-detail(dx)
               exit paragraph
           end-if
           perform varying rx from 1 by 1 until rx > restore-count
               perform restore-one-input
               if cu-failed(dx)
                   exit paragraph
               end-if
               add 1 to cu-inputs(dx)
           end-perform.

       absorb-catalog-line.
           if catalog-line = spaces
               exit paragraph
           end-if
           move spaces to cat-stamp cat-label cat-name
               cat-bytes-text cat-checksum-text cat-verdict
           unstring catalog-line delimited by ","
               into cat-stamp cat-label cat-name cat-bytes-text
                    cat-checksum-text cat-verdict
           if cat-stamp(1:8) not = cu-date(dx)
               exit paragraph
           end-if
           if cat-stamp > restore-set
               move cat-stamp to restore-set
               move 0 to restore-count
           end-if
           if cat-stamp < restore-set or restore-count >= max-inputs
               exit paragraph
           end-if
           add 1 to restore-count
           set rx to restore-count
           move cat-label to restore-label(rx)
           move cat-name to restore-archive(rx)
           move function numval(cat-bytes-text) to restore-bytes(rx)
           move function numval(cat-checksum-text)
               to restore-checksum(rx)
           move cat-verdict to restore-verdict(rx).

       restore-one-input.
           if restore-verdict(rx) not = "VERIFIED"
               set cu-failed(dx) to true
               move spaces to cu-detail(dx)
               string function trim(restore-label(rx))
                   " archive copy was not verified"
                   delimited by size into cu-detail(dx)
               exit paragraph
           end-if
           move spaces to input-file-name
           perform varying ix from 1 by 1 until ix > input-count
               if function trim(input-label(ix)) =
                  function trim(restore-label(rx))
                   move input-path(ix) to input-file-name
                   exit perform
               end-if
           end-perform
           if input-file-name = spaces
               set cu-failed(dx) to true
               move spaces to cu-detail(dx)
               string function trim(restore-label(rx))
                   " is not an input on the manifest"
                   delimited by size into cu-detail(dx)
               exit paragraph
           end-if
           move restore-archive(rx) to archive-file-name
           open input archive-file
           if archive-file-status not = "00"
               set cu-failed(dx) to true
               move spaces to cu-detail(dx)
               string function trim(restore-label(rx))
                   " archive copy is missing"
                   delimited by size into cu-detail(dx)
               exit paragraph
           end-if
           open output input-file
           if input-file-status not = "00"
               close archive-file
               set cu-failed(dx) to true
               move spaces to cu-detail(dx)
               string function trim(restore-label(rx))
                   " input could not be written"
                   delimited by size into cu-detail(dx)
               exit paragraph
           end-if
           move 0 to copy-byte-count
           move 0 to copy-checksum
           move 'n' to copy-eof
           perform until copy-eof = 'y'
               read archive-file
                   at end move 'y' to copy-eof
                   not at end
                       add 1 to copy-byte-count
                       compute copy-checksum = function mod(
                           copy-checksum * 31
                           + function ord(archive-byte),
                           checksum-modulus)
                       move archive-byte to input-byte
                       write input-byte
               end-read
               if archive-file-status not = "00" and
                  archive-file-status not = "10"
                   move 'y' to copy-eof
               end-if
           end-perform
           close archive-file
           close input-file
           if copy-byte-count not = restore-bytes(rx) or
              copy-checksum not = restore-checksum(rx)
               set cu-failed(dx) to true
               move spaces to cu-detail(dx)
               string function trim(restore-label(rx))
                   " restored copy does not match the catalog"
                   delimited by size into cu-detail(dx)
           end-if.

      *----------------------------------------------------------------
       run-day-window.
           set environment "AOC_RUN_DATE" to cu-date(dx)
           move spaces to data-dir-filename
           string "catchup_" cu-date(dx) ".log"
               delimited by size into data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to day-log-name

      *A run-control file left from another day must not be run, so
      *the day's own has to appear.
           call "CBL_DELETE_FILE" using run-control-file-name
               returning file-call-return
           end-call
           move spaces to launch-command
           string function trim(step-launcher) " RunSchedule > '"
               function trim(day-log-name) "' 2>&1"
               delimited by size into launch-command
           perform launch-and-wait
           open input run-control-file
           if run-control-file-status not = "00"
               set cu-failed(dx) to true
               move "RunSchedule built no run-control file"
                   to cu-detail(dx)
               exit paragraph
           end-if
           close run-control-file

           perform count-journal-rows
           move journal-row-count to journal-mark
           move spaces to launch-command
           string function trim(step-launcher) " DayBatch >> '"
               function trim(day-log-name) "' 2>&1"
               delimited by size into launch-command
           perform launch-and-wait
           move launch-return to cu-return(dx)
           move 'Y' to cu-window-run(dx)
           perform find-window-run-id
           evaluate true
               when cu-return(dx) = 0
                   set cu-ok(dx) to true
               when cu-return(dx) < 8
                   set cu-warning(dx) to true
                   move "window ended with warnings" to cu-detail(dx)
               when other
                   set cu-failed(dx) to true
                   move spaces to cu-detail(dx)
                   string "DayBatch failed - see "
                       function trim(day-log-name)
                       delimited by size into cu-detail(dx)
           end-evaluate.

       launch-and-wait.
      *The shell's wait status carries the exit code in its high
      *byte.
           move 0 to launch-return
           call "SYSTEM" using launch-command
               returning launch-return
               on exception
                   move 8 to launch-return
           end-call
           if launch-return > 255
               divide launch-return by 256 giving launch-return
           end-if.

       count-journal-rows.
           move 0 to journal-row-count
           open input journal-scan-file
           if journal-scan-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read journal-scan-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to journal-row-count
               end-read
               if journal-scan-file-status not = "00" and
                  journal-scan-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close journal-scan-file.

       find-window-run-id.
      *The window's DayBatch START is the first one after the mark.
           move 0 to journal-row-count
           open input journal-scan-file
           if journal-scan-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read journal-scan-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to journal-row-count
                       if journal-row-count > journal-mark and
                          cu-run-id(dx) = spaces
                           perform absorb-journal-row
                       end-if
               end-read
               if journal-scan-file-status not = "00" and
                  journal-scan-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close journal-scan-file.

       absorb-journal-row.
           move spaces to jrow-program jrow-event jrow-user jrow-stamp
               jrow-status jrow-input jrow-run-id
           unstring journal-scan-record delimited by ","
               into jrow-program jrow-event jrow-user jrow-stamp
                    jrow-status jrow-input jrow-run-id
           if jrow-program = "DayBatch" and
              function trim(jrow-event) = "START"
               move jrow-run-id to cu-run-id(dx)
           end-if.

      *----------------------------------------------------------------
       write-catchup-summary.
           open output catchup-summary-file
           if catchup-summary-file-status not = "00"
               display "CatchUp: cannot write "
                   function trim(catchup-summary-file-name)
               exit paragraph
           end-if
           move "=== Backlog catch-up summary ===" to
               catchup-summary-line
           write catchup-summary-line
           move spaces to catchup-summary-line
           string "Range: " from-date " to " to-date
               "    run " now-date "-" now-time(1:6)
               delimited by size into catchup-summary-line
           write catchup-summary-line
           move spaces to catchup-summary-line
           write catchup-summary-line
           move "Date      Class      Inputs Run id              RC "
             & " Outcome        Detail" to catchup-summary-line
           write catchup-summary-line
           perform varying dx from 1 by 1 until dx > catchup-count
               move spaces to catchup-summary-line
               move cu-date(dx) to catchup-summary-line(1:8)
               move cu-class(dx) to catchup-summary-line(11:10)
               move cu-inputs(dx) to count-disp
               move count-disp(4:4) to catchup-summary-line(22:4)
               move cu-run-id(dx) to catchup-summary-line(29:18)
               if cu-window-run(dx) = 'Y'
                   move cu-return(dx) to return-disp
                   move return-disp to catchup-summary-line(48:3)
               end-if
               move cu-outcome(dx) to catchup-summary-line(53:14)
               move cu-detail(dx) to catchup-summary-line(68:60)
               write catchup-summary-line
           end-perform
           move spaces to catchup-summary-line
           write catchup-summary-line
           move ok-count to count-disp
           move warning-count to count-disp-2
           move failed-count to count-disp-3
           move skipped-count to count-disp-4
           move spaces to catchup-summary-line
           string "OK: " function trim(count-disp)
               "  warning: " function trim(count-disp-2)
               "  failed: " function trim(count-disp-3)
               "  skipped: " function trim(count-disp-4)
               delimited by size into catchup-summary-line
           write catchup-summary-line
           if failed-count > 0
               move "*** Catch-up stopped at the failed day - fix it "
                 & "and rerun from that date ***"
                   to catchup-summary-line
               write catchup-summary-line
           end-if
           close catchup-summary-file.

       copy 'PeriodLockCheck.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program CatchUp.
