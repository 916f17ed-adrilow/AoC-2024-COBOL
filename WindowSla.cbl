       program-id. WindowSla as "WindowSla".

      *----------------------------------------------------------------
      * Service-level statement for the batch window as a whole -
      * the contract is that every answer is published by a fixed
      * time each business day, and the per-step time budgets and
      * BudgetForecast's per-program view never measure that.
      *
      * For the month AOC_SLA_PERIOD (yyyymm, default the current
      * month) every day the processing calendar (AOC_CALENDAR,
      * the file RunSchedule reads) does not mark HOLIDAY is a
      * business day, up to today.  From the run journal each
      * business day's window is worked out: it started at the
      * first DayBatch START that day (or the first Day program
      * START when the programs were run by hand), and it finished
      * when the last Day program END under that window's run
      * identifiers landed - a window that runs past midnight still
      * belongs to the day it started (a catch-up window to the
      * missed day its run identifier names), and hand reruns on a
      * day a window ran are left out of it.  Day programs that
      * ended FAILED published no answer and are not counted as
      * finishing it.
      *
      * The SLA definitions file (AOC_SLA_DEFS, default
      * aoc_sla.txt) holds "day-class hhmm" deadline lines - a
      * BUSINESS line, and a MONTHEND line when the month-end day
      * has a different deadline - and optionally "ANSWERS n", the
      * number of Day programs that must have published (default
      * 11).  A day breaches when its last END is after the
      * deadline, when fewer answers were published, or when no
      * window ran at all.
      *
      * Output: sla_statement_yyyymm.txt for the service review -
      * one line per business day, the percent on time, minutes
      * late, and the breaches with the step that finished last.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select calendar-file assign to dynamic calendar-file-name
               line sequential
               file status is calendar-file-status.

           select sla-defs-file assign to dynamic sla-defs-file-name
               line sequential
               file status is sla-defs-file-status.

           select sla-statement-file assign to dynamic
               sla-statement-file-name
               line sequential
               file status is sla-statement-file-status.

           copy 'JournalSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd calendar-file.
       01 calendar-line pic X(40).

       fd sla-defs-file.
       01 sla-defs-line pic X(60).

       fd sla-statement-file.
       01 sla-statement-line pic X(120).

       copy 'JournalFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 calendar-file-name pic X(200) value "aoc_calendar.txt".
       01 calendar-file-status pic X(2).
       01 sla-defs-file-name pic X(200) value "aoc_sla.txt".
       01 sla-defs-file-status pic X(2).
       01 sla-statement-file-name pic X(200).
       01 sla-statement-file-status pic X(2).

       01 sla-period-text pic X(10).
       01 sla-period pic 9(6).
       01 today-date pic 9(8).
       01 prepared-time pic 9(8).
       01 period-first-date pic 9(8).
       01 period-first-day binary-long value 0.
       01 days-in-period binary-long value 0.
       01 next-month-date pic 9(8).
       01 next-month-yyyy pic 9(4).
       01 next-month-mm pic 9(2).

       01 business-deadline pic 9(4) value 600.
       01 monthend-deadline pic 9(4) value 0.
       01 answers-required binary-long value 11.

      *One slot per calendar day of the period.
       01 sla-day-table.
         05 sla-day occurs 31 times indexed by dy.
           10 day-class pic X(10).
           10 day-start-stamp pic X(17).
           10 day-end-stamp pic X(17).
           10 day-last-step pic X(16).
           10 day-answers binary-long.
           10 day-answer-flags.
               15 day-answer pic X occurs 31 times.
           10 day-deadline pic 9(4).
           10 day-late-minutes binary-long.
           10 day-result pic X(10).
           10 day-batch-flag pic X.
               88 day-batched value 'Y'.

      *DayBatch windows started in the period, by run identifier.
       78 max-sla-windows value 400.
       01 sla-window-table.
         05 sla-window occurs max-sla-windows times indexed by sw.
           10 window-run-id pic X(20).
           10 window-day binary-long.
       01 sla-window-count binary-long value 0.

       01 cal-date-text pic X(10).
       01 cal-class pic X(10).
       01 cal-date pic 9(8).
       01 def-key pic X(10).
       01 def-value pic X(10).

       01 jrow-program pic X(16).
       01 jrow-event pic X(5).
       01 jrow-user pic X(30).
       01 jrow-stamp pic X(17).
       01 jrow-status pic X(7).
       01 jrow-input pic X(200).
       01 jrow-run-id pic X(20).
       01 jrow-date pic 9(8).
       01 jrow-day binary-long value 0.
       01 day-program-number binary-long value 0.
       01 filler pic X value 'n'.
           88 jrow-day-program value 'y'.
           88 jrow-other-program value 'n'.

       01 end-day-offset binary-long value 0.
       01 end-minutes binary-long value 0.
       01 deadline-minutes binary-long value 0.

       01 measured-days binary-long value 0.
       01 on-time-days binary-long value 0.
       01 breached-days binary-long value 0.
       01 total-late-minutes binary-long value 0.
       01 worst-late-minutes binary-long value 0.
       01 on-time-percent pic 999v9 value 0.

       01 count-disp pic Z(6)9.
       01 count-disp-2 pic Z(6)9.
       01 percent-disp pic ZZ9.9.
       01 report-date pic 9(8).
       01 hhmm-disp pic X(5).
       01 start-disp pic X(8).
       01 end-disp pic X(8).
       01 line-pointer binary-long value 1.

       copy 'JournalFields.cpy'.
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
           move "aoc_run_journal.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to journal-file-name

           perform resolve-sla-period
           perform load-sla-definitions
           perform classify-period-days
           perform find-batch-windows
           perform measure-day-windows
           perform judge-business-days
           perform write-sla-statement

           move on-time-percent to percent-disp
           move breached-days to count-disp
           display "WindowSla: period " sla-period " - "
               function trim(percent-disp) "% on time, "
               function trim(count-disp) " breach(es) - statement "
               function trim(sla-statement-file-name)
           if breached-days > 0
               move 4 to return-code
           end-if
           goback.

       resolve-sla-period.
           accept today-date from date yyyymmdd
           accept prepared-time from time
           accept sla-period-text from environment "AOC_SLA_PERIOD"
           if sla-period-text = spaces
               move "AOC_SLA_PERIOD" to config-lookup-key
               perform get-config-value
               move config-lookup-value to sla-period-text
           end-if
           if sla-period-text = spaces
               move today-date(1:6) to sla-period
           else
               if sla-period-text(1:6) is not numeric or
                  sla-period-text(7:4) not = spaces or
                  sla-period-text(5:2) < "01" or
                  sla-period-text(5:2) > "12"
                   display "WindowSla: AOC_SLA_PERIOD must be "
                       "yyyymm - aborting."
                   move 8 to return-code
                   goback
               end-if
               move sla-period-text(1:6) to sla-period
           end-if
           compute period-first-date = sla-period * 100 + 1
           compute period-first-day =
               function integer-of-date(period-first-date)
           move period-first-date(1:4) to next-month-yyyy
           move period-first-date(5:2) to next-month-mm
           if next-month-mm = 12
               add 1 to next-month-yyyy
               move 1 to next-month-mm
           else
               add 1 to next-month-mm
           end-if
           compute next-month-date =
               next-month-yyyy * 10000 + next-month-mm * 100 + 1
           compute days-in-period =
               function integer-of-date(next-month-date)
               - period-first-day
           move spaces to data-dir-filename
           string "sla_statement_" sla-period ".txt"
               delimited by size into data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to sla-statement-file-name.

       load-sla-definitions.
           accept sla-defs-file-name from environment "AOC_SLA_DEFS"
           if sla-defs-file-name = spaces
               move "AOC_SLA_DEFS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to sla-defs-file-name
           end-if
           if sla-defs-file-name = spaces
               move "aoc_sla.txt" to sla-defs-file-name
           end-if
           move sla-defs-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to sla-defs-file-name
           open input sla-defs-file
           if sla-defs-file-status not = "00"
               display "WindowSla: no SLA definitions at "
                   function trim(sla-defs-file-name)
                   " - measuring against a 06:00 deadline."
           else
               perform until ws-eof='y'
               read sla-defs-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-sla-definition
               end-read
               if sla-defs-file-status not = "00" and
                  sla-defs-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close sla-defs-file
           end-if
           if monthend-deadline = 0
               move business-deadline to monthend-deadline
           end-if.

       absorb-sla-definition.
           if sla-defs-line = spaces or sla-defs-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to def-key
           move spaces to def-value
           unstring sla-defs-line delimited by all space
               into def-key def-value
           evaluate def-key
               when "BUSINESS"
               when "MONTHEND"
                   if def-value(1:4) is not numeric or
                      def-value(5:6) not = spaces or
                      def-value(1:2) > "23" or def-value(3:2) > "59"
                       display "WindowSla: deadline must be hhmm - "
                           function trim(sla-defs-line) " ignored."
                       exit paragraph
                   end-if
                   if def-key = "BUSINESS"
                       move def-value(1:4) to business-deadline
                   else
                       move def-value(1:4) to monthend-deadline
                   end-if
               when "ANSWERS"
                   if def-value(1:2) is not numeric or
                      def-value(3:8) not = spaces or
                      def-value(1:2) = "00" or def-value(1:2) > "31"
                       display "WindowSla: ANSWERS must be 01-31 - "
                           function trim(sla-defs-line) " ignored."
                       exit paragraph
                   end-if
                   move def-value(1:2) to answers-required
               when other
                   display "WindowSla: unknown SLA definition - "
                       function trim(sla-defs-line) " ignored."
           end-evaluate.

       classify-period-days.
      *Every day starts as an ordinary business day, as it does in
      *RunSchedule; the calendar marks the exceptions.
           perform varying dy from 1 by 1 until dy > 31
               move "BUSINESS" to day-class(dy)
               move spaces to day-start-stamp(dy)
               move spaces to day-end-stamp(dy)
               move spaces to day-last-step(dy)
               move 0 to day-answers(dy)
               move all 'N' to day-answer-flags(dy)
               move 0 to day-late-minutes(dy)
               move 0 to day-deadline(dy)
               move 'N' to day-batch-flag(dy)
               move spaces to day-result(dy)
           end-perform
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
               display "WindowSla: no calendar at "
                   function trim(calendar-file-name)
                   " - every day is a business day."
               exit paragraph
           end-if
               perform until ws-eof='y'
               read calendar-file
                   at end move 'y' to ws-eof
                   not at end
                       perform classify-one-calendar-line
               end-read
               if calendar-file-status not = "00" and
                  calendar-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close calendar-file.

       classify-one-calendar-line.
           if calendar-line = spaces or calendar-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to cal-date-text
           move spaces to cal-class
           unstring calendar-line delimited by all space
               into cal-date-text cal-class
           if cal-date-text(1:8) is not numeric
               exit paragraph
           end-if
           move cal-date-text(1:8) to cal-date
           if cal-date(1:6) not = sla-period
               exit paragraph
           end-if
           move cal-date(7:2) to jrow-day
           if jrow-day = 0 or jrow-day > days-in-period
               exit paragraph
           end-if
           set dy to jrow-day
           move cal-class to day-class(dy).

       find-batch-windows.
      *A window belongs to the day its DayBatch started; the Day
      *programs it CALLs carry the same run identifier.
           open input journal-file
           if journal-file-status not = "00"
               display "WindowSla: no run journal at "
                   function trim(journal-file-name)
               exit paragraph
           end-if
               perform until ws-eof='y'
               read journal-file
                   at end move 'y' to ws-eof
                   not at end
                       perform parse-journal-row
                       if jrow-program = "DayBatch" and
                          jrow-event = "START"
                           perform take-run-id-business-day
                       end-if
                       if jrow-program = "DayBatch" and
                          jrow-event = "START" and jrow-day > 0
                           perform note-batch-window
                       end-if
               end-read
               if journal-file-status not = "00" and
                  journal-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close journal-file.

       note-batch-window.
           set dy to jrow-day
           if not day-batched(dy) or
              jrow-stamp < day-start-stamp(dy)
               move jrow-stamp to day-start-stamp(dy)
           end-if
           set day-batched(dy) to true
           if sla-window-count >= max-sla-windows
               exit paragraph
           end-if
           add 1 to sla-window-count
           set sw to sla-window-count
           move jrow-run-id to window-run-id(sw)
           move jrow-day to window-day(sw).

       take-run-id-business-day.
      *A catch-up window runs later for a missed business day, whose
      *date its run identifier carries; it is that day's window,
      *finishing as late as it actually did.
           if jrow-run-id(2:8) is numeric and
              jrow-stamp(1:8) is numeric and
              jrow-run-id(2:8) not = jrow-stamp(1:8)
               move jrow-run-id(2:8) to jrow-date
               move 0 to jrow-day
               if jrow-date(1:6) = sla-period
                   move jrow-date(7:2) to jrow-day
               end-if
           end-if.

       parse-journal-row.
      *Leaves jrow-day on the row's day of the period (0 when the
      *row falls outside it) and flags the Day programs - "Day"
      *and a number - from the drivers and utilities.
           move spaces to jrow-program
           move spaces to jrow-event
           move spaces to jrow-user
           move spaces to jrow-stamp
           move spaces to jrow-status
           move spaces to jrow-input
           move spaces to jrow-run-id
           unstring journal-record delimited by ","
               into jrow-program jrow-event jrow-user jrow-stamp
                    jrow-status jrow-input jrow-run-id
           move 0 to jrow-day
           if jrow-stamp(1:8) is numeric
               move jrow-stamp(1:8) to jrow-date
               if jrow-date(1:6) = sla-period
                   move jrow-date(7:2) to jrow-day
               end-if
           end-if
           set jrow-other-program to true
           move 0 to day-program-number
           if jrow-program(1:3) = "Day"
               evaluate true
                   when jrow-program(4:1) is numeric and
                        jrow-program(5:12) = spaces
                       move jrow-program(4:1) to day-program-number
                   when jrow-program(4:2) is numeric and
                        jrow-program(6:11) = spaces
                       move jrow-program(4:2) to day-program-number
               end-evaluate
               if day-program-number > 0 and
                  day-program-number <= 31
                   set jrow-day-program to true
               end-if
           end-if.

       measure-day-windows.
           open input journal-file
           if journal-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read journal-file
                   at end move 'y' to ws-eof
                   not at end
                       perform parse-journal-row
                       if jrow-day-program
                           perform absorb-day-program-row
                       end-if
               end-read
               if journal-file-status not = "00" and
                  journal-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close journal-file.

       absorb-day-program-row.
      *A batched row counts for its window's day even after
      *midnight; a hand-run row counts for the day it ran, and only
      *when no batch window ran that day - a rerun after the window
      *does not make a published answer late.
           perform varying sw from 1 by 1 until sw > sla-window-count
               if window-run-id(sw) = jrow-run-id
                   move window-day(sw) to jrow-day
                   exit perform
               end-if
           end-perform
           if sw > sla-window-count
               if jrow-day = 0
                   exit paragraph
               end-if
               set dy to jrow-day
               if day-batched(dy)
                   exit paragraph
               end-if
               if jrow-event = "START" and
                  (day-start-stamp(dy) = spaces or
                   jrow-stamp < day-start-stamp(dy))
                   move jrow-stamp to day-start-stamp(dy)
               end-if
           end-if
           if jrow-event not = "END" or jrow-status = "FAILED"
               exit paragraph
           end-if
           set dy to jrow-day
           if day-end-stamp(dy) = spaces or
              jrow-stamp > day-end-stamp(dy)
               move jrow-stamp to day-end-stamp(dy)
               move jrow-program to day-last-step(dy)
           end-if
           if day-answer(dy, day-program-number) = 'N'
               move 'Y' to day-answer(dy, day-program-number)
               add 1 to day-answers(dy)
           end-if.

       judge-business-days.
           perform varying dy from 1 by 1 until dy > days-in-period
               compute report-date = period-first-date + dy - 1
               evaluate true
                   when day-class(dy) = "HOLIDAY"
                       move "HOLIDAY" to day-result(dy)
                   when report-date > today-date
                       move "FUTURE" to day-result(dy)
                   when report-date = today-date and
                        day-end-stamp(dy) = spaces
                       move "OPEN" to day-result(dy)
                   when other
                       perform judge-one-day
               end-evaluate
           end-perform
           if measured-days > 0
               compute on-time-percent rounded =
                   on-time-days * 100 / measured-days
           end-if.

       judge-one-day.
           add 1 to measured-days
           if day-class(dy) = "MONTHEND"
               move monthend-deadline to day-deadline(dy)
           else
               move business-deadline to day-deadline(dy)
           end-if
           if day-end-stamp(dy) = spaces
               move "NO WINDOW" to day-result(dy)
               add 1 to breached-days
               exit paragraph
           end-if
      *Minutes from midnight of the business day, so an END after
      *midnight is a full day later; a part minute counts as late.
           move day-end-stamp(dy)(1:8) to jrow-date
           compute end-day-offset =
               function integer-of-date(jrow-date)
               - (period-first-day + dy - 1)
           compute end-minutes = end-day-offset * 1440
               + function numval(day-end-stamp(dy)(10:2)) * 60
               + function numval(day-end-stamp(dy)(12:2))
           if day-end-stamp(dy)(14:4) not = "0000"
               add 1 to end-minutes
           end-if
           compute deadline-minutes =
               (day-deadline(dy) / 100) * 60
               + function mod(day-deadline(dy), 100)
           if end-minutes > deadline-minutes
               compute day-late-minutes(dy) =
                   end-minutes - deadline-minutes
               add day-late-minutes(dy) to total-late-minutes
               if day-late-minutes(dy) > worst-late-minutes
                   move day-late-minutes(dy) to worst-late-minutes
               end-if
               move "LATE" to day-result(dy)
           end-if
           if day-answers(dy) < answers-required
               if day-result(dy) = "LATE"
                   move "LATE+SHORT" to day-result(dy)
               else
                   move "SHORT" to day-result(dy)
               end-if
           end-if
           if day-result(dy) = spaces
               move "ON TIME" to day-result(dy)
               add 1 to on-time-days
           else
               add 1 to breached-days
           end-if.

       write-sla-statement.
           open output sla-statement-file
           if sla-statement-file-status not = "00"
               display "WindowSla: cannot write "
                   function trim(sla-statement-file-name)
                   " (file status " sla-statement-file-status
                   ") - aborting."
               move 8 to return-code
               goback
           end-if
           move "=== Batch window service-level statement ==="
               to sla-statement-line
           write sla-statement-line
           move spaces to sla-statement-line
           string "Period:    " sla-period
               "    prepared " today-date "-" prepared-time
               delimited by size into sla-statement-line
           write sla-statement-line
           move answers-required to count-disp
           move spaces to sla-statement-line
           string "Deadline:  BUSINESS "
               business-deadline(1:2) ":" business-deadline(3:2)
               ", MONTHEND "
               monthend-deadline(1:2) ":" monthend-deadline(3:2)
               ", " function trim(count-disp) " answers required"
               delimited by size into sla-statement-line
           write sla-statement-line
           move spaces to sla-statement-line
           write sla-statement-line
           move "Date      Class     Started   Last END  Last step  "
             & "   Deadline Answers Result      Late"
               to sla-statement-line
           write sla-statement-line
           perform varying dy from 1 by 1 until dy > days-in-period
               if day-result(dy) not = "FUTURE"
                   perform write-sla-day-line
               end-if
           end-perform

           move spaces to sla-statement-line
           write sla-statement-line
           move measured-days to count-disp
           move on-time-days to count-disp-2
           move on-time-percent to percent-disp
           move spaces to sla-statement-line
           string "Business days measured: " function trim(count-disp)
               ", on time: " function trim(count-disp-2)
               " (" function trim(percent-disp) "%)"
               delimited by size into sla-statement-line
           write sla-statement-line
           move total-late-minutes to count-disp
           move worst-late-minutes to count-disp-2
           move spaces to sla-statement-line
           string "Minutes late: " function trim(count-disp)
               " in total, worst day " function trim(count-disp-2)
               delimited by size into sla-statement-line
           write sla-statement-line

           move spaces to sla-statement-line
           write sla-statement-line
           move "Breaches:" to sla-statement-line
           write sla-statement-line
           if breached-days = 0
               move "  none" to sla-statement-line
               write sla-statement-line
           end-if
           perform varying dy from 1 by 1 until dy > days-in-period
               if day-result(dy) = "LATE" or "SHORT" or "LATE+SHORT"
                  or "NO WINDOW"
                   perform write-sla-breach-line
               end-if
           end-perform
           close sla-statement-file.

       write-sla-day-line.
           compute report-date = period-first-date + dy - 1
           move "--:--:--" to start-disp
           move "--:--:--" to end-disp
           if day-start-stamp(dy) not = spaces
               string day-start-stamp(dy)(10:2) ":"
                   day-start-stamp(dy)(12:2) ":"
                   day-start-stamp(dy)(14:2)
                   delimited by size into start-disp
           end-if
           if day-end-stamp(dy) not = spaces
               string day-end-stamp(dy)(10:2) ":"
                   day-end-stamp(dy)(12:2) ":"
                   day-end-stamp(dy)(14:2)
                   delimited by size into end-disp
           end-if
           move "  -  " to hhmm-disp
           if day-deadline(dy) > 0
               string day-deadline(dy)(1:2) ":" day-deadline(dy)(3:2)
                   delimited by size into hhmm-disp
           end-if
           move day-answers(dy) to count-disp
           move day-late-minutes(dy) to count-disp-2
           move spaces to sla-statement-line
           move 1 to line-pointer
           string report-date "  " day-class(dy) start-disp "  "
               end-disp "  " day-last-step(dy)(1:12) " " hhmm-disp
               "    " count-disp(6:2) "    " day-result(dy)
               delimited by size into sla-statement-line
               with pointer line-pointer
           if day-late-minutes(dy) > 0
               string function trim(count-disp-2)
                   delimited by size into sla-statement-line
                   with pointer line-pointer
           end-if
           write sla-statement-line.

       write-sla-breach-line.
           compute report-date = period-first-date + dy - 1
           move spaces to sla-statement-line
           move 1 to line-pointer
           string "  " report-date " " function trim(day-class(dy))
               " deadline " day-deadline(dy)(1:2) ":"
               day-deadline(dy)(3:2)
               delimited by size into sla-statement-line
               with pointer line-pointer
           if day-result(dy) = "NO WINDOW"
               string " - no window ran"
                   delimited by size into sla-statement-line
                   with pointer line-pointer
               write sla-statement-line
               exit paragraph
           end-if
           move day-late-minutes(dy) to count-disp
           move day-answers(dy) to count-disp-2
           string " - last END " day-end-stamp(dy)(1:8) " "
               day-end-stamp(dy)(10:2) ":" day-end-stamp(dy)(12:2)
               " by " function trim(day-last-step(dy))
               delimited by size into sla-statement-line
               with pointer line-pointer
           if day-late-minutes(dy) > 0
               string ", " function trim(count-disp) " minute(s) late"
                   delimited by size into sla-statement-line
                   with pointer line-pointer
           end-if
           if day-answers(dy) < answers-required
               string ", only " function trim(count-disp-2)
                   " answer(s) published"
                   delimited by size into sla-statement-line
                   with pointer line-pointer
           end-if
           write sla-statement-line.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program WindowSla.
