       program-id. ReportWriter as "ReportWriter".

      *----------------------------------------------------------------
      * General report writer over the shared operational files, so a
      * new question from management is a report definition rather
      * than another report program.
      *
      * Definitions live in AOC_REPORT_DEFS (default
      * aoc_report_defs.txt), saved by name, one keyword per line:
      *     REPORT <name>              starts a definition
      *     TITLE <text>               page heading (default the name)
      *     SOURCE <source>            LEDGER, JOURNAL, STATS, ALERTS,
      *                                EXCEPTIONS or CONTROLS
      *     SELECT <field> <v> [<v>..] keep rows whose field is one of
      *                                the values (upper/lower case
      *                                alike); SELECT lines all apply
      *     SELECT FROM <yyyymmdd>     date range on the row's stamp
      *     SELECT TO <yyyymmdd>       (the run id's date for EXCEPTIONS
      *                                and CONTROLS, which carry none)
      *     SELECT PERIOD <p>          TODAY, MONTH, QUARTER or YEAR
      *                                of the run date
      *     SELECT DAYCLASS <c> [..]   the row's date is BUSINESS,
      *                                HOLIDAY or MONTHEND on the
      *                                RunSchedule calendar
      *     SORT <field> [<field>..]   up to three sort fields
      *     BREAK <field> [<field>]    control breaks, major first;
      *                                the rows are sorted on them
      *                                ahead of the SORT fields
      *     COLUMN <field> [width] [SUM]  printed columns in order;
      *                                SUM subtotals a numeric column
      *                                at each break and overall
      *     PAGELINES <n>              lines per page (default 60)
      *     SCHEDULE <class> [..]      DAILY, MONDAY..SUNDAY, BUSINESS,
      *                                HOLIDAY or MONTHEND
      *     END                        ends the definition
      * Lines starting with * are comments.
      *
      * Fields by source:
      *     LEDGER     PROGRAM PART VALUE STAMP RUNID TAG VERSION
      *     JOURNAL    PROGRAM EVENT USER STAMP STATUS INPUT RUNID
      *                VERSION
      *     STATS      PROGRAM STAMP ELAPSED PARSE COMPUTE REPORT
      *                RUNID
      *     ALERTS     SEVERITY PROGRAM REASON STAMP
      *     EXCEPTIONS PROGRAM LINE REASON RUNID RECORD
      *     CONTROLS   PROGRAM RUNID READ PROCESSED REJECTED
      *
      * AOC_REPORT_NAME names the report to run.  Without it every
      * definition whose SCHEDULE matches the run date (AOC_RUN_DATE,
      * default today) is run, which is how one ReportWriter line in
      * the schedule produces every recurring report due that day.
      *
      * Output per report, in the data directory: report_<name>.txt,
      * paged with page headings, and report_<name>.csv, the same
      * columns comma-delimited with a heading row (commas inside a
      * value become ;).  Return code 8 when a named report is not
      * defined or a definition does not make sense, 4 when a
      * report's source file is missing.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select def-file assign to dynamic def-file-name
               line sequential
               file status is def-file-status.

           select source-file assign to dynamic source-file-name
               line sequential
               file status is source-file-status.

           select calendar-file assign to dynamic calendar-file-name
               line sequential
               file status is calendar-file-status.

           select print-file assign to dynamic print-file-name
               line sequential
               file status is print-file-status.

           select csv-file assign to dynamic csv-file-name
               line sequential
               file status is csv-file-status.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd def-file.
       01 def-record pic X(200).

       fd source-file.
       01 source-record pic X(400).

       fd calendar-file.
       01 calendar-line pic X(40).

       fd print-file.
       01 print-line pic X(200).

       fd csv-file.
       01 csv-line pic X(400).

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 def-file-name pic X(200) value "aoc_report_defs.txt".
       01 def-file-status pic X(2).
       01 source-file-name pic X(200).
       01 source-file-status pic X(2).
       01 calendar-file-name pic X(200) value "aoc_calendar.txt".
       01 calendar-file-status pic X(2).
       01 print-file-name pic X(200).
       01 print-file-status pic X(2).
       01 csv-file-name pic X(200).
       01 csv-file-status pic X(2).

       01 wanted-report pic X(30).
       01 run-date-text pic X(10).
       01 run-date pic 9(8).
       01 run-date-parts redefines run-date.
           05 run-yyyy pic 9(4).
           05 run-mm pic 9(2).
           05 run-dd pic 9(2).
       01 run-day-number binary-long.
       01 run-day-name pic X(10).
       01 run-day-class pic X(10).
       01 now-date pic 9(8).
       01 now-time pic 9(8).
       01 quarter-month pic 9(2).

      *The definitions file, held whole so each report's block can
      *be found by name.
       78 max-def-lines value 600.
       01 def-table.
         05 def-line pic X(200) occurs max-def-lines times.
       01 def-line-count binary-long value 0.
       01 dl binary-long value 0.
       01 def-work pic X(200).
       01 def-keyword pic X(12).
       01 def-token pic X(40) occurs 8 times.
       01 def-pointer binary-long value 0.
       01 dt binary-long value 0.

       78 max-calendar-days value 800.
       01 calendar-table.
         05 calendar-entry occurs max-calendar-days times.
           10 cal-date pic 9(8).
           10 cal-class pic X(10).
       01 calendar-count binary-long value 0.
       01 cal-date-text pic X(10).
       01 cal-class-text pic X(10).
       01 cx binary-long value 0.
       01 lookup-date pic 9(8).
       01 lookup-class pic X(10).

      *The definition being run.
       01 rd-name pic X(30).
       01 rd-title pic X(80).
       01 rd-source pic X(10).
           88 source-ledger value "LEDGER".
           88 source-journal value "JOURNAL".
           88 source-stats value "STATS".
           88 source-alerts value "ALERTS".
           88 source-exceptions value "EXCEPTIONS".
           88 source-controls value "CONTROLS".
       01 rd-page-lines binary-long value 60.
       01 rd-from pic 9(8) value 0.
       01 rd-to pic 9(8) value 99999999.
       01 rd-problem pic X(80).
       01 filler pic X value 'y'.
           88 rd-usable value 'y'.
           88 rd-unusable value 'n'.
       01 filler pic X value 'n'.
           88 rd-found value 'y'.
           88 rd-not-found value 'n'.
       01 filler pic X value 'n'.
           88 rd-due value 'y'.
           88 rd-not-due value 'n'.

       78 max-criteria value 10.
       01 criteria-table.
         05 crit-entry occurs max-criteria times indexed by ci.
           10 crit-name pic X(12).
           10 crit-pos binary-long.
           10 crit-value-count binary-long.
           10 crit-value pic X(40) occurs 8 times.
       01 crit-count binary-long value 0.
       01 dayclass-table.
         05 dayclass-value pic X(10) occurs 8 times.
       01 dayclass-count binary-long value 0.
       01 sched-table.
         05 sched-class pic X(10) occurs 8 times.
       01 sched-count binary-long value 0.

       78 max-order-keys value 5.
       01 sort-table.
         05 sort-name pic X(12) occurs 3 times.
       01 sort-count binary-long value 0.
       01 break-table.
         05 break-name pic X(12) occurs 2 times.
         05 break-pos binary-long occurs 2 times.
         05 break-prev pic X(60) occurs 2 times.
       01 break-count binary-long value 0.
       01 order-table.
         05 order-pos binary-long occurs max-order-keys times.
       01 order-count binary-long value 0.
       01 ok binary-long value 0.

       78 max-columns value 10.
       01 column-table.
         05 col-entry occurs max-columns times indexed by co.
           10 col-name pic X(12).
           10 col-pos binary-long.
           10 col-width binary-long.
           10 col-offset binary-long.
           10 filler pic X.
               88 col-summed value 'y'.
               88 col-not-summed value 'n'.
           10 filler pic X.
               88 col-has-decimals value 'y'.
               88 col-whole value 'n'.
      *Totals by level: 1 the major break, 2 the minor, 3 overall.
           10 col-total pic S9(34)V99 occurs 3 times.
       01 column-count binary-long value 0.
       01 level-rows binary-long occurs 3 times.
       01 lv binary-long value 0.
       01 line-width binary-long value 0.

      *The chosen source's layout.
       01 src-field-table.
         05 src-field-name pic X(12) occurs 9 times.
         05 src-field-numeric pic X occurs 9 times.
       01 src-field-count binary-long value 0.
       01 src-stamp-pos binary-long value 0.
       01 src-runid-pos binary-long value 0.
       01 src-rest-pos binary-long value 0.
       01 src-default-name pic X(40).
       01 fx binary-long value 0.
       01 lookup-name pic X(12).
       01 lookup-pos binary-long value 0.

       01 row-fields.
         05 row-field pic X(60) occurs 9 times.
       01 row-pointer binary-long value 0.
       01 row-date pic 9(8).
       01 row-date-text pic X(8).
       01 filler pic X value 'y'.
           88 row-wanted value 'y'.
           88 row-unwanted value 'n'.
       01 filler pic X value 'n'.
           88 value-matched value 'y'.
           88 value-unmatched value 'n'.
       01 vx binary-long value 0.
       01 compare-a pic X(60).
       01 compare-b pic X(60).

       78 max-report-rows value 5000.
       01 row-count binary-long value 0.
       01 row-dropped binary-long value 0.
       01 row-table.
         05 row-entry occurs 0 to max-report-rows times
            depending on row-count indexed by rx.
           10 row-sort-key.
             15 row-key-part pic X(30) occurs max-order-keys times.
             15 row-seq pic 9(7).
           10 row-value pic X(60) occurs 9 times.
       01 key-right pic X(30) justified right.
       01 cell-right pic X(60) justified right.

       01 page-number binary-long value 0.
       01 page-disp pic Z(3)9.
       01 page-line-count binary-long value 0.
       01 page-pos binary-long value 0.
       01 count-disp pic Z(6)9.
       01 line-pointer binary-long value 0.
       01 heading-line pic X(200).
       01 held-line pic X(200).
       01 filler pic X value 'n'.
           88 sum-line-wanted value 'y'.
           88 no-sum-line value 'n'.
       01 dash-line pic X(200).
       01 csv-pointer binary-long value 0.
       01 csv-cell pic X(60).
       01 amount-work pic S9(34)V99.
       01 amount-disp pic -Z(32)9.99.
       01 whole-disp pic -Z(34)9.
       01 amount-text pic X(40).
       01 reports-run binary-long value 0.
       01 reports-run-disp pic Z(3)9.
       01 worst-return binary-long value 0.

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
           accept def-file-name from environment "AOC_REPORT_DEFS"
           if def-file-name = spaces
               move "AOC_REPORT_DEFS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to def-file-name
           end-if
           if def-file-name = spaces
               move "aoc_report_defs.txt" to def-file-name
           end-if
           move def-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to def-file-name
           accept wanted-report from environment "AOC_REPORT_NAME"
           move function upper-case(wanted-report) to wanted-report
           accept now-date from date yyyymmdd
           accept now-time from time
           perform resolve-run-date
           perform load-calendar
           move run-date to lookup-date
           perform find-day-class
           move lookup-class to run-day-class

           perform load-definitions
           if def-line-count = 0
               if wanted-report not = spaces
                   display "ReportWriter: no report definitions in "
                       function trim(def-file-name) "."
                   move 8 to return-code
               else
                   display "ReportWriter: no report definitions in "
                       function trim(def-file-name)
                       " - nothing to run."
               end-if
               goback
           end-if

           perform varying dl from 1 by 1 until dl > def-line-count
               move function trim(def-line(dl)) to def-work
               move spaces to def-keyword
               move spaces to rd-name
               unstring def-work delimited by all space
                   into def-keyword rd-name
               if function upper-case(def-keyword) = "REPORT"
                   move function upper-case(rd-name) to rd-name
                   if wanted-report = spaces or
                      wanted-report = rd-name
                       set rd-found to true
                       perform run-one-definition
                   end-if
               end-if
           end-perform

           if wanted-report not = spaces and rd-not-found
               display "ReportWriter: report "
                   function trim(wanted-report) " is not defined in "
                   function trim(def-file-name) "."
               move 8 to worst-return
           end-if
           move reports-run to reports-run-disp
           display "ReportWriter: " function trim(reports-run-disp)
               " report(s) produced for " run-date " ("
               function trim(run-day-name) ", "
               function trim(run-day-class) ")."
           move worst-return to return-code
           goback.

      *----------------------------------------------------------------
       resolve-run-date.
           accept run-date-text from environment "AOC_RUN_DATE"
           if run-date-text = spaces
               move "AOC_RUN_DATE" to config-lookup-key
               perform get-config-value
               move config-lookup-value to run-date-text
           end-if
           if run-date-text = spaces
               move now-date to run-date
           else
               move function numval(run-date-text) to run-date
           end-if
      *Day-of-week the way RunSchedule works it out: day 1 of the
      *standard date base (1601-01-01) was a Monday.
           compute run-day-number = function mod(
               function integer-of-date(run-date) - 1, 7) + 1
           evaluate run-day-number
               when 1 move "MONDAY" to run-day-name
               when 2 move "TUESDAY" to run-day-name
               when 3 move "WEDNESDAY" to run-day-name
               when 4 move "THURSDAY" to run-day-name
               when 5 move "FRIDAY" to run-day-name
               when 6 move "SATURDAY" to run-day-name
               when 7 move "SUNDAY" to run-day-name
           end-evaluate.

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

       find-day-class.
      *A date the calendar does not list is an ordinary business
      *day, as RunSchedule treats it.
           move "BUSINESS" to lookup-class
           perform varying cx from 1 by 1 until cx > calendar-count
               if cal-date(cx) = lookup-date
                   move cal-class(cx) to lookup-class
                   exit perform
               end-if
           end-perform.

       load-definitions.
           open input def-file
           if def-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read def-file
                   at end move 'y' to ws-eof
                   not at end
                       if def-record not = spaces and
                          function trim(def-record)(1:1) not = "*"
                          and def-line-count < max-def-lines
                           add 1 to def-line-count
                           move def-record to def-line(def-line-count)
                       end-if
               end-read
               if def-file-status not = "00" and
                  def-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close def-file.

      *----------------------------------------------------------------
       run-one-definition.
           perform reset-definition
           perform parse-definition-block
           if wanted-report = spaces
               perform check-schedule
               if rd-not-due
                   exit paragraph
               end-if
           end-if
           if rd-usable
               perform resolve-definition-fields
           end-if
           if rd-unusable
               display "ReportWriter: report " function trim(rd-name)
                   " not run - " function trim(rd-problem)
               move 8 to worst-return
               exit paragraph
           end-if
           perform collect-report-rows
           perform order-report-rows
           perform write-report
           add 1 to reports-run.

       reset-definition.
           move spaces to rd-title rd-source rd-problem
           move 60 to rd-page-lines
           move 0 to rd-from
           move 99999999 to rd-to
           set rd-usable to true
           move 0 to crit-count dayclass-count sched-count
               sort-count break-count column-count row-count
               row-dropped.

       parse-definition-block.
      *dl sits on the REPORT line; the block runs to END or the
      *next REPORT.
           perform varying dl from dl by 1 until dl > def-line-count
               move function trim(def-line(dl)) to def-work
               move spaces to def-keyword
               perform varying dt from 1 by 1 until dt > 8
                   move spaces to def-token(dt)
               end-perform
               move 1 to def-pointer
               unstring def-work delimited by all space
                   into def-keyword with pointer def-pointer
               unstring def-work delimited by all space
                   into def-token(1) def-token(2) def-token(3)
                        def-token(4) def-token(5) def-token(6)
                        def-token(7) def-token(8)
                   with pointer def-pointer
               move function upper-case(def-keyword) to def-keyword
               evaluate def-keyword
                   when "REPORT"
                       if def-token(1) not = rd-name and
                          function upper-case(def-token(1))
                              not = rd-name
                           subtract 1 from dl
                           exit perform
                       end-if
                   when "END"
                       exit perform
                   when "TITLE"
                       move 1 to def-pointer
                       unstring def-work delimited by all space
                           into def-keyword with pointer def-pointer
                       move def-work(def-pointer:) to rd-title
                   when "SOURCE"
                       move function upper-case(def-token(1))
                           to rd-source
                   when "SELECT"
                       perform parse-select-line
                   when "SORT"
                       perform varying dt from 1 by 1
                           until dt > 8 or def-token(dt) = spaces
                           if sort-count < 3
                               add 1 to sort-count
                               move function upper-case(def-token(dt))
                                   to sort-name(sort-count)
                           end-if
                       end-perform
                   when "BREAK"
                       perform varying dt from 1 by 1
                           until dt > 8 or def-token(dt) = spaces
                           if break-count < 2
                               add 1 to break-count
                               move function upper-case(def-token(dt))
                                   to break-name(break-count)
                           end-if
                       end-perform
                   when "COLUMN"
                       perform parse-column-line
                   when "PAGELINES"
                       if function trim(def-token(1)) is numeric
                           move function numval(def-token(1))
                               to rd-page-lines
                       end-if
                       if rd-page-lines < 10
                           move 10 to rd-page-lines
                       end-if
                   when "SCHEDULE"
                       perform varying dt from 1 by 1
                           until dt > 8 or def-token(dt) = spaces
                           add 1 to sched-count
                           move function upper-case(def-token(dt))
                               to sched-class(sched-count)
                       end-perform
                   when other
                       set rd-unusable to true
                       move spaces to rd-problem
                       string "unknown keyword "
                           function trim(def-keyword)
                           delimited by size into rd-problem
               end-evaluate
           end-perform
           if rd-title = spaces
               move rd-name to rd-title
           end-if.

       parse-select-line.
           move function upper-case(def-token(1)) to def-token(1)
           evaluate def-token(1)
               when "FROM"
                   if def-token(2)(1:8) is numeric
                       move def-token(2)(1:8) to rd-from
                   else
                       set rd-unusable to true
                       move "SELECT FROM needs a yyyymmdd date"
                           to rd-problem
                   end-if
               when "TO"
                   if def-token(2)(1:8) is numeric
                       move def-token(2)(1:8) to rd-to
                   else
                       set rd-unusable to true
                       move "SELECT TO needs a yyyymmdd date"
                           to rd-problem
                   end-if
               when "PERIOD"
                   perform set-period-range
               when "DAYCLASS"
                   perform varying dt from 2 by 1
                       until dt > 8 or def-token(dt) = spaces
                       add 1 to dayclass-count
                       move function upper-case(def-token(dt))
                           to dayclass-value(dayclass-count)
                   end-perform
               when other
                   if crit-count >= max-criteria
                       exit paragraph
                   end-if
                   add 1 to crit-count
                   set ci to crit-count
                   move def-token(1) to crit-name(ci)
                   move 0 to crit-value-count(ci)
                   perform varying dt from 2 by 1
                       until dt > 8 or def-token(dt) = spaces
                       add 1 to crit-value-count(ci)
                       move function upper-case(def-token(dt))
                           to crit-value(ci, crit-value-count(ci))
                   end-perform
           end-evaluate.

       set-period-range.
           evaluate function upper-case(def-token(2))
               when "TODAY"
                   move run-date to rd-from
                   move run-date to rd-to
               when "MONTH"
                   compute rd-from = run-yyyy * 10000 + run-mm * 100
                       + 1
                   compute rd-to = run-yyyy * 10000 + run-mm * 100
                       + 31
               when "QUARTER"
                   compute quarter-month =
                       ((run-mm - 1) / 3) * 3 + 1
                   compute rd-from = run-yyyy * 10000
                       + quarter-month * 100 + 1
                   compute rd-to = run-yyyy * 10000
                       + (quarter-month + 2) * 100 + 31
               when "YEAR"
                   compute rd-from = run-yyyy * 10000 + 101
                   compute rd-to = run-yyyy * 10000 + 1231
               when other
                   set rd-unusable to true
                   move "SELECT PERIOD is TODAY, MONTH, QUARTER or YEAR"
                       to rd-problem
           end-evaluate.

       parse-column-line.
           if column-count >= max-columns
               exit paragraph
           end-if
           add 1 to column-count
           set co to column-count
           move function upper-case(def-token(1)) to col-name(co)
           move 0 to col-width(co)
           set col-not-summed(co) to true
           perform varying dt from 2 by 1
               until dt > 3 or def-token(dt) = spaces
               if function upper-case(def-token(dt)) = "SUM"
                   set col-summed(co) to true
               else
                   if function trim(def-token(dt)) is numeric
                       move function numval(def-token(dt))
                           to col-width(co)
                   end-if
               end-if
           end-perform.

       check-schedule.
           set rd-not-due to true
           perform varying dt from 1 by 1 until dt > sched-count
               if sched-class(dt) = "DAILY" or
                  sched-class(dt) = run-day-name or
                  sched-class(dt) = run-day-class
                   set rd-due to true
                   exit perform
               end-if
           end-perform.

      *----------------------------------------------------------------
       resolve-definition-fields.
           perform set-source-layout
           if rd-unusable
               exit paragraph
           end-if
           perform varying ci from 1 by 1 until ci > crit-count
               move crit-name(ci) to lookup-name
               perform find-source-field
               move lookup-pos to crit-pos(ci)
           end-perform
           perform varying dt from 1 by 1 until dt > break-count
               move break-name(dt) to lookup-name
               perform find-source-field
               move lookup-pos to break-pos(dt)
           end-perform
      *Breaks lead the ordering so each group comes out together.
           move 0 to order-count
           perform varying dt from 1 by 1 until dt > break-count
               add 1 to order-count
               move break-pos(dt) to order-pos(order-count)
           end-perform
           perform varying dt from 1 by 1 until dt > sort-count
               move sort-name(dt) to lookup-name
               perform find-source-field
               add 1 to order-count
               move lookup-pos to order-pos(order-count)
           end-perform
           if column-count = 0
               perform varying fx from 1 by 1
                   until fx > src-field-count
                      or column-count >= max-columns
                   add 1 to column-count
                   move src-field-name(fx) to col-name(column-count)
                   move 0 to col-width(column-count)
                   set col-not-summed(column-count) to true
               end-perform
           end-if
           move 1 to line-width
           perform varying co from 1 by 1 until co > column-count
               move col-name(co) to lookup-name
               perform find-source-field
               move lookup-pos to col-pos(co)
               if lookup-pos > 0
                   if col-width(co) = 0
                       perform default-column-width
                   end-if
                   if col-width(co) > 60
                       move 60 to col-width(co)
                   end-if
                   if col-summed(co) and
                      src-field-numeric(lookup-pos) not = 'Y'
                       set rd-unusable to true
                       move spaces to rd-problem
                       string "column " function trim(col-name(co))
                           " is not numeric and cannot be summed"
                           delimited by size into rd-problem
                   end-if
                   move line-width to col-offset(co)
                   compute line-width = line-width + col-width(co) + 1
                   if line-width > 200
                       set rd-unusable to true
                       move "columns are wider than 200 characters"
                           to rd-problem
                   end-if
               end-if
           end-perform.

       find-source-field.
           move 0 to lookup-pos
           perform varying fx from 1 by 1 until fx > src-field-count
               if src-field-name(fx) = lookup-name
                   move fx to lookup-pos
                   exit perform
               end-if
           end-perform
           if lookup-pos = 0 and rd-usable
               set rd-unusable to true
               move spaces to rd-problem
               string "source " function trim(rd-source)
                   " has no field " function trim(lookup-name)
                   delimited by size into rd-problem
           end-if.

       default-column-width.
           compute col-width(co) = function length(
               function trim(col-name(co)))
           evaluate col-name(co)
               when "VALUE"
                   move 20 to col-width(co)
               when "STAMP"
                   move 17 to col-width(co)
               when "RUNID"
                   move 18 to col-width(co)
               when "REASON"
               when "RECORD"
                   move 40 to col-width(co)
               when "INPUT"
                   move 30 to col-width(co)
               when "USER"
               when "PROGRAM"
                   move 16 to col-width(co)
               when other
                   if col-width(co) < 10
                       move 10 to col-width(co)
                   end-if
           end-evaluate.

       set-source-layout.
           move 0 to src-stamp-pos src-runid-pos src-rest-pos
           move spaces to src-field-table
           perform varying fx from 1 by 1 until fx > 9
               move 'N' to src-field-numeric(fx)
           end-perform
           evaluate true
               when source-ledger
                   move "results_ledger.txt" to src-default-name
                   move 7 to src-field-count
                   move "PROGRAM" to src-field-name(1)
                   move "PART" to src-field-name(2)
                   move "VALUE" to src-field-name(3)
                   move 'Y' to src-field-numeric(3)
                   move "STAMP" to src-field-name(4)
                   move "RUNID" to src-field-name(5)
                   move "TAG" to src-field-name(6)
                   move "VERSION" to src-field-name(7)
                   move 4 to src-stamp-pos
                   move 5 to src-runid-pos
               when source-journal
                   move "aoc_run_journal.txt" to src-default-name
                   move 8 to src-field-count
                   move "PROGRAM" to src-field-name(1)
                   move "EVENT" to src-field-name(2)
                   move "USER" to src-field-name(3)
                   move "STAMP" to src-field-name(4)
                   move "STATUS" to src-field-name(5)
                   move "INPUT" to src-field-name(6)
                   move "RUNID" to src-field-name(7)
                   move "VERSION" to src-field-name(8)
                   move 4 to src-stamp-pos
                   move 7 to src-runid-pos
               when source-stats
                   move "run_statistics.txt" to src-default-name
                   move 7 to src-field-count
                   move "PROGRAM" to src-field-name(1)
                   move "STAMP" to src-field-name(2)
                   move "ELAPSED" to src-field-name(3)
                   move "PARSE" to src-field-name(4)
                   move "COMPUTE" to src-field-name(5)
                   move "REPORT" to src-field-name(6)
                   move 'Y' to src-field-numeric(3)
                   move 'Y' to src-field-numeric(4)
                   move 'Y' to src-field-numeric(5)
                   move 'Y' to src-field-numeric(6)
                   move "RUNID" to src-field-name(7)
                   move 2 to src-stamp-pos
                   move 7 to src-runid-pos
               when source-alerts
                   move "aoc_alerts.txt" to src-default-name
                   move 4 to src-field-count
                   move "SEVERITY" to src-field-name(1)
                   move "PROGRAM" to src-field-name(2)
                   move "REASON" to src-field-name(3)
                   move "STAMP" to src-field-name(4)
                   move 4 to src-stamp-pos
               when source-exceptions
                   move "aoc_exceptions.txt" to src-default-name
                   move 5 to src-field-count
                   move "PROGRAM" to src-field-name(1)
                   move "LINE" to src-field-name(2)
                   move "REASON" to src-field-name(3)
                   move "RUNID" to src-field-name(4)
                   move "RECORD" to src-field-name(5)
                   move 'Y' to src-field-numeric(2)
                   move 4 to src-runid-pos
                   move 5 to src-rest-pos
               when source-controls
                   move "aoc_control_totals.txt" to src-default-name
                   move 5 to src-field-count
                   move "PROGRAM" to src-field-name(1)
                   move "RUNID" to src-field-name(2)
                   move "READ" to src-field-name(3)
                   move "PROCESSED" to src-field-name(4)
                   move "REJECTED" to src-field-name(5)
                   move 'Y' to src-field-numeric(3)
                   move 'Y' to src-field-numeric(4)
                   move 'Y' to src-field-numeric(5)
                   move 2 to src-runid-pos
               when other
                   set rd-unusable to true
                   move spaces to rd-problem
                   string "SOURCE must be LEDGER, JOURNAL, STATS, "
                       "ALERTS, EXCEPTIONS or CONTROLS"
                       delimited by size into rd-problem
           end-evaluate.

      *----------------------------------------------------------------
       collect-report-rows.
           move src-default-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to source-file-name
           open input source-file
           if source-file-status not = "00"
               display "ReportWriter: report " function trim(rd-name)
                   " - source " function trim(source-file-name)
                   " not readable (file status " source-file-status
                   ") - report is empty."
               if worst-return < 4
                   move 4 to worst-return
               end-if
               exit paragraph
           end-if
               perform until ws-eof='y'
               read source-file
                   at end move 'y' to ws-eof
                   not at end
                       perform take-source-row
               end-read
               if source-file-status not = "00" and
                  source-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close source-file.

       take-source-row.
           if source-record = spaces
               exit paragraph
           end-if
           move spaces to row-fields
           move 1 to row-pointer
           if src-rest-pos > 0
               unstring source-record delimited by ","
                   into row-field(1) row-field(2) row-field(3)
                        row-field(4)
                   with pointer row-pointer
               if row-pointer <= length of source-record
                   move source-record(row-pointer:)
                       to row-field(src-rest-pos)
               end-if
           else
               unstring source-record delimited by ","
                   into row-field(1) row-field(2) row-field(3)
                        row-field(4) row-field(5) row-field(6)
                        row-field(7) row-field(8) row-field(9)
                   with pointer row-pointer
           end-if
           perform varying fx from 1 by 1 until fx > src-field-count
               move function trim(row-field(fx)) to row-field(fx)
           end-perform
           perform judge-source-row
           if row-unwanted
               exit paragraph
           end-if
           if row-count >= max-report-rows
               add 1 to row-dropped
               exit paragraph
           end-if
           add 1 to row-count
           set rx to row-count
           move row-count to row-seq(rx)
           perform varying fx from 1 by 1 until fx > 9
               move row-field(fx) to row-value(rx, fx)
           end-perform
           perform varying ok from 1 by 1 until ok > max-order-keys
               move spaces to row-key-part(rx, ok)
               if ok <= order-count
                   move order-pos(ok) to fx
                   if src-field-numeric(fx) = 'Y'
                       move function trim(row-field(fx)) to key-right
                       move key-right to row-key-part(rx, ok)
                   else
                       move function upper-case(row-field(fx))
                           to row-key-part(rx, ok)
                   end-if
               end-if
           end-perform.

       judge-source-row.
           set row-wanted to true
           move 0 to row-date
           move spaces to row-date-text
           if src-stamp-pos > 0
               move row-field(src-stamp-pos)(1:8) to row-date-text
           else
               if src-runid-pos > 0
                   move row-field(src-runid-pos)(2:8) to row-date-text
               end-if
           end-if
           if row-date-text is numeric
               move row-date-text to row-date
           end-if
           if rd-from > 0 or rd-to < 99999999
               if row-date = 0 or row-date < rd-from or
                  row-date > rd-to
                   set row-unwanted to true
                   exit paragraph
               end-if
           end-if
           if dayclass-count > 0
               move row-date to lookup-date
               perform find-day-class
               set value-unmatched to true
               perform varying vx from 1 by 1
                   until vx > dayclass-count
                   if dayclass-value(vx) = lookup-class
                       set value-matched to true
                       exit perform
                   end-if
               end-perform
               if value-unmatched
                   set row-unwanted to true
                   exit paragraph
               end-if
           end-if
           perform varying ci from 1 by 1 until ci > crit-count
               move function upper-case(row-field(crit-pos(ci)))
                   to compare-a
               set value-unmatched to true
               perform varying vx from 1 by 1
                   until vx > crit-value-count(ci)
                   move crit-value(ci, vx) to compare-b
                   if compare-a = compare-b
                       set value-matched to true
                       exit perform
                   end-if
               end-perform
               if value-unmatched
                   set row-unwanted to true
                   exit paragraph
               end-if
           end-perform.

       order-report-rows.
      *The sequence number closes every key, so rows that tie keep
      *their order on file.
           if order-count > 0 and row-count > 1
               sort row-entry ascending key row-sort-key
           end-if.

      *----------------------------------------------------------------
       write-report.
           move spaces to data-dir-filename
           string "report_" function lower-case(function trim(rd-name))
               ".txt" delimited by size into data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to print-file-name
           move spaces to data-dir-filename
           string "report_" function lower-case(function trim(rd-name))
               ".csv" delimited by size into data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to csv-file-name
           open output print-file
           if print-file-status not = "00"
               display "ReportWriter: cannot write "
                   function trim(print-file-name)
                   " (file status " print-file-status ")."
               move 8 to worst-return
               exit paragraph
           end-if
           open output csv-file
           move 0 to page-number
           move 0 to page-line-count
           perform build-column-headings
           perform write-csv-heading
           perform varying lv from 1 by 1 until lv > 3
               move 0 to level-rows(lv)
               perform varying co from 1 by 1 until co > column-count
                   move 0 to col-total(co, lv)
                   set col-whole(co) to true
               end-perform
           end-perform
           perform varying rx from 1 by 1 until rx > row-count
               perform check-control-breaks
               perform write-detail-row
               perform accumulate-row
           end-perform
           if row-count > 0
               if break-count >= 2
                   move 2 to lv
                   perform write-level-total
               end-if
               if break-count >= 1
                   move 1 to lv
                   perform write-level-total
               end-if
           end-if
           move 3 to lv
           perform write-level-total
           if row-dropped > 0
               move row-dropped to count-disp
               move spaces to print-line
               string "(" function trim(count-disp) " further row(s) "
                   "selected beyond the " max-report-rows
                   "-row limit were left out)"
                   delimited by size into print-line
               perform emit-print-line
           end-if
           close print-file
           close csv-file
           move row-count to count-disp
           display "ReportWriter: report " function trim(rd-name)
               " - " function trim(count-disp) " row(s) to "
               function trim(print-file-name).

       build-column-headings.
           move spaces to heading-line
           move spaces to dash-line
           perform varying co from 1 by 1 until co > column-count
               if src-field-numeric(col-pos(co)) = 'Y'
                   move function trim(col-name(co)) to cell-right
                   move cell-right(61 - col-width(co):col-width(co))
                       to heading-line(col-offset(co):col-width(co))
               else
                   move col-name(co)
                       to heading-line(col-offset(co):col-width(co))
               end-if
               move all "-"
                   to dash-line(col-offset(co):col-width(co))
           end-perform.

       write-page-heading.
           add 1 to page-number
           move page-number to page-disp
           move spaces to print-line
           move rd-title to print-line
           move line-width to page-pos
           if page-pos < 72
               move 72 to page-pos
           end-if
           string "Page " function trim(page-disp)
               delimited by size into print-line(page-pos - 9:)
           if page-number > 1
               write print-line after advancing page
           else
               write print-line
           end-if
           move spaces to print-line
           move row-count to count-disp
           string "Report " function trim(rd-name) " - source "
               function trim(rd-source) " - "
               function trim(count-disp) " row(s) - run date "
               run-date " - produced " now-date "-" now-time(1:6)
               delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           move heading-line to print-line
           write print-line
           move dash-line to print-line
           write print-line
           move 5 to page-line-count.

       emit-print-line.
           if page-number = 0 or page-line-count >= rd-page-lines
               move print-line to held-line
               perform write-page-heading
               move held-line to print-line
           end-if
           write print-line
           add 1 to page-line-count.

       write-detail-row.
           move spaces to print-line
           perform varying co from 1 by 1 until co > column-count
               move col-pos(co) to fx
               if src-field-numeric(fx) = 'Y'
                   move function trim(row-value(rx, fx)) to cell-right
                   move cell-right(61 - col-width(co):col-width(co))
                       to print-line(col-offset(co):col-width(co))
               else
                   move row-value(rx, fx)
                       to print-line(col-offset(co):col-width(co))
               end-if
           end-perform
           perform emit-print-line
           move spaces to csv-line
           move 1 to csv-pointer
           perform varying co from 1 by 1 until co > column-count
               move row-value(rx, col-pos(co)) to csv-cell
               inspect csv-cell replacing all "," by ";"
               if co > 1
                   string "," delimited by size into csv-line
                       with pointer csv-pointer
               end-if
               string function trim(csv-cell) delimited by size
                   into csv-line with pointer csv-pointer
           end-perform
           write csv-line.

       write-csv-heading.
           move spaces to csv-line
           move 1 to csv-pointer
           perform varying co from 1 by 1 until co > column-count
               if co > 1
                   string "," delimited by size into csv-line
                       with pointer csv-pointer
               end-if
               string function trim(col-name(co)) delimited by size
                   into csv-line with pointer csv-pointer
           end-perform
           write csv-line.

       check-control-breaks.
      *A change in the major field closes the minor group too.
           if break-count = 0
               exit paragraph
           end-if
           if rx = 1
               perform varying dt from 1 by 1 until dt > break-count
                   move row-value(rx, break-pos(dt)) to break-prev(dt)
               end-perform
               exit paragraph
           end-if
           if row-value(rx, break-pos(1)) not = break-prev(1)
               if break-count >= 2
                   move 2 to lv
                   perform write-level-total
               end-if
               move 1 to lv
               perform write-level-total
           else
               if break-count >= 2 and
                  row-value(rx, break-pos(2)) not = break-prev(2)
                   move 2 to lv
                   perform write-level-total
               end-if
           end-if
           perform varying dt from 1 by 1 until dt > break-count
               move row-value(rx, break-pos(dt)) to break-prev(dt)
           end-perform.

       accumulate-row.
           perform varying lv from 1 by 1 until lv > 3
               add 1 to level-rows(lv)
           end-perform
           perform varying co from 1 by 1 until co > column-count
               if col-summed(co)
                   move function trim(row-value(rx, col-pos(co)))
                       to amount-text
                   if function test-numval(amount-text) = 0
                       compute amount-work =
                           function numval(amount-text)
                       perform note-decimal-point
                       perform varying lv from 1 by 1 until lv > 3
                           add amount-work to col-total(co, lv)
                       end-perform
                   end-if
               end-if
           end-perform.

       note-decimal-point.
           move 0 to fx
           inspect amount-text tallying fx for all "."
           if fx > 0
               set col-has-decimals(co) to true
           end-if.

       write-level-total.
      *lv 1 and 2 close a break group (labelled with the value that
      *is ending), lv 3 is the report total.
           move spaces to print-line
           move level-rows(lv) to count-disp
           if lv = 3
               string "** Report total - " function trim(count-disp)
                   " row(s)"
                   delimited by size into print-line
           else
               string "** " function trim(break-name(lv)) " "
                   function trim(break-prev(lv)) " - "
                   function trim(count-disp) " row(s)"
                   delimited by size into print-line
           end-if
           perform emit-print-line
           move spaces to print-line
           set no-sum-line to true
           perform varying co from 1 by 1 until co > column-count
               if col-summed(co)
                   set sum-line-wanted to true
                   if col-has-decimals(co)
                       move col-total(co, lv) to amount-disp
                       move amount-disp to cell-right
                   else
                       move col-total(co, lv) to whole-disp
                       move whole-disp to cell-right
                   end-if
                   move function trim(cell-right) to cell-right
                   move cell-right(61 - col-width(co):col-width(co))
                       to print-line(col-offset(co):col-width(co))
               end-if
           end-perform
           if sum-line-wanted
               perform emit-print-line
           end-if
           move spaces to print-line
           perform emit-print-line
           move 0 to level-rows(lv)
           perform varying co from 1 by 1 until co > column-count
               move 0 to col-total(co, lv)
           end-perform.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program ReportWriter.
