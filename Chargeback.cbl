       program-id. Chargeback as "Chargeback".

      *----------------------------------------------------------------
      * Monthly chargeback of batch processing to the departments
      * that drive it.  For the period AOC_CHARGE_PERIOD (yyyymm,
      * default the current month) each Day program run is found as
      * a START/END pair in the run journal - the user on START is
      * the one who drove it - and joined to the elapsed seconds
      * run_statistics.txt recorded as the run ended: the first
      * statistics row for that program stamped at or after the
      * END.  Drivers and utilities journal but record no statistics
      * of their own (their time is the Day programs' time), so they
      * are never charged twice.
      *
      * The user-to-department file (AOC_CHARGE_USERS, default
      * chargeback_users.txt) maps each user id to a department and
      * cost centre:
      *     user-id   department  cost-centre
      * and the rate file (AOC_CHARGE_RATES, default
      * chargeback_rates.txt) gives the charge per elapsed second by
      * program, with a DEFAULT line for the rest:
      *     program   rate-per-second
      * Both take "*" comment lines.  Runs by a user with no mapping,
      * and statistics rows no journal pair claims, are charged to
      * the UNALLOCATED bucket rather than dropped.
      *
      * Outputs: chargeback_statement_yyyymm.txt, one section per
      * department with the detail by program, and
      * chargeback_feed_yyyymm.txt, the fixed-layout feed for the
      * finance system - a header (H, period, extract date/time,
      * source system), one detail per department and program (D,
      * department, cost centre, program, runs, seconds, rate,
      * charge) and a trailer (T, detail count, total seconds,
      * total charge).  Each run's charge is rounded to the cent
      * before it is summed, so the details add up to the trailer.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select charge-users-file assign to dynamic
               charge-users-file-name
               line sequential
               file status is charge-users-file-status.

           select charge-rates-file assign to dynamic
               charge-rates-file-name
               line sequential
               file status is charge-rates-file-status.

           select statement-file assign to dynamic
               statement-file-name
               line sequential
               file status is statement-file-status.

           select charge-feed-file assign to dynamic
               charge-feed-file-name
               line sequential
               file status is charge-feed-file-status.

           copy 'JournalSelect.cpy'.

           copy 'StatsSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd charge-users-file.
       01 charge-users-line pic X(100).

       fd charge-rates-file.
       01 charge-rates-line pic X(100).

       fd statement-file.
       01 statement-line pic X(100).

       fd charge-feed-file.
       01 charge-feed-record pic X(100).

       copy 'JournalFd.cpy'.

       copy 'StatsFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 charge-users-file-name pic X(200)
           value "chargeback_users.txt".
       01 charge-users-file-status pic X(2).
       01 charge-rates-file-name pic X(200)
           value "chargeback_rates.txt".
       01 charge-rates-file-status pic X(2).
       01 statement-file-name pic X(200).
       01 statement-file-status pic X(2).
       01 charge-feed-file-name pic X(200).
       01 charge-feed-file-status pic X(2).
       01 run-stats-file-name pic X(200)
           value "run_statistics.txt".
       01 run-stats-file-status pic X(2).

       78 source-system-code value "AOCBATCH".
       78 unallocated-dept value "UNALLOCATED".

       01 charge-period-text pic X(10).
       01 charge-period pic 9(6).
       01 charge-date pic 9(8).
       01 charge-time pic 9(8).

      *Journal START/END pairs for the period, in journal order.
       78 max-charge-runs value 3000.
       01 charge-run-table.
         05 charge-run occurs max-charge-runs times indexed by cr.
           10 run-program pic X(16).
           10 run-user pic X(30).
           10 run-run-id pic X(20).
           10 run-end-stamp pic X(17).
           10 run-state pic X.
               88 run-open value 'O'.
               88 run-ended value 'E'.
               88 run-joined value 'J'.
       01 charge-run-count binary-long value 0.

       78 max-charge-users value 300.
       01 charge-user-table.
         05 user-entry occurs max-charge-users times indexed by cu.
           10 user-id pic X(30).
           10 user-dept pic X(12).
           10 user-cost-centre pic X(10).
       01 charge-user-count binary-long value 0.

       78 max-charge-rates value 60.
       01 charge-rate-table.
         05 rate-entry occurs max-charge-rates times indexed by rt.
           10 rate-program pic X(16).
           10 rate-per-second pic 9(5)v9(4).
       01 charge-rate-count binary-long value 0.
       01 default-rate pic 9(5)v9(4) value 0.
       01 filler pic X value 'n'.
           88 default-rate-set value 'y'.

      *One line per department and program; UNALLOCATED collects
      *the runs nobody can be charged for by name.
       78 max-charge-lines value 400.
       01 charge-line-table.
         05 charge-line occurs max-charge-lines times indexed by cl.
           10 line-dept pic X(12).
           10 line-cost-centre pic X(10).
           10 line-program pic X(16).
           10 line-runs binary-long.
           10 line-seconds pic 9(9)v99 comp-3.
           10 line-rate pic 9(5)v9(4).
           10 line-charge pic 9(11)v99 comp-3.
       01 charge-line-count binary-long value 0.

       78 max-unmapped-users value 40.
       01 unmapped-user-table.
         05 unmapped-user pic X(30) occurs max-unmapped-users times
            indexed by uu.
       01 unmapped-user-count binary-long value 0.

       78 max-charge-depts value 100.
       01 dept-order-table.
         05 dept-order pic X(12) occurs max-charge-depts times
            indexed by dx.
       01 dept-order-count binary-long value 0.

       01 jrow-program pic X(16).
       01 jrow-event pic X(5).
       01 jrow-user pic X(30).
       01 jrow-stamp pic X(17).
       01 jrow-status pic X(7).
       01 jrow-input pic X(200).
       01 jrow-run-id pic X(20).

       01 stats-program pic X(16).
       01 stats-stamp pic X(17).
       01 stats-elapsed-text pic X(12).
       01 stats-seconds pic 9(7)v99 value 0.

       01 ref-field-1 pic X(30).
       01 ref-field-2 pic X(20).
       01 ref-field-3 pic X(20).
       01 rate-whole-text pic X(10).
       01 rate-fraction-text pic X(10).

       01 charge-dept pic X(12).
       01 charge-cost-centre pic X(10).
       01 charge-user pic X(30).
       01 charge-rate pic 9(5)v9(4).
       01 run-charge pic 9(11)v99 value 0.
       01 filler pic X value 'n'.
           88 item-found value 'y'.
           88 item-missing value 'n'.

       01 dept-runs binary-long value 0.
       01 dept-seconds pic 9(9)v99 value 0.
       01 dept-charge pic 9(11)v99 value 0.
       01 total-runs binary-long value 0.
       01 total-seconds pic 9(11)v99 value 0.
       01 total-charge pic 9(13)v99 value 0.
       01 unjoined-runs binary-long value 0.
       01 unpaired-stats binary-long value 0.
       01 unrated-runs binary-long value 0.
       01 rejected-ref-lines binary-long value 0.
       01 feed-count binary-long value 0.

       01 count-disp pic Z(6)9.
       01 seconds-disp pic Z(8)9.99.
       01 charge-disp pic Z(10)9.99.
       01 rate-disp pic Z(4)9.9999.
       01 line-pointer binary-long value 1.

       01 feed-header.
           05 fhd-type pic X value "H".
           05 fhd-period pic 9(6).
           05 fhd-date pic 9(8).
           05 fhd-time pic 9(8).
           05 fhd-source pic X(8).

       01 feed-detail.
           05 fdt-type pic X value "D".
           05 fdt-dept pic X(12).
           05 fdt-cost-centre pic X(10).
           05 fdt-program pic X(16).
           05 fdt-runs pic 9(7).
           05 fdt-seconds pic 9(9)v99.
           05 fdt-rate pic 9(5)v9(4).
           05 fdt-charge pic 9(11)v99.

       01 feed-trailer.
           05 ftr-type pic X value "T".
           05 ftr-count pic 9(9).
           05 ftr-seconds pic 9(11)v99.
           05 ftr-charge pic 9(13)v99.

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
           move run-stats-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to run-stats-file-name

           accept charge-users-file-name from environment
               "AOC_CHARGE_USERS"
           if charge-users-file-name = spaces
               move "AOC_CHARGE_USERS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to charge-users-file-name
           end-if
           if charge-users-file-name = spaces
               move "chargeback_users.txt" to charge-users-file-name
           end-if
           move charge-users-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to charge-users-file-name

           accept charge-rates-file-name from environment
               "AOC_CHARGE_RATES"
           if charge-rates-file-name = spaces
               move "AOC_CHARGE_RATES" to config-lookup-key
               perform get-config-value
               move config-lookup-value to charge-rates-file-name
           end-if
           if charge-rates-file-name = spaces
               move "chargeback_rates.txt" to charge-rates-file-name
           end-if
           move charge-rates-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to charge-rates-file-name

           perform resolve-charge-period
           accept charge-date from date yyyymmdd
           accept charge-time from time
           move spaces to data-dir-filename
           string "chargeback_statement_" charge-period ".txt"
               delimited by size into data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to statement-file-name
           move spaces to data-dir-filename
           string "chargeback_feed_" charge-period ".txt"
               delimited by size into data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to charge-feed-file-name

           perform load-charge-users
           perform load-charge-rates
           if not default-rate-set
               display "Chargeback: no DEFAULT rate in "
                   function trim(charge-rates-file-name)
                   " - programs without their own rate are charged "
                   "nothing."
           end-if

           perform pair-journal-runs
           perform join-run-statistics
           perform count-unjoined-runs

           perform write-chargeback-statement
           perform write-chargeback-feed

           move total-runs to count-disp
           move total-charge to charge-disp
           display "Chargeback: period " charge-period " - "
               function trim(count-disp) " run(s) charged, total "
               function trim(charge-disp)
           display "Chargeback: statement "
               function trim(statement-file-name)
           display "Chargeback: finance feed "
               function trim(charge-feed-file-name)
           goback.

       resolve-charge-period.
           accept charge-period-text from environment
               "AOC_CHARGE_PERIOD"
           if charge-period-text = spaces
               move "AOC_CHARGE_PERIOD" to config-lookup-key
               perform get-config-value
               move config-lookup-value to charge-period-text
           end-if
           if charge-period-text = spaces
               accept charge-date from date yyyymmdd
               move charge-date(1:6) to charge-period
           else
               if charge-period-text(1:6) is not numeric or
                  charge-period-text(7:4) not = spaces
                   display "Chargeback: AOC_CHARGE_PERIOD must be "
                       "yyyymm - aborting."
                   move 8 to return-code
                   goback
               end-if
               move charge-period-text(1:6) to charge-period
           end-if.

       load-charge-users.
           open input charge-users-file
           if charge-users-file-status not = "00"
               display "Chargeback: no user-to-department file at "
                   function trim(charge-users-file-name)
                   " - every run is UNALLOCATED."
               exit paragraph
           end-if
               perform until ws-eof='y'
               read charge-users-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-charge-user
               end-read
               if charge-users-file-status not = "00" and
                  charge-users-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close charge-users-file.

       absorb-charge-user.
           if charge-users-line = spaces or
              charge-users-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to ref-field-1
           move spaces to ref-field-2
           move spaces to ref-field-3
           unstring charge-users-line delimited by all space
               into ref-field-1 ref-field-2 ref-field-3
           if ref-field-2 = spaces or ref-field-2(13:8) not = spaces
              or ref-field-3(11:10) not = spaces
              or ref-field-2 = unallocated-dept
               add 1 to rejected-ref-lines
               display "Chargeback: user line rejected - "
                   function trim(charge-users-line)
               exit paragraph
           end-if
           if charge-user-count >= max-charge-users
               add 1 to rejected-ref-lines
               display "Chargeback: more than " max-charge-users
                   " users mapped - "
                   function trim(ref-field-1) " ignored."
               exit paragraph
           end-if
           add 1 to charge-user-count
           set cu to charge-user-count
           move ref-field-1 to user-id(cu)
           move ref-field-2 to user-dept(cu)
           move ref-field-3 to user-cost-centre(cu).

       load-charge-rates.
           open input charge-rates-file
           if charge-rates-file-status not = "00"
               display "Chargeback: no rate file at "
                   function trim(charge-rates-file-name)
                   " - runs are counted but charged nothing."
               exit paragraph
           end-if
               perform until ws-eof='y'
               read charge-rates-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-charge-rate
               end-read
               if charge-rates-file-status not = "00" and
                  charge-rates-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close charge-rates-file.

       absorb-charge-rate.
      *A rate is whole units with up to four decimals - the
      *unstring on "." keeps the check to plain digit tests.
           if charge-rates-line = spaces or
              charge-rates-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to ref-field-1
           move spaces to ref-field-2
           unstring charge-rates-line delimited by all space
               into ref-field-1 ref-field-2
           move spaces to rate-whole-text
           move spaces to rate-fraction-text
           unstring ref-field-2 delimited by "."
               into rate-whole-text rate-fraction-text
           if rate-whole-text = spaces
               move "0" to rate-whole-text
           end-if
           if rate-fraction-text = spaces
               move "0" to rate-fraction-text
           end-if
           if function trim(rate-whole-text) is not numeric or
              function trim(rate-fraction-text) is not numeric or
              function length(function trim(rate-whole-text)) > 5
              or function length(function trim(rate-fraction-text))
                 > 4
              or ref-field-2 = spaces
               add 1 to rejected-ref-lines
               display "Chargeback: rate line rejected - "
                   function trim(charge-rates-line)
               exit paragraph
           end-if
           if ref-field-1 = "DEFAULT"
               compute default-rate = function numval(ref-field-2)
               set default-rate-set to true
               exit paragraph
           end-if
           if charge-rate-count >= max-charge-rates
               add 1 to rejected-ref-lines
               display "Chargeback: more than " max-charge-rates
                   " program rates - " function trim(ref-field-1)
                   " ignored."
               exit paragraph
           end-if
           add 1 to charge-rate-count
           set rt to charge-rate-count
           move ref-field-1 to rate-program(rt)
           compute rate-per-second(rt) = function numval(ref-field-2).

       pair-journal-runs.
           open input journal-file
           if journal-file-status not = "00"
               display "Chargeback: no run journal at "
                   function trim(journal-file-name)
               exit paragraph
           end-if
               perform until ws-eof='y'
               read journal-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-journal-row
               end-read
               if journal-file-status not = "00" and
                  journal-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close journal-file.

       absorb-journal-row.
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
           if jrow-stamp(1:6) not = charge-period
               exit paragraph
           end-if
           if jrow-event = "START"
               if charge-run-count >= max-charge-runs
                   exit paragraph
               end-if
               add 1 to charge-run-count
               set cr to charge-run-count
               move jrow-program to run-program(cr)
               move jrow-user to run-user(cr)
               move jrow-run-id to run-run-id(cr)
               move spaces to run-end-stamp(cr)
               set run-open(cr) to true
               exit paragraph
           end-if
           if jrow-event not = "END"
               exit paragraph
           end-if
      *The END closes the latest open START for the same program
      *and run identifier.
           perform varying cr from charge-run-count by -1
               until cr < 1
               if run-open(cr) and run-program(cr) = jrow-program
                  and run-run-id(cr) = jrow-run-id
                   move jrow-stamp to run-end-stamp(cr)
                   set run-ended(cr) to true
                   exit perform
               end-if
           end-perform.

       join-run-statistics.
           open input run-stats-file
           if run-stats-file-status not = "00"
               display "Chargeback: no run statistics at "
                   function trim(run-stats-file-name)
                   " - nothing to charge."
               exit paragraph
           end-if
               perform until ws-eof='y'
               read run-stats-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-stats-row
               end-read
               if run-stats-file-status not = "00" and
                  run-stats-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close run-stats-file.

       absorb-stats-row.
      *A statistics row belongs to the earliest ended run of the
      *same program whose END it follows; with none it is charged
      *UNALLOCATED.
           if run-stats-line = spaces
               exit paragraph
           end-if
           move spaces to stats-program
           move spaces to stats-stamp
           move spaces to stats-elapsed-text
           unstring run-stats-line delimited by ","
               into stats-program stats-stamp stats-elapsed-text
           if stats-stamp(1:6) not = charge-period
               exit paragraph
           end-if
           compute stats-seconds = function numval(stats-elapsed-text)
           set item-missing to true
           perform varying cr from 1 by 1 until cr > charge-run-count
               if run-ended(cr) and run-program(cr) = stats-program
                  and run-end-stamp(cr) <= stats-stamp
                   set run-joined(cr) to true
                   set item-found to true
                   move run-user(cr) to charge-user
                   exit perform
               end-if
           end-perform
           if item-missing
               add 1 to unpaired-stats
               move "(no journal)" to charge-user
           end-if
           perform charge-one-run.

       charge-one-run.
           move unallocated-dept to charge-dept
           move spaces to charge-cost-centre
           if charge-user not = "(no journal)"
               perform varying cu from 1 by 1
                   until cu > charge-user-count
                   if user-id(cu) = charge-user
                       move user-dept(cu) to charge-dept
                       move user-cost-centre(cu) to charge-cost-centre
                       exit perform
                   end-if
               end-perform
           end-if
           if charge-dept = unallocated-dept
               perform note-unmapped-user
           end-if
           move default-rate to charge-rate
           set item-missing to true
           perform varying rt from 1 by 1 until rt > charge-rate-count
               if rate-program(rt) = stats-program
                   move rate-per-second(rt) to charge-rate
                   set item-found to true
                   exit perform
               end-if
           end-perform
           if item-missing and not default-rate-set
               add 1 to unrated-runs
           end-if
           compute run-charge rounded = stats-seconds * charge-rate
           perform find-charge-line
           add 1 to line-runs(cl)
           add stats-seconds to line-seconds(cl)
           add run-charge to line-charge(cl)
           add 1 to total-runs
           add stats-seconds to total-seconds
           add run-charge to total-charge.

       note-unmapped-user.
           perform varying uu from 1 by 1
               until uu > unmapped-user-count
               if unmapped-user(uu) = charge-user
                   exit paragraph
               end-if
           end-perform
           if unmapped-user-count < max-unmapped-users
               add 1 to unmapped-user-count
               set uu to unmapped-user-count
               move charge-user to unmapped-user(uu)
           end-if.

       find-charge-line.
      *Leaves cl on the department/program line, creating it (and
      *the department's place in the statement) when new.
           perform varying cl from 1 by 1 until cl > charge-line-count
               if line-dept(cl) = charge-dept and
                  line-program(cl) = stats-program and
                  line-rate(cl) = charge-rate
                   exit paragraph
               end-if
           end-perform
           if charge-line-count >= max-charge-lines
               display "Chargeback: more than " max-charge-lines
                   " department/program lines - raise "
                   "max-charge-lines and recompile - aborting."
               move 8 to return-code
               goback
           end-if
           add 1 to charge-line-count
           set cl to charge-line-count
           move charge-dept to line-dept(cl)
           move charge-cost-centre to line-cost-centre(cl)
           move stats-program to line-program(cl)
           move charge-rate to line-rate(cl)
           move 0 to line-runs(cl)
           move 0 to line-seconds(cl)
           move 0 to line-charge(cl)
           perform varying dx from 1 by 1 until dx > dept-order-count
               if dept-order(dx) = charge-dept
                   exit paragraph
               end-if
           end-perform
           if dept-order-count < max-charge-depts
               add 1 to dept-order-count
               set dx to dept-order-count
               move charge-dept to dept-order(dx)
           end-if.

       count-unjoined-runs.
      *Day program runs whose END never met a statistics row (an
      *abort before the timer stopped) are listed, not charged;
      *programs that keep no statistics at all are not counted.
           perform varying cr from 1 by 1 until cr > charge-run-count
               if run-program(cr)(1:3) = "Day" and
                  run-program(cr)(4:1) is numeric and
                  not run-joined(cr)
                   add 1 to unjoined-runs
               end-if
           end-perform.

       write-chargeback-statement.
           open output statement-file
           if statement-file-status not = "00"
               display "Chargeback: cannot write "
                   function trim(statement-file-name)
                   " (file status " statement-file-status
                   ") - aborting."
               move 8 to return-code
               goback
           end-if
           move "=== Batch chargeback statement ===" to statement-line
           write statement-line
           move spaces to statement-line
           string "Period:    " charge-period
               delimited by size into statement-line
           write statement-line
           move spaces to statement-line
           string "Prepared:  " charge-date "-" charge-time
               delimited by size into statement-line
           write statement-line
           move default-rate to rate-disp
           move spaces to statement-line
           if default-rate-set
               string "Rates:     "
                   function trim(charge-rates-file-name)
                   " (DEFAULT " function trim(rate-disp)
                   " per second)"
                   delimited by size into statement-line
           else
               string "Rates:     "
                   function trim(charge-rates-file-name)
                   " (no DEFAULT rate)"
                   delimited by size into statement-line
           end-if
           write statement-line
      *Departments in the order first charged, UNALLOCATED last.
           perform varying dx from 1 by 1 until dx > dept-order-count
               if dept-order(dx) not = unallocated-dept
                   move dept-order(dx) to charge-dept
                   perform write-dept-section
               end-if
           end-perform
           move unallocated-dept to charge-dept
           perform write-dept-section
           move spaces to statement-line
           write statement-line
           move total-runs to count-disp
           move total-seconds to seconds-disp
           move total-charge to charge-disp
           move spaces to statement-line
           string "Grand total: " function trim(count-disp)
               " run(s), " function trim(seconds-disp)
               " second(s), charge " function trim(charge-disp)
               delimited by size into statement-line
           write statement-line
           if unjoined-runs > 0
               move unjoined-runs to count-disp
               move spaces to statement-line
               string "Day program runs with no statistics row "
                   "(not charged): " function trim(count-disp)
                   delimited by size into statement-line
               write statement-line
           end-if
           if unrated-runs > 0
               move unrated-runs to count-disp
               move spaces to statement-line
               string "Runs of programs with no rate (charged "
                   "nothing): " function trim(count-disp)
                   delimited by size into statement-line
               write statement-line
           end-if
           if rejected-ref-lines > 0
               move rejected-ref-lines to count-disp
               move spaces to statement-line
               string "Reference lines rejected: "
                   function trim(count-disp)
                   delimited by size into statement-line
               write statement-line
           end-if
           close statement-file.

       write-dept-section.
           move 0 to dept-runs
           move 0 to dept-seconds
           move 0 to dept-charge
           move spaces to charge-cost-centre
           perform varying cl from 1 by 1 until cl > charge-line-count
               if line-dept(cl) = charge-dept
                   move line-cost-centre(cl) to charge-cost-centre
               end-if
           end-perform
           move spaces to statement-line
           write statement-line
           move spaces to statement-line
           if charge-dept = unallocated-dept
               move "Department UNALLOCATED" to statement-line
           else
               string "Department " charge-dept " cost centre "
                   charge-cost-centre
                   delimited by size into statement-line
           end-if
           write statement-line
           move "  Program             Runs      Seconds    Rate/sec"
             & "         Charge" to statement-line
           write statement-line
           perform varying cl from 1 by 1 until cl > charge-line-count
               if line-dept(cl) = charge-dept
                   perform write-charge-detail
               end-if
           end-perform
           move dept-runs to count-disp
           move dept-seconds to seconds-disp
           move dept-charge to charge-disp
           move spaces to statement-line
           string "  Department total " count-disp " " seconds-disp
               "            " charge-disp
               delimited by size into statement-line
           write statement-line
           if charge-dept = unallocated-dept and
              unmapped-user-count > 0
               move spaces to statement-line
               move 1 to line-pointer
               string "  Unmapped user(s):"
                   delimited by size into statement-line
                   with pointer line-pointer
               perform varying uu from 1 by 1
                   until uu > unmapped-user-count
                   string " " function trim(unmapped-user(uu))
                       delimited by size into statement-line
                       with pointer line-pointer
               end-perform
               write statement-line
           end-if.

       write-charge-detail.
           add line-runs(cl) to dept-runs
           add line-seconds(cl) to dept-seconds
           add line-charge(cl) to dept-charge
           move line-runs(cl) to count-disp
           move line-seconds(cl) to seconds-disp
           move line-rate(cl) to rate-disp
           move line-charge(cl) to charge-disp
           move spaces to statement-line
           string "  " line-program(cl) " " count-disp " "
               seconds-disp " " rate-disp " " charge-disp
               delimited by size into statement-line
           write statement-line.

       write-chargeback-feed.
           open output charge-feed-file
           if charge-feed-file-status not = "00"
               display "Chargeback: cannot write "
                   function trim(charge-feed-file-name)
                   " (file status " charge-feed-file-status
                   ") - aborting."
               move 8 to return-code
               goback
           end-if
           move charge-period to fhd-period
           move charge-date to fhd-date
           move charge-time to fhd-time
           move source-system-code to fhd-source
           move feed-header to charge-feed-record
           write charge-feed-record
           perform varying cl from 1 by 1 until cl > charge-line-count
               move line-dept(cl) to fdt-dept
               move line-cost-centre(cl) to fdt-cost-centre
               move line-program(cl) to fdt-program
               move line-runs(cl) to fdt-runs
               move line-seconds(cl) to fdt-seconds
               move line-rate(cl) to fdt-rate
               move line-charge(cl) to fdt-charge
               move feed-detail to charge-feed-record
               write charge-feed-record
               add 1 to feed-count
           end-perform
           move feed-count to ftr-count
           move total-seconds to ftr-seconds
           move total-charge to ftr-charge
           move feed-trailer to charge-feed-record
           write charge-feed-record
           close charge-feed-file.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program Chargeback.
