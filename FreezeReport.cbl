       program-id. FreezeReport as "FreezeReport".

      *----------------------------------------------------------------
      * Change-freeze report for the change advisory board: every
      * window of the change-freeze calendar (AOC_FREEZE_CALENDAR,
      * default aoc_freeze_calendar.txt) with every change made or
      * attempted inside it.
      *     AOC_FREEZE_FROM   first date (yyyymmdd) of interest;
      *                       default the start of the calendar
      *     AOC_FREEZE_TO     last date (yyyymmdd); default the end
      * A window is listed when it overlaps the range.
      *
      * Two sources are read.  The freeze register
      * (AOC_FREEZE_REGISTER, default aoc_freeze_register.txt) holds
      * what the maintenance programs recorded through
      * FreezeCheck.cpy: EMERGENCY changes with their change number,
      * SOFT-freeze changes, and REFUSED attempts.  The
      * configuration history ConfigHistory keeps
      * (AOC_CONFIG_HISTORY, default aoc_config_history.txt) shows
      * configuration changes found inside a window however they
      * were made; one is REGISTERED when an earlier emergency or
      * soft-freeze change in the same window touched the
      * configuration (a RefTableMaint operator-set save, or a
      * ControlRestore of the CONFIG role or of a whole set), and
      * UNREGISTERED otherwise - an edit that went round the
      * controls.
      *
      * Output: freeze_change_report.txt in the data directory.
      * Return code 4 when an unregistered change was found or there
      * is no calendar, 8 when the report cannot be written.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select history-file assign to dynamic history-file-name
               line sequential
               file status is history-file-status.

           select freeze-report-file assign to dynamic
               freeze-report-file-name
               line sequential
               file status is freeze-report-file-status.

           copy 'FreezeSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd history-file.
       01 history-line pic X(500).

       fd freeze-report-file.
       01 freeze-report-line pic X(200).

       copy 'FreezeFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 history-file-name pic X(200).
       01 history-file-status pic X(2).
       01 freeze-report-file-name pic X(200).
       01 freeze-report-file-status pic X(2).

       01 select-from-text pic X(10).
       01 select-to-text pic X(10).
       01 select-from pic 9(8) value 0.
       01 select-to pic 9(8) value 99999999.

       78 max-windows value 100.
       01 window-table.
         05 window-entry occurs max-windows times indexed by wx.
           10 win-from pic X(8).
           10 win-to pic X(8).
           10 win-level pic X(4).
           10 win-reason pic X(60).
           10 win-made binary-long.
           10 win-emergency binary-long.
           10 win-refused binary-long.
           10 win-detected binary-long.
           10 win-unregistered binary-long.
       01 window-count binary-long value 0.

      *Register rows and configuration-history rows are held
      *against the window they fall in; change-source tells them
      *apart.
       78 max-changes value 2000.
       01 change-table.
         05 change-entry occurs max-changes times indexed by cx.
           10 chg-window binary-long.
           10 chg-source pic X.
               88 chg-from-register value 'R'.
               88 chg-from-history value 'H'.
           10 chg-stamp pic X(17).
           10 chg-program pic X(16).
           10 chg-user pic X(30).
           10 chg-modified pic X(17).
           10 chg-object pic X(60).
           10 chg-outcome pic X(12).
           10 chg-number pic X(20).
           10 chg-old pic X(40).
           10 chg-new pic X(40).
       01 change-count binary-long value 0.
       01 match-cx binary-long value 0.
       01 config-restore-tally binary-long value 0.
       01 report-pointer binary-long value 0.
       01 history-window binary-long value 0.

       01 row-stamp pic X(17).
       01 row-program pic X(16).
       01 row-user pic X(30).
       01 row-object pic X(60).
       01 row-level pic X(4).
       01 row-outcome pic X(12).
       01 row-number pic X(20).
       01 row-from pic X(10).
       01 row-to pic X(10).
       01 row-run-id pic X(20).
       01 row-modified pic X(17).
       01 row-kind pic X(7).
       01 row-key pic X(30).
       01 row-old pic X(200).
       01 row-new pic X(200).
       01 row-pointer binary-long value 0.
       01 row-date pic X(8).

       01 total-made binary-long value 0.
       01 total-emergency binary-long value 0.
       01 total-refused binary-long value 0.
       01 total-unregistered binary-long value 0.
       01 count-disp pic Z(6)9.
       01 count-disp-2 pic Z(6)9.
       01 count-disp-3 pic Z(6)9.
       01 filler pic X value 'n'.
           88 config-change-covered value 'y'.
           88 config-change-uncovered value 'n'.

       copy 'FreezeFields.cpy'.
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
           perform locate-freeze-files
           accept history-file-name from environment
               "AOC_CONFIG_HISTORY"
           if history-file-name = spaces
               move "AOC_CONFIG_HISTORY" to config-lookup-key
               perform get-config-value
               move config-lookup-value to history-file-name
           end-if
           if history-file-name = spaces
               move "aoc_config_history.txt" to history-file-name
           end-if
           move history-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to history-file-name
           move "freeze_change_report.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to freeze-report-file-name

           perform settle-selection

           open input freeze-calendar-file
           if freeze-calendar-file-status not = "00"
               display "FreezeReport: no change-freeze calendar at "
                   function trim(freeze-calendar-file-name)
                   " (file status " freeze-calendar-file-status ")."
               move 4 to return-code
               goback
           end-if
               perform until ws-eof='y'
               read freeze-calendar-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-freeze-window
               end-read
               if freeze-calendar-file-status not = "00" and
                  freeze-calendar-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close freeze-calendar-file

           open input freeze-register-file
           if freeze-register-file-status = "00"
               perform until ws-eof='y'
               read freeze-register-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-register-row
               end-read
               if freeze-register-file-status not = "00" and
                  freeze-register-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close freeze-register-file
           end-if

           open input history-file
           if history-file-status = "00"
               perform until ws-eof='y'
               read history-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-history-row
               end-read
               if history-file-status not = "00" and
                  history-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close history-file
           end-if

           open output freeze-report-file
           if freeze-report-file-status not = "00"
               display "FreezeReport: cannot write "
                   function trim(freeze-report-file-name)
                   " (file status " freeze-report-file-status ")."
               move 8 to return-code
               goback
           end-if
           move spaces to freeze-report-line
           string "Changes during change-freeze windows - "
               select-from " to " select-to
               delimited by size into freeze-report-line
           write freeze-report-line
           move spaces to freeze-report-line
           write freeze-report-line
           perform varying wx from 1 by 1 until wx > window-count
               perform write-window-section
           end-perform
           if window-count = 0
               move "No change-freeze window overlaps the selection."
                   to freeze-report-line
               write freeze-report-line
               move spaces to freeze-report-line
               write freeze-report-line
           end-if
           move window-count to count-disp
           move spaces to freeze-report-line
           string "Freeze windows         : " function trim(count-disp)
               delimited by size into freeze-report-line
           write freeze-report-line
           move total-made to count-disp
           move total-emergency to count-disp-2
           move spaces to freeze-report-line
           string "Changes made           : " function trim(count-disp)
               " (" function trim(count-disp-2) " emergency)"
               delimited by size into freeze-report-line
           write freeze-report-line
           move total-refused to count-disp
           move spaces to freeze-report-line
           string "Changes refused        : " function trim(count-disp)
               delimited by size into freeze-report-line
           write freeze-report-line
           move total-unregistered to count-disp
           move spaces to freeze-report-line
           string "Unregistered changes   : " function trim(count-disp)
               delimited by size into freeze-report-line
           write freeze-report-line
           close freeze-report-file

           move total-made to count-disp
           move total-refused to count-disp-2
           move total-unregistered to count-disp-3
           display "FreezeReport: " function trim(count-disp)
               " change(s) made, " function trim(count-disp-2)
               " refused, " function trim(count-disp-3)
               " unregistered - "
               function trim(freeze-report-file-name)
           if total-unregistered > 0
               move 4 to return-code
           end-if
           goback.

       settle-selection.
           accept select-from-text from environment "AOC_FREEZE_FROM"
           if select-from-text = spaces
               move "AOC_FREEZE_FROM" to config-lookup-key
               perform get-config-value
               move config-lookup-value to select-from-text
           end-if
           if select-from-text(1:8) is numeric
               move select-from-text(1:8) to select-from
           end-if
           accept select-to-text from environment "AOC_FREEZE_TO"
           if select-to-text = spaces
               move "AOC_FREEZE_TO" to config-lookup-key
               perform get-config-value
               move config-lookup-value to select-to-text
           end-if
           if select-to-text(1:8) is numeric
               move select-to-text(1:8) to select-to
           end-if.

       load-freeze-window.
      *The calendar's own layout and level rules, as
      *match-freeze-window reads them.
           if freeze-calendar-record = spaces or
              freeze-calendar-record(1:1) = "*"
               exit paragraph
           end-if
           move spaces to freeze-row-from freeze-row-to
               freeze-row-level freeze-row-reason
           move 1 to freeze-row-pointer
           unstring freeze-calendar-record delimited by all space
               into freeze-row-from freeze-row-to freeze-row-level
               with pointer freeze-row-pointer
           if freeze-row-pointer <= length of freeze-calendar-record
               move freeze-calendar-record(freeze-row-pointer:)
                   to freeze-row-reason
           end-if
           if freeze-row-from(1:8) is not numeric or
              freeze-row-to(1:8) is not numeric or
              freeze-row-from(9:2) not = spaces or
              freeze-row-to(9:2) not = spaces
               exit paragraph
           end-if
           if freeze-row-to(1:8) < select-from or
              freeze-row-from(1:8) > select-to
               exit paragraph
           end-if
           if window-count >= max-windows
               exit paragraph
           end-if
           if freeze-row-level not = "SOFT"
               move "HARD" to freeze-row-level
           end-if
           add 1 to window-count
           set wx to window-count
           move freeze-row-from to win-from(wx)
           move freeze-row-to to win-to(wx)
           move freeze-row-level to win-level(wx)
           move function trim(freeze-row-reason) to win-reason(wx)
           move 0 to win-made(wx) win-emergency(wx) win-refused(wx)
               win-detected(wx) win-unregistered(wx).

       load-register-row.
      *A register row carries the window it was checked against, so
      *it belongs to that window even if the calendar has since
      *been edited around it.
           if freeze-register-record = spaces
               exit paragraph
           end-if
           move spaces to row-stamp row-program row-user row-object
               row-level row-outcome row-number row-from row-to
           unstring freeze-register-record delimited by ","
               into row-stamp row-program row-user row-object
                    row-level row-outcome row-number row-from row-to
           perform varying wx from 1 by 1 until wx > window-count
               if win-from(wx) = row-from and win-to(wx) = row-to
                   exit perform
               end-if
           end-perform
           if wx > window-count or change-count >= max-changes
               exit paragraph
           end-if
           add 1 to change-count
           set cx to change-count
           set chg-window(cx) to wx
           set chg-from-register(cx) to true
           move row-stamp to chg-stamp(cx)
           move row-program to chg-program(cx)
           move row-user to chg-user(cx)
           move row-object to chg-object(cx)
           move row-outcome to chg-outcome(cx)
           move row-number to chg-number(cx)
           move spaces to chg-modified(cx) chg-old(cx) chg-new(cx)
           evaluate row-outcome
               when "REFUSED"
                   add 1 to win-refused(wx)
                   add 1 to total-refused
               when "EMERGENCY"
                   add 1 to win-made(wx)
                   add 1 to win-emergency(wx)
                   add 1 to total-made
                   add 1 to total-emergency
               when other
                   add 1 to win-made(wx)
                   add 1 to total-made
           end-evaluate.

       load-history-row.
           if history-line = spaces
               exit paragraph
           end-if
           move spaces to row-run-id row-stamp row-modified row-kind
               row-key row-old row-new
           move 1 to row-pointer
           unstring history-line delimited by ","
               into row-run-id row-stamp row-modified row-kind
                    row-key row-old
               with pointer row-pointer
           if row-pointer <= length of history-line
               move history-line(row-pointer:) to row-new
           end-if
           if row-stamp(1:8) is not numeric
               exit paragraph
           end-if
      *Where windows overlap the change belongs to the HARD one,
      *as it would have for check-change-freeze.
           move row-stamp(1:8) to row-date
           move 0 to history-window
           perform varying wx from 1 by 1 until wx > window-count
               if row-date >= win-from(wx) and row-date <= win-to(wx)
                   if history-window = 0 or win-level(wx) = "HARD"
                       set history-window to wx
                   end-if
                   if win-level(wx) = "HARD"
                       exit perform
                   end-if
               end-if
           end-perform
           if history-window = 0 or change-count >= max-changes
               exit paragraph
           end-if
           set wx to history-window
           perform find-covering-change
           add 1 to change-count
           set cx to change-count
           set chg-window(cx) to wx
           set chg-from-history(cx) to true
           move row-stamp to chg-stamp(cx)
           move "ConfigHistory" to chg-program(cx)
           move spaces to chg-user(cx)
           move row-modified to chg-modified(cx)
           move spaces to chg-object(cx)
           string function trim(row-kind) " " function trim(row-key)
               delimited by size into chg-object(cx)
           move row-old to chg-old(cx)
           move row-new to chg-new(cx)
           move spaces to chg-number(cx)
           add 1 to win-detected(wx)
           if config-change-covered
               move "REGISTERED" to chg-outcome(cx)
               move chg-number(match-cx) to chg-number(cx)
           else
               move "UNREGISTERED" to chg-outcome(cx)
               add 1 to win-unregistered(wx)
               add 1 to total-unregistered
           end-if.

       find-covering-change.
      *The latest registered configuration change in the same
      *window stamped no later than the history row accounts for
      *it.
           set config-change-uncovered to true
           move 0 to match-cx
           perform varying cx from 1 by 1 until cx > change-count
               move 0 to config-restore-tally
               inspect chg-object(cx) tallying config-restore-tally
                   for all "all roles" all "role CONFIG"
               if chg-from-register(cx) and chg-window(cx) = wx and
                  chg-outcome(cx) not = "REFUSED" and
                  chg-stamp(cx) <= row-stamp and
                  (chg-object(cx)(1:7) = "CONFIG " or
                   config-restore-tally > 0)
                   set config-change-covered to true
                   set match-cx to cx
               end-if
           end-perform.

       write-window-section.
           move spaces to freeze-report-line
           string "Freeze " win-from(wx) " to " win-to(wx) "  "
               win-level(wx) "  " function trim(win-reason(wx))
               delimited by size into freeze-report-line
           write freeze-report-line
           if win-made(wx) = 0 and win-refused(wx) = 0 and
              win-detected(wx) = 0
               move "  no change made or attempted"
                   to freeze-report-line
               write freeze-report-line
           end-if
           perform varying cx from 1 by 1 until cx > change-count
               if chg-window(cx) = wx and chg-from-register(cx)
                   perform write-register-change
               end-if
           end-perform
           if win-detected(wx) > 0
               move "  Configuration changes found by ConfigHistory:"
                   to freeze-report-line
               write freeze-report-line
               perform varying cx from 1 by 1 until cx > change-count
                   if chg-window(cx) = wx and chg-from-history(cx)
                       perform write-history-change
                   end-if
               end-perform
           end-if
           move win-made(wx) to count-disp
           move win-emergency(wx) to count-disp-2
           move win-refused(wx) to count-disp-3
           move spaces to freeze-report-line
           move 1 to report-pointer
           string "  made " function trim(count-disp)
               " (" function trim(count-disp-2) " emergency), "
               "refused " function trim(count-disp-3)
               delimited by size into freeze-report-line
               with pointer report-pointer
           if win-unregistered(wx) > 0
               move win-unregistered(wx) to count-disp
               string ", UNREGISTERED " function trim(count-disp)
                   delimited by size into freeze-report-line
                   with pointer report-pointer
           end-if
           write freeze-report-line
           move spaces to freeze-report-line
           write freeze-report-line.

       write-register-change.
           move spaces to freeze-report-line
           move 1 to report-pointer
           string "  " chg-stamp(cx) " " chg-outcome(cx) " "
               chg-program(cx) " " function trim(chg-user(cx))
               delimited by size into freeze-report-line
               with pointer report-pointer
           if chg-number(cx) not = spaces
               string " change " function trim(chg-number(cx))
                   delimited by size into freeze-report-line
                   with pointer report-pointer
           end-if
           write freeze-report-line
           move spaces to freeze-report-line
           string "      " function trim(chg-object(cx))
               delimited by size into freeze-report-line
           write freeze-report-line.

       write-history-change.
           move spaces to freeze-report-line
           move 1 to report-pointer
           string "  " chg-stamp(cx) " " chg-outcome(cx) " "
               function trim(chg-object(cx))
               " (file modified " function trim(chg-modified(cx)) ")"
               delimited by size into freeze-report-line
               with pointer report-pointer
           if chg-number(cx) not = spaces
               string " change " function trim(chg-number(cx))
                   delimited by size into freeze-report-line
                   with pointer report-pointer
           end-if
           write freeze-report-line
           move spaces to freeze-report-line
           string "      was [" function trim(chg-old(cx))
               "]  now [" function trim(chg-new(cx)) "]"
               delimited by size into freeze-report-line
           write freeze-report-line.

       copy 'FreezeCheck.cpy'
           replacing ==program-name-tag== by =="FreezeReport"==.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program FreezeReport.
