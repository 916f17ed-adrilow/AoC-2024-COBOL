       program-id. ShiftHandover as "ShiftHandover".

      *----------------------------------------------------------------
      * Shift handover: one report over the last AOC_HANDOVER_HOURS
      * (default 12) gathered from the places an outgoing operator
      * would otherwise visit one by one.
      *   - batch windows run (DayBatch START/END in the journal)
      *     and their outcome, with any step that ended other than
      *     OK;
      *   - alerts raised in the period that nobody has acknowledged
      *     (aoc_alert_acks.txt, matched the way AlertMonitor does);
      *   - exceptions still PENDING or UNMARKED (AOC_EXCEPTION_DISP,
      *     as ExceptionDisp reads it) - every open one counted by
      *     program, those from runs in the period listed;
      *   - drift items still OPEN (aoc_drift_items.txt);
      *   - operator run notes entered in the period;
      *   - steps over their time budget (aoc_time_budgets.txt): one
      *     running now past its allowance according to the batch
      *     status board, and any that finished over it in the
      *     period (run_statistics.txt);
      *   - overrides used in the period - period lock, seal,
      *     regression waiver, run-lock takeover (the override
      *     register, aoc_override_register.txt).
      *
      * Unsigned, the handover is a draft in shift_handover.txt,
      * rewritten each time.  With AOC_HANDOVER_SIGNOFF set to the
      * outgoing operator's user id it is signed off: written as
      * shift_handover_yyyymmdd-hhmmss.txt and listed in the dated
      * series in aoc_handover_register.txt:
      *     stamp,signed-by,period-from,period-to,file,open-items
      *
      * Return code 4 when open items are being handed over.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select handover-file assign to dynamic handover-file-name
               line sequential
               file status is handover-file-status.

           select register-file assign to dynamic register-file-name
               line sequential
               file status is register-file-status.

           select acks-file assign to dynamic acks-file-name
               line sequential
               file status is acks-file-status.

           select disp-file assign to dynamic disp-file-name
               line sequential
               file status is disp-file-status.

           select exceptions-file assign to dynamic
               exceptions-file-name
               line sequential
               file status is exceptions-file-status.

           select drift-items-file assign to dynamic
               drift-items-file-name
               line sequential
               file status is drift-items-file-status.

           select notes-file assign to dynamic notes-file-name
               line sequential
               file status is notes-file-status.

           select budget-file assign to dynamic budget-file-name
               line sequential
               file status is budget-file-status.

           select board-file assign to dynamic board-file-name
               line sequential
               file status is board-file-status.

           copy 'JournalSelect.cpy'.

           copy 'AlertSelect.cpy'.

           copy 'StatsSelect.cpy'.

           copy 'OverrideSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd handover-file.
       01 handover-line pic X(200).

       fd register-file.
       01 register-line pic X(300).

       fd acks-file.
       01 acks-line pic X(120).

       fd disp-file.
       01 disp-line pic X(200).

       fd exceptions-file.
       01 exceptions-line pic X(300).

       fd drift-items-file.
       01 drift-items-record pic X(200).

       fd notes-file.
       01 notes-record pic X(200).

       fd budget-file.
       01 budget-line pic X(40).

       fd board-file.
       01 board-line pic X(120).

       copy 'JournalFd.cpy'.

       copy 'AlertFd.cpy'.

       copy 'StatsFd.cpy'.

       copy 'OverrideFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 handover-file-name pic X(200).
       01 handover-file-status pic X(2).
       01 register-file-name pic X(200)
           value "aoc_handover_register.txt".
       01 register-file-status pic X(2).
       01 acks-file-name pic X(200) value "aoc_alert_acks.txt".
       01 acks-file-status pic X(2).
       01 disp-file-name pic X(200).
       01 disp-file-status pic X(2).
       01 exceptions-file-name pic X(200)
           value "aoc_exceptions.txt".
       01 exceptions-file-status pic X(2).
       01 drift-items-file-name pic X(200)
           value "aoc_drift_items.txt".
       01 drift-items-file-status pic X(2).
       01 notes-file-name pic X(200) value "aoc_run_notes.txt".
       01 notes-file-status pic X(2).
       01 budget-file-name pic X(200) value "aoc_time_budgets.txt".
       01 budget-file-status pic X(2).
       01 board-file-name pic X(200).
       01 board-file-status pic X(2).
       01 run-stats-file-name pic X(200)
           value "run_statistics.txt".
       01 run-stats-file-status pic X(2).

      *The period runs from now back AOC_HANDOVER_HOURS; stamps
      *everywhere are yyyymmdd-hhmmsscc, so they compare as text.
       01 handover-hours binary-long value 12.
       01 hours-text pic X(6).
       01 hours-disp pic Z(3)9.
       01 now-date pic 9(8).
       01 now-time pic 9(8).
       01 now-time-r redefines now-time.
           05 now-hh pic 9(2).
           05 now-mm pic 9(2).
           05 now-ss pic 9(2).
           05 now-cc pic 9(2).
       01 now-seconds binary-long value 0.
       01 from-day binary-long value 0.
       01 from-seconds binary-long value 0.
       01 from-date pic 9(8).
       01 from-hh pic 9(2).
       01 from-mm pic 9(2).
       01 from-ss pic 9(2).
       01 period-from-stamp pic X(17).
       01 period-to-stamp pic X(17).

       01 signoff-user pic X(30).
       01 login-user pic X(30).
       01 filler pic X value 'n'.
           88 handover-signed value 'y'.
           88 handover-draft value 'n'.

      *Batch windows seen in the period and the steps in them that
      *ended other than OK.
       78 max-windows value 60.
       01 window-table.
         05 window-entry occurs max-windows times indexed by wx.
           10 win-run-id pic X(20).
           10 win-user pic X(30).
           10 win-start pic X(17).
           10 win-end pic X(17).
           10 win-status pic X(7).
       01 window-count binary-long value 0.
       78 max-step-issues value 200.
       01 step-issue-table.
         05 step-issue occurs max-step-issues times indexed by sx.
           10 issue-run-id pic X(20).
           10 issue-program pic X(16).
           10 issue-status pic X(7).
           10 issue-stamp pic X(17).
           10 filler pic X value 'n'.
               88 issue-shown value 'y'.
               88 issue-not-shown value 'n'.
       01 step-issue-count binary-long value 0.
       01 jrow-program pic X(16).
       01 jrow-event pic X(5).
       01 jrow-user pic X(30).
       01 jrow-stamp pic X(17).
       01 jrow-status pic X(7).
       01 jrow-input pic X(200).
       01 jrow-run-id pic X(20).

       78 max-acks value 500.
       01 ack-table.
         05 ack-entry occurs max-acks times indexed by ak.
           10 ack-severity pic X(8).
           10 ack-program pic X(16).
           10 ack-reason pic X(60).
       01 ack-count binary-long value 0.
       01 arow-severity pic X(8).
       01 arow-program pic X(16).
       01 arow-reason pic X(60).
       01 arow-stamp pic X(17).
       01 filler pic X value 'n'.
           88 alert-acked value 'y'.
           88 alert-not-acked value 'n'.

       78 max-dispositions value 2000.
       01 disposition-table.
         05 disposition-entry occurs max-dispositions times
            indexed by dx.
           10 disp-program pic X(16).
           10 disp-line-no pic X(10).
           10 disp-reason pic X(40).
           10 disp-mark pic X(10).
       01 disposition-count binary-long value 0.
       01 xrow-program pic X(16).
       01 xrow-line-no pic X(10).
       01 xrow-reason pic X(40).
       01 xrow-run-id pic X(20).
       01 xrow-mark pic X(10).
       01 xrow-stamp pic X(17).
       78 max-exception-programs value 30.
       01 open-exception-table.
         05 open-exception-entry occurs max-exception-programs times
            indexed by ox.
           10 oexc-program pic X(16).
           10 oexc-pending binary-long.
           10 oexc-unmarked binary-long.
       01 open-exception-programs binary-long value 0.

       01 ditem-status pic X(6).
       01 ditem-program pic X(10).
       01 ditem-part pic X(10).
       01 ditem-old pic X(38).
       01 ditem-new pic X(38).
       01 ditem-run-id pic X(20).

       01 nrow-run-id pic X(20).
       01 nrow-author pic X(30).
       01 nrow-stamp pic X(17).
       01 nrow-text pic X(120).
       01 nrow-pointer binary-long value 0.

       78 max-budgets value 40.
       01 budget-table.
         05 budget-entry occurs max-budgets times indexed by bx.
           10 budget-program pic X(16).
           10 budget-seconds binary-long.
       01 budget-count binary-long value 0.
       01 budget-program-text pic X(16).
       01 budget-seconds-text pic X(10).
       01 srow-program pic X(16).
       01 srow-stamp pic X(17).
       01 srow-elapsed-text pic X(12).
       01 srow-elapsed pic 9(7)v99.
       01 board-section pic X(14).
       01 board-state-text pic X(30).
       01 board-program pic X(16).
       01 board-since pic X(8).
       01 board-since-r redefines board-since.
           05 board-since-hh pic 9(2).
           05 filler pic X.
           05 board-since-mm pic 9(2).
           05 filler pic X.
           05 board-since-ss pic 9(2).
       01 running-seconds binary-long value 0.

       01 orow-name pic X(24).
       01 orow-program pic X(16).
       01 orow-user pic X(30).
       01 orow-run-id pic X(20).
       01 orow-stamp pic X(17).
       01 orow-detail pic X(160).
       01 orow-pointer binary-long value 0.

       01 section-heading pic X(60).
       01 section-count binary-long value 0.
       01 open-alert-count binary-long value 0.
       01 open-exception-count binary-long value 0.
       01 open-drift-count binary-long value 0.
       01 over-budget-count binary-long value 0.
       01 override-use-count binary-long value 0.
       01 note-count binary-long value 0.
       01 open-item-total binary-long value 0.
       01 count-disp pic Z(6)9.
       01 count-disp-2 pic Z(6)9.
       01 count-disp-3 pic Z(6)9.
       01 elapsed-disp pic Z(6)9.99.
       01 budget-disp pic Z(6)9.
       01 report-stamp pic X(15).

       copy 'JournalFields.cpy'.
       copy 'AlertFields.cpy'.
       copy 'OverrideFields.cpy'.
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
           perform settle-handover-period
           perform resolve-file-names

           perform load-alert-acks
           perform load-exception-dispositions
           perform load-time-budgets

           if handover-signed
               move spaces to data-dir-filename
               string "shift_handover_" report-stamp ".txt"
                   delimited by size into data-dir-filename
           else
               move "shift_handover.txt" to data-dir-filename
           end-if
           perform apply-data-dir-prefix
           move data-dir-filename to handover-file-name
           open output handover-file
           if handover-file-status not = "00"
               display "ShiftHandover: cannot write "
                   function trim(handover-file-name)
                   " (file status " handover-file-status ")."
               move 8 to return-code
               goback
           end-if
           move handover-hours to hours-disp
           move spaces to handover-line
           string "Shift handover - last " function trim(hours-disp)
               " hour(s), " period-from-stamp(1:15) " to "
               period-to-stamp(1:15)
               delimited by size into handover-line
           write handover-line
           move spaces to handover-line
           if handover-signed
               string "Signed off by " function trim(signoff-user)
                   " at " period-to-stamp(1:15)
                   delimited by size into handover-line
               if login-user not = signoff-user
                   string function trim(handover-line)
                       " (logged in as " function trim(login-user)
                       ")" delimited by size into handover-line
               end-if
           else
               move "DRAFT - not signed off (set AOC_HANDOVER_SIGNOFF "
                 & "to your user id to sign)" to handover-line
           end-if
           write handover-line

           perform report-batch-windows
           perform report-open-alerts
           perform report-open-exceptions
           perform report-open-drift
           perform report-run-notes
           perform report-over-budget
           perform report-overrides

           compute open-item-total = open-alert-count
               + open-exception-count + open-drift-count
               + over-budget-count
           perform write-blank-line
           move open-item-total to count-disp
           move spaces to handover-line
           string "Open items handed over: " function trim(count-disp)
               delimited by size into handover-line
           write handover-line
           close handover-file

           if handover-signed
               perform record-signed-handover
           end-if
           move open-item-total to count-disp
           display "ShiftHandover: " function trim(count-disp)
               " open item(s) - see " function trim(handover-file-name)
           if open-item-total > 0
               move 4 to return-code
           end-if
           goback.

       settle-handover-period.
           accept hours-text from environment "AOC_HANDOVER_HOURS"
           if hours-text = spaces
               move "AOC_HANDOVER_HOURS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to hours-text
           end-if
           if hours-text not = spaces and
              function test-numval(hours-text) = 0
               move function numval(hours-text) to handover-hours
           end-if
           if handover-hours < 1
               move 12 to handover-hours
           end-if
           accept now-date from date yyyymmdd
           accept now-time from time
           move spaces to period-to-stamp
           string now-date "-" now-time
               delimited by size into period-to-stamp
           move period-to-stamp(1:15) to report-stamp
           compute now-seconds = (now-hh * 60 + now-mm) * 60 + now-ss
           compute from-day = function integer-of-date(now-date)
           compute from-seconds = now-seconds - handover-hours * 3600
           perform until from-seconds >= 0
               add 86400 to from-seconds
               subtract 1 from from-day
           end-perform
           compute from-date = function date-of-integer(from-day)
           divide from-seconds by 3600 giving from-hh
               remainder from-seconds
           divide from-seconds by 60 giving from-mm
               remainder from-ss
           move spaces to period-from-stamp
           string from-date "-" from-hh from-mm from-ss "00"
               delimited by size into period-from-stamp

           accept login-user from environment "USER"
           if login-user = spaces
               accept login-user from environment "LOGNAME"
           end-if
           if login-user = spaces
               move "unknown" to login-user
           end-if
           accept signoff-user from environment "AOC_HANDOVER_SIGNOFF"
           if signoff-user = spaces
               move "AOC_HANDOVER_SIGNOFF" to config-lookup-key
               perform get-config-value
               move config-lookup-value to signoff-user
           end-if
           if signoff-user not = spaces
               set handover-signed to true
           end-if.

       resolve-file-names.
           move register-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to register-file-name
           move acks-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to acks-file-name
           move exceptions-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to exceptions-file-name
           move drift-items-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to drift-items-file-name
           move notes-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to notes-file-name
           move budget-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to budget-file-name
           move run-stats-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to run-stats-file-name
           move "aoc_run_journal.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to journal-file-name
           move "aoc_alerts.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to alert-file-name
           move "aoc_override_register.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to override-file-name
           accept disp-file-name from environment
               "AOC_EXCEPTION_DISP"
           if disp-file-name = spaces
               move "AOC_EXCEPTION_DISP" to config-lookup-key
               perform get-config-value
               move config-lookup-value to disp-file-name
           end-if
           if disp-file-name = spaces
               move "aoc_exception_disp.txt" to disp-file-name
           end-if
           move disp-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to disp-file-name
           accept board-file-name from environment "AOC_STATUS_BOARD"
           if board-file-name = spaces
               move "AOC_STATUS_BOARD" to config-lookup-key
               perform get-config-value
               move config-lookup-value to board-file-name
           end-if
           if board-file-name = spaces
               move "aoc_batch_status.txt" to board-file-name
           end-if
           move board-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to board-file-name.

       write-blank-line.
           move spaces to handover-line
           write handover-line.

       write-section-heading.
           perform write-blank-line
           move section-heading to handover-line
           write handover-line
           move 0 to section-count.

       write-section-none.
           if section-count = 0
               move "  (none)" to handover-line
               write handover-line
           end-if.

      *----------------------------------------------------------------
       report-batch-windows.
           move "Batch windows" to section-heading
           perform write-section-heading
           move 0 to journal-busy-attempt
           open input journal-file
           perform until journal-file-status not = "61"
               or journal-busy-attempt >= journal-busy-retry-limit
               add 1 to journal-busy-attempt
               call "C$SLEEP" using journal-busy-wait-seconds
               open input journal-file
           end-perform
           if journal-file-status = "00"
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
               end-perform
               move 'n' to ws-eof
               close journal-file
           end-if
           perform varying wx from 1 by 1 until wx > window-count
               perform write-window-line
           end-perform
           perform write-section-none
      *Steps that ended badly outside any window seen here.
           perform varying sx from 1 by 1
               until sx > step-issue-count
               if issue-not-shown(sx)
                   add 1 to section-count
                   move spaces to handover-line
                   string "  " issue-stamp(sx)(1:15) " "
                       issue-program(sx) " ended "
                       function trim(issue-status(sx))
                       " (run " function trim(issue-run-id(sx)) ")"
                       delimited by size into handover-line
                   write handover-line
               end-if
           end-perform.

       absorb-journal-row.
           if journal-record = spaces
               exit paragraph
           end-if
           move spaces to jrow-program jrow-event jrow-user jrow-stamp
               jrow-status jrow-input jrow-run-id
           unstring journal-record delimited by ","
               into jrow-program jrow-event jrow-user jrow-stamp
                    jrow-status jrow-input jrow-run-id
           if jrow-stamp < period-from-stamp
               exit paragraph
           end-if
           if jrow-program = "DayBatch"
               perform varying wx from 1 by 1 until wx > window-count
                   if win-run-id(wx) = jrow-run-id
                       exit perform
                   end-if
               end-perform
               if wx > window-count
                   if window-count >= max-windows
                       exit paragraph
                   end-if
                   add 1 to window-count
                   set wx to window-count
                   move jrow-run-id to win-run-id(wx)
                   move jrow-user to win-user(wx)
                   move spaces to win-start(wx)
                   move spaces to win-end(wx)
                   move spaces to win-status(wx)
               end-if
               if jrow-event = "START"
                   move jrow-stamp to win-start(wx)
               end-if
               if jrow-event = "END"
                   move jrow-stamp to win-end(wx)
                   move jrow-status to win-status(wx)
               end-if
               exit paragraph
           end-if
           if jrow-event = "END" and jrow-status not = "OK" and
              step-issue-count < max-step-issues
               add 1 to step-issue-count
               set sx to step-issue-count
               move jrow-run-id to issue-run-id(sx)
               move jrow-program to issue-program(sx)
               move jrow-status to issue-status(sx)
               move jrow-stamp to issue-stamp(sx)
               set issue-not-shown(sx) to true
           end-if.

       write-window-line.
           add 1 to section-count
           move spaces to handover-line
           evaluate true
               when win-end(wx) = spaces
                   string "  " function trim(win-run-id(wx))
                       " started " win-start(wx)(1:15) " by "
                       function trim(win-user(wx))
                       " - no END yet (running, or it died)"
                       delimited by size into handover-line
               when win-start(wx) = spaces
                   string "  " function trim(win-run-id(wx))
                       " started before the period, ended "
                       win-end(wx)(1:15) " "
                       function trim(win-status(wx))
                       delimited by size into handover-line
               when other
                   string "  " function trim(win-run-id(wx))
                       " " win-start(wx)(1:15) " to "
                       win-end(wx)(1:15) " "
                       function trim(win-status(wx)) " ("
                       function trim(win-user(wx)) ")"
                       delimited by size into handover-line
           end-evaluate
           write handover-line
           perform varying sx from 1 by 1
               until sx > step-issue-count
               if issue-run-id(sx) = win-run-id(wx)
                   set issue-shown(sx) to true
                   move spaces to handover-line
                   string "      " issue-program(sx) " ended "
                       function trim(issue-status(sx))
                       delimited by size into handover-line
                   write handover-line
               end-if
           end-perform.

      *----------------------------------------------------------------
       report-open-alerts.
           move "Alerts raised and not acknowledged" to section-heading
           perform write-section-heading
           move 0 to alert-busy-attempt
           open input alert-file
           perform until alert-file-status not = "61"
               or alert-busy-attempt >= alert-busy-retry-limit
               add 1 to alert-busy-attempt
               call "C$SLEEP" using alert-busy-wait-seconds
               open input alert-file
           end-perform
           if alert-file-status = "00"
               perform until ws-eof='y'
               read alert-file
                   at end move 'y' to ws-eof
                   not at end
                       perform judge-alert-row
               end-read
               if alert-file-status not = "00" and
                  alert-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close alert-file
           end-if
           perform write-section-none.

       judge-alert-row.
           if alert-record = spaces
               exit paragraph
           end-if
           move spaces to arow-severity arow-program arow-reason
               arow-stamp
           unstring alert-record delimited by ","
               into arow-severity arow-program arow-reason arow-stamp
           if arow-stamp < period-from-stamp
               exit paragraph
           end-if
           set alert-not-acked to true
           perform varying ak from 1 by 1 until ak > ack-count
               if (ack-severity(ak) = "*" or
                   ack-severity(ak) = arow-severity) and
                  ack-program(ak) = arow-program and
                  ack-reason(ak) = arow-reason
                   set alert-acked to true
                   exit perform
               end-if
           end-perform
           if alert-acked
               exit paragraph
           end-if
           add 1 to section-count
           add 1 to open-alert-count
           move spaces to handover-line
           string "  " arow-stamp(1:15) " " arow-severity " "
               arow-program " " function trim(arow-reason)
               delimited by size into handover-line
           write handover-line.

      *----------------------------------------------------------------
       report-open-exceptions.
           move "Exceptions still PENDING or UNMARKED"
               to section-heading
           perform write-section-heading
           open input exceptions-file
           if exceptions-file-status = "00"
               perform until ws-eof='y'
               read exceptions-file
                   at end move 'y' to ws-eof
                   not at end
                       perform judge-exception-row
               end-read
               if exceptions-file-status not = "00" and
                  exceptions-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close exceptions-file
           end-if
           perform write-section-none
           perform varying ox from 1 by 1
               until ox > open-exception-programs
               move oexc-pending(ox) to count-disp
               move oexc-unmarked(ox) to count-disp-2
               move spaces to handover-line
               string "  open in all: " oexc-program(ox) " "
                   function trim(count-disp) " PENDING, "
                   function trim(count-disp-2) " UNMARKED"
                   delimited by size into handover-line
               write handover-line
           end-perform.

       judge-exception-row.
           if exceptions-line = spaces
               exit paragraph
           end-if
           move spaces to xrow-program xrow-line-no xrow-reason
               xrow-run-id
           unstring exceptions-line delimited by ","
               into xrow-program xrow-line-no xrow-reason xrow-run-id
           move "UNMARKED" to xrow-mark
           perform varying dx from 1 by 1
               until dx > disposition-count
               if disp-program(dx) = xrow-program and
                  disp-line-no(dx) = xrow-line-no and
                  disp-reason(dx) = xrow-reason
                   move disp-mark(dx) to xrow-mark
                   exit perform
               end-if
           end-perform
           if xrow-mark = "ACCEPTED" or xrow-mark = "FIXED"
               exit paragraph
           end-if
           if xrow-mark not = "UNMARKED"
               move "PENDING" to xrow-mark
           end-if
           add 1 to open-exception-count
           perform varying ox from 1 by 1
               until ox > open-exception-programs
               if oexc-program(ox) = xrow-program
                   exit perform
               end-if
           end-perform
           if ox > open-exception-programs and
              open-exception-programs < max-exception-programs
               add 1 to open-exception-programs
               set ox to open-exception-programs
               move xrow-program to oexc-program(ox)
               move 0 to oexc-pending(ox)
               move 0 to oexc-unmarked(ox)
           end-if
           if ox <= open-exception-programs
               if xrow-mark = "PENDING"
                   add 1 to oexc-pending(ox)
               else
                   add 1 to oexc-unmarked(ox)
               end-if
           end-if
      *Listed one by one only when raised by a run in the period;
      *the run identifier carries the date after its prefix letter.
           move xrow-run-id(2:17) to xrow-stamp
           if xrow-stamp < period-from-stamp
               exit paragraph
           end-if
           add 1 to section-count
           move spaces to handover-line
           string "  " xrow-mark " " xrow-program " line "
               function trim(xrow-line-no) " "
               function trim(xrow-reason) " (run "
               function trim(xrow-run-id) ")"
               delimited by size into handover-line
           write handover-line.

      *----------------------------------------------------------------
       report-open-drift.
           move "Drift items still OPEN" to section-heading
           perform write-section-heading
           open input drift-items-file
           if drift-items-file-status = "00"
               perform until ws-eof='y'
               read drift-items-file
                   at end move 'y' to ws-eof
                   not at end
                       perform judge-drift-row
               end-read
               if drift-items-file-status not = "00" and
                  drift-items-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close drift-items-file
           end-if
           perform write-section-none.

       judge-drift-row.
           if drift-items-record(1:5) not = "OPEN,"
               exit paragraph
           end-if
           move spaces to ditem-status ditem-program ditem-part
               ditem-old ditem-new ditem-run-id
           unstring drift-items-record delimited by ","
               into ditem-status ditem-program ditem-part
                    ditem-old ditem-new ditem-run-id
           add 1 to section-count
           add 1 to open-drift-count
           move spaces to handover-line
           string "  " ditem-program " " ditem-part " "
               function trim(ditem-old) " -> " function trim(ditem-new)
               " (run " function trim(ditem-run-id) ")"
               delimited by size into handover-line
           write handover-line.

      *----------------------------------------------------------------
       report-run-notes.
           move "Operator run notes" to section-heading
           perform write-section-heading
           open input notes-file
           if notes-file-status = "00"
               perform until ws-eof='y'
               read notes-file
                   at end move 'y' to ws-eof
                   not at end
                       perform judge-note-row
               end-read
               if notes-file-status not = "00" and
                  notes-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close notes-file
           end-if
           perform write-section-none.

       judge-note-row.
           if notes-record = spaces
               exit paragraph
           end-if
           move spaces to nrow-run-id nrow-author nrow-stamp nrow-text
           move 1 to nrow-pointer
           unstring notes-record delimited by ","
               into nrow-run-id nrow-author nrow-stamp
               with pointer nrow-pointer
           if nrow-stamp < period-from-stamp
               exit paragraph
           end-if
           if nrow-pointer <= length of notes-record
               move notes-record(nrow-pointer:) to nrow-text
           end-if
           add 1 to section-count
           add 1 to note-count
           move spaces to handover-line
           string "  " nrow-stamp(1:15) " "
               function trim(nrow-author) " on run "
               function trim(nrow-run-id) ": " function trim(nrow-text)
               delimited by size into handover-line
           write handover-line.

      *----------------------------------------------------------------
       report-over-budget.
           move "Steps over their time budget" to section-heading
           perform write-section-heading
           if budget-count > 0
               perform check-running-steps
               perform check-finished-steps
           end-if
           perform write-section-none.

       check-running-steps.
      *The status board's Running section, while the board says the
      *batch is still going.
           open input board-file
           if board-file-status not = "00"
               exit paragraph
           end-if
           move spaces to board-section
           move spaces to board-state-text
               perform until ws-eof='y'
               read board-file
                   at end move 'y' to ws-eof
                   not at end
                       perform judge-board-line
               end-read
               if board-file-status not = "00" and
                  board-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close board-file.

       judge-board-line.
           if board-line(1:1) not = space
               move board-line(1:14) to board-section
               if board-section = "State        :"
                   move board-line(16:) to board-state-text
               end-if
               exit paragraph
           end-if
           if board-section not = "Running      :" or
              board-line(1:2) not = "  " or
              board-line(3:1) = "(" or
              (board-state-text(1:7) not = "RUNNING" and
               board-state-text(1:7) not = "HALTING")
               exit paragraph
           end-if
           move board-line(3:16) to board-program
           move board-line(26:8) to board-since
           if board-since-hh is not numeric or
              board-since-mm is not numeric or
              board-since-ss is not numeric
               exit paragraph
           end-if
           compute running-seconds = now-seconds
               - (board-since-hh * 60 + board-since-mm) * 60
               - board-since-ss
           if running-seconds < 0
               add 86400 to running-seconds
           end-if
           move board-program to srow-program
           perform find-step-budget
           if bx > budget-count
               exit paragraph
           end-if
           if running-seconds > budget-seconds(bx)
               add 1 to section-count
               add 1 to over-budget-count
               move running-seconds to count-disp
               move budget-seconds(bx) to budget-disp
               move spaces to handover-line
               string "  RUNNING NOW " board-program " since "
                   board-since " - " function trim(count-disp)
                   "s against an allowance of "
                   function trim(budget-disp) "s"
                   delimited by size into handover-line
               write handover-line
           end-if.

       check-finished-steps.
           open input run-stats-file
           if run-stats-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read run-stats-file
                   at end move 'y' to ws-eof
                   not at end
                       perform judge-stats-row
               end-read
               if run-stats-file-status not = "00" and
                  run-stats-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close run-stats-file.

       judge-stats-row.
           if run-stats-line = spaces
               exit paragraph
           end-if
           move spaces to srow-program srow-stamp srow-elapsed-text
           unstring run-stats-line delimited by ","
               into srow-program srow-stamp srow-elapsed-text
           if srow-stamp < period-from-stamp
               exit paragraph
           end-if
           perform find-step-budget
           if bx > budget-count
               exit paragraph
           end-if
           move function numval(srow-elapsed-text) to srow-elapsed
           if srow-elapsed > budget-seconds(bx)
               add 1 to section-count
               add 1 to over-budget-count
               move srow-elapsed to elapsed-disp
               move budget-seconds(bx) to budget-disp
               move spaces to handover-line
               string "  " srow-stamp(1:15) " " srow-program " took "
                   function trim(elapsed-disp)
                   "s against an allowance of "
                   function trim(budget-disp) "s"
                   delimited by size into handover-line
               write handover-line
           end-if.

       find-step-budget.
           perform varying bx from 1 by 1 until bx > budget-count
               if budget-program(bx) = srow-program
                   exit perform
               end-if
           end-perform.

      *----------------------------------------------------------------
       report-overrides.
           move "Overrides used" to section-heading
           perform write-section-heading
           move 0 to override-busy-attempt
           open input override-file
           perform until override-file-status not = "61"
               or override-busy-attempt >= override-busy-retry-limit
               add 1 to override-busy-attempt
               call "C$SLEEP" using override-busy-wait-seconds
               open input override-file
           end-perform
           if override-file-status = "00"
               perform until ws-eof='y'
               read override-file
                   at end move 'y' to ws-eof
                   not at end
                       perform judge-override-row
               end-read
               if override-file-status not = "00" and
                  override-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close override-file
           end-if
           perform write-section-none.

       judge-override-row.
           if override-record = spaces
               exit paragraph
           end-if
           move spaces to orow-name orow-program orow-user orow-run-id
               orow-stamp orow-detail
           move 1 to orow-pointer
           unstring override-record delimited by ","
               into orow-name orow-program orow-user orow-run-id
                    orow-stamp
               with pointer orow-pointer
           if orow-stamp < period-from-stamp
               exit paragraph
           end-if
           if orow-pointer <= length of override-record
               move override-record(orow-pointer:) to orow-detail
           end-if
           add 1 to section-count
           add 1 to override-use-count
           move spaces to handover-line
           string "  " orow-stamp(1:15) " " function trim(orow-name)
               " by " function trim(orow-user) " in "
               function trim(orow-program) " (run "
               function trim(orow-run-id) "): "
               function trim(orow-detail)
               delimited by size into handover-line
           write handover-line.

      *----------------------------------------------------------------
       record-signed-handover.
           open extend register-file
           if register-file-status = "35"
               open output register-file
           end-if
           if register-file-status not = "00"
               display "ShiftHandover: handover register row lost "
                   "(file status " register-file-status ")"
               move 8 to return-code
               exit paragraph
           end-if
           move open-item-total to count-disp
           move spaces to register-line
           string report-stamp "," function trim(signoff-user) ","
               period-from-stamp(1:15) "," period-to-stamp(1:15) ","
               function trim(handover-file-name) ","
               function trim(count-disp)
               delimited by size into register-line
           write register-line
           close register-file
           display "ShiftHandover: signed off by "
               function trim(signoff-user) " - "
               function trim(register-file-name).

      *----------------------------------------------------------------
       load-alert-acks.
           open input acks-file
           if acks-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read acks-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-ack
               end-read
               if acks-file-status not = "00" and
                  acks-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close acks-file.

       load-one-ack.
           if acks-line = spaces or acks-line(1:2) = "**"
               exit paragraph
           end-if
           if ack-count >= max-acks
               exit paragraph
           end-if
           add 1 to ack-count
           set ak to ack-count
           move spaces to ack-severity(ak)
           move spaces to ack-program(ak)
           move spaces to ack-reason(ak)
           unstring acks-line delimited by ","
               into ack-severity(ak) ack-program(ak)
                    ack-reason(ak).

       load-exception-dispositions.
           open input disp-file
           if disp-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read disp-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-disposition
               end-read
               if disp-file-status not = "00" and
                  disp-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close disp-file.

       load-one-disposition.
           if disp-line = spaces or disp-line(1:1) = "*"
               exit paragraph
           end-if
           if disposition-count >= max-dispositions
               exit paragraph
           end-if
           add 1 to disposition-count
           set dx to disposition-count
           move spaces to disp-program(dx)
           move spaces to disp-line-no(dx)
           move spaces to disp-reason(dx)
           move spaces to disp-mark(dx)
           unstring disp-line delimited by ","
               into disp-program(dx) disp-line-no(dx)
                    disp-reason(dx) disp-mark(dx).

       load-time-budgets.
           open input budget-file
           if budget-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read budget-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-budget-line
               end-read
               if budget-file-status not = "00" and
                  budget-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close budget-file.

       load-one-budget-line.
           if budget-line = spaces or budget-count >= max-budgets
               exit paragraph
           end-if
           move spaces to budget-program-text
           move spaces to budget-seconds-text
           unstring budget-line delimited by all space
               into budget-program-text budget-seconds-text
           if function test-numval(budget-seconds-text) not = 0
               exit paragraph
           end-if
           add 1 to budget-count
           set bx to budget-count
           move budget-program-text to budget-program(bx)
           move function numval(budget-seconds-text)
               to budget-seconds(bx).

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program ShiftHandover.
