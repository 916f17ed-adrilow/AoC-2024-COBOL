       program-id. SharedFileCheck as "SharedFileCheck".

      *----------------------------------------------------------------
      * Format check over the shared append-only files every program
      * writes into, so a row left half-written by a crash or broken
      * by a hand edit is taken out once, in one place, instead of
      * each report coping with it in its own way.  Each file is
      * checked against the layout its writer produces:
      *     results_ledger.txt      program,part,value,stamp,runid
      *                             [,tag,version[,seq,hash]]
      *     aoc_run_journal.txt     program,event,user,stamp,status,
      *                             input,runid[,version]
      *     run_statistics.txt      program,stamp,elapsed,parse,
      *                             compute,report[,runid]
      *     aoc_alerts.txt          severity,program,reason,stamp
      *     aoc_exceptions.txt      program,line,reason,runid,record
      *     aoc_control_totals.txt  program,runid,read,processed,
      *                             rejected
      * The shorter ledger, journal and statistics forms are rows
      * written before the later fields were added and are
      * accepted.  A row passes when it has the right number of
      * fields, the program is one that writes these files (the
      * Day programs, DayBatch, DayRegression, Day9Catalog,
      * FeedEnvelope, WarehouseConfirm and this program, plus any
      * in AOC_KNOWN_PROGRAMS), its stamp is yyyymmdd-hhmmsscc, its
      * numeric fields are numeric and its run id has the form
      * ensure-run-id gives it (B, R or S, then yyyymmdd-hhmmsscc).
      * The ledger row must carry a run id; the other files may hold
      * rows from programs run without one.  A blank row is taken
      * out too.
      *
      * Each failing row goes to the quarantine file (AOC_QUARANTINE,
      * default aoc_quarantine.txt) as file,position,reason,checked,
      * original row - position being its line number in the file
      * as it stood - and the file is rewritten without it, through
      * a work file renamed into place.  A file with nothing wrong is
      * left untouched.  The ledger's hash chain is not rebuilt:
      * LedgerVerify still reports where a row was taken out.
      *
      * DayBatch CALLs it under its run lock before the window's
      * first step; run alone it should not overlap a window.
      * Output: file_validation_summary.txt in the data directory.
      * Return code 4 when rows were quarantined (with a WARNING
      * alert), 8 when a file could not be rewritten (SEVERE alert).
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select shared-file assign to dynamic shared-file-name
               line sequential
               file status is shared-file-status.

           select clean-file assign to dynamic clean-file-name
               line sequential
               file status is clean-file-status.

           select quarantine-file assign to dynamic
               quarantine-file-name
               line sequential
               file status is quarantine-file-status.

           select validation-summary-file assign to dynamic
               validation-summary-file-name
               line sequential
               file status is validation-summary-file-status.

           copy 'AlertSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd shared-file.
       01 shared-record pic X(400).

       fd clean-file.
       01 clean-record pic X(400).

       fd quarantine-file.
       01 quarantine-record pic X(500).

       fd validation-summary-file.
       01 validation-summary-line pic X(160).

       copy 'AlertFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 shared-file-name pic X(200).
       01 shared-file-status pic X(2).
       01 clean-file-name pic X(200).
       01 clean-file-status pic X(2).
       01 quarantine-file-name pic X(200).
       01 quarantine-file-status pic X(2).
       01 validation-summary-file-name pic X(200)
           value "file_validation_summary.txt".
       01 validation-summary-file-status pic X(2).
       01 file-call-return binary-long value 0.

       01 now-date pic 9(8).
       01 now-time pic 9(8).
       01 check-stamp pic X(17).

      *One slot per shared file, in the order they are checked.
       78 shared-file-slots value 6.
       01 shared-file-table.
         05 shared-entry occurs shared-file-slots times indexed by sx.
           10 shared-kind pic X(10).
               88 kind-ledger value "LEDGER".
               88 kind-journal value "JOURNAL".
               88 kind-stats value "STATS".
               88 kind-alerts value "ALERTS".
               88 kind-exceptions value "EXCEPTIONS".
               88 kind-controls value "CONTROLS".
           10 shared-base-name pic X(40).
           10 shared-path pic X(200).
           10 shared-rows binary-long.
           10 shared-bad-rows binary-long.
           10 shared-result pic X(12).
       01 shared-count binary-long value 0.

       78 builtin-program-count value 17.
       01 builtin-program-values.
           05 filler pic X(20) value "Day1".
           05 filler pic X(20) value "Day2".
           05 filler pic X(20) value "Day3".
           05 filler pic X(20) value "Day4".
           05 filler pic X(20) value "Day5".
           05 filler pic X(20) value "Day6".
           05 filler pic X(20) value "Day7".
           05 filler pic X(20) value "Day8".
           05 filler pic X(20) value "Day9".
           05 filler pic X(20) value "Day10".
           05 filler pic X(20) value "Day11".
           05 filler pic X(20) value "Day9Catalog".
           05 filler pic X(20) value "DayBatch".
           05 filler pic X(20) value "DayRegression".
           05 filler pic X(20) value "FeedEnvelope".
           05 filler pic X(20) value "SharedFileCheck".
           05 filler pic X(20) value "WarehouseConfirm".
       01 builtin-programs redefines builtin-program-values.
           05 builtin-program pic X(20)
               occurs builtin-program-count times.
       78 max-known-programs value 60.
       01 known-program-table.
           05 known-program pic X(20) occurs max-known-programs times.
       01 known-program-count binary-long value 0.
       01 extra-program-list pic X(400).
       01 extra-pointer binary-long value 0.
       01 extra-name pic X(20).
       01 kx binary-long value 0.

       01 row-number binary-long value 0.
       01 row-reason pic X(60).
       01 row-fields.
         05 row-field pic X(120) occurs 10 times.
       01 field-count binary-long value 0.
       01 comma-count binary-long value 0.
       01 row-pointer binary-long value 0.
       01 fx binary-long value 0.

       01 check-value pic X(120).
       01 check-label pic X(12).
       01 check-length binary-long value 0.
       01 check-month pic 9(2).
       01 check-day pic 9(2).
       01 check-hour pic 9(2).
       01 filler pic X value 'n'.
           88 run-id-optional value 'y'.
           88 run-id-required value 'n'.
       01 filler pic X value 'n'.
           88 program-known value 'y'.
           88 program-unknown value 'n'.
       01 dot-count binary-long value 0.
       01 digit-text pic X(120).

       01 total-rows binary-long value 0.
       01 total-bad-rows binary-long value 0.
       01 rewrite-failures binary-long value 0.
       01 count-disp pic Z(8)9.
       01 count-disp-2 pic Z(8)9.
       01 count-disp-3 pic Z(8)9.
       01 row-number-disp pic Z(8)9.

      *The summary lists the first quarantined rows by position.
       78 max-listed-rows value 200.
       01 listed-row-table.
         05 listed-row occurs max-listed-rows times indexed by lx.
           10 listed-file pic X(24).
           10 listed-position binary-long.
           10 listed-reason pic X(60).
       01 listed-row-count binary-long value 0.

       copy 'AlertFields.cpy'.
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
           move validation-summary-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to validation-summary-file-name
           accept quarantine-file-name from environment
               "AOC_QUARANTINE"
           if quarantine-file-name = spaces
               move "AOC_QUARANTINE" to config-lookup-key
               perform get-config-value
               move config-lookup-value to quarantine-file-name
           end-if
           if quarantine-file-name = spaces
               move "aoc_quarantine.txt" to quarantine-file-name
           end-if
           move quarantine-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to quarantine-file-name
           accept now-date from date yyyymmdd
           accept now-time from time
           move spaces to check-stamp
           string now-date "-" now-time delimited by size
               into check-stamp

           perform load-known-programs
           perform define-shared-files
           perform varying sx from 1 by 1 until sx > shared-count
               perform check-one-shared-file
           end-perform
           perform write-validation-summary

           move total-rows to count-disp
           move total-bad-rows to count-disp-2
           display "SharedFileCheck: " function trim(count-disp)
               " row(s) checked, " function trim(count-disp-2)
               " quarantined - see "
               function trim(validation-summary-file-name)
           if total-bad-rows > 0 and rewrite-failures = 0
               move "WARNING" to alert-severity
               move spaces to alert-reason
               string function trim(count-disp-2)
                   " malformed row(s) quarantined from shared files"
                   delimited by size into alert-reason
               move now-date to alert-date
               move now-time to alert-time
               perform write-alert-entry
           end-if
           if rewrite-failures > 0
               move "SEVERE" to alert-severity
               move "shared file could not be rewritten clean"
                   to alert-reason
               move now-date to alert-date
               move now-time to alert-time
               perform write-alert-entry
           end-if
           evaluate true
               when rewrite-failures > 0
                   move 8 to return-code
               when total-bad-rows > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           goback.

      *----------------------------------------------------------------
       load-known-programs.
           move 0 to known-program-count
           perform varying kx from 1 by 1
               until kx > builtin-program-count
               add 1 to known-program-count
               move builtin-program(kx)
                   to known-program(known-program-count)
           end-perform
      *Programs from other sites or newly added writers are named
      *in AOC_KNOWN_PROGRAMS, separated by spaces or commas.
           accept extra-program-list from environment
               "AOC_KNOWN_PROGRAMS"
           if extra-program-list = spaces
               move "AOC_KNOWN_PROGRAMS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to extra-program-list
           end-if
           inspect extra-program-list replacing all "," by " "
           move 1 to extra-pointer
           perform until extra-pointer > length of extra-program-list
               or known-program-count >= max-known-programs
               move spaces to extra-name
               unstring extra-program-list delimited by all space
                   into extra-name with pointer extra-pointer
               if extra-name not = spaces
                   add 1 to known-program-count
                   move extra-name to known-program(known-program-count)
               end-if
           end-perform.

       define-shared-files.
           move 0 to shared-count
           move "LEDGER" to shared-kind(1)
           move "results_ledger.txt" to shared-base-name(1)
           move "JOURNAL" to shared-kind(2)
           move "aoc_run_journal.txt" to shared-base-name(2)
           move "STATS" to shared-kind(3)
           move "run_statistics.txt" to shared-base-name(3)
           move "ALERTS" to shared-kind(4)
           move "aoc_alerts.txt" to shared-base-name(4)
           move "EXCEPTIONS" to shared-kind(5)
           move "aoc_exceptions.txt" to shared-base-name(5)
           move "CONTROLS" to shared-kind(6)
           move "aoc_control_totals.txt" to shared-base-name(6)
           move shared-file-slots to shared-count
           perform varying sx from 1 by 1 until sx > shared-count
               move shared-base-name(sx) to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to shared-path(sx)
               move 0 to shared-rows(sx)
               move 0 to shared-bad-rows(sx)
               move spaces to shared-result(sx)
           end-perform.

      *----------------------------------------------------------------
       check-one-shared-file.
           move shared-path(sx) to shared-file-name
           move spaces to clean-file-name
           string function trim(shared-file-name) ".tmp"
               delimited by size into clean-file-name
           open input shared-file
           if shared-file-status = "35"
               move "MISSING" to shared-result(sx)
               exit paragraph
           end-if
           if shared-file-status not = "00"
               move "UNREADABLE" to shared-result(sx)
               add 1 to rewrite-failures
               exit paragraph
           end-if
           open output clean-file
           if clean-file-status not = "00"
               close shared-file
               move "NO WORK FILE" to shared-result(sx)
               add 1 to rewrite-failures
               exit paragraph
           end-if
           move 0 to row-number
               perform until ws-eof='y'
               read shared-file
                   at end move 'y' to ws-eof
                   not at end
                       perform check-one-row
               end-read
               if shared-file-status not = "00" and
                  shared-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close shared-file
           close clean-file
           add shared-rows(sx) to total-rows
           add shared-bad-rows(sx) to total-bad-rows
           if shared-bad-rows(sx) = 0
               call "CBL_DELETE_FILE" using clean-file-name
                   returning file-call-return
               end-call
               move "CLEAN" to shared-result(sx)
               exit paragraph
           end-if
           call "CBL_RENAME_FILE" using clean-file-name
               shared-file-name
               returning file-call-return
           end-call
           if file-call-return = 0
               move "REWRITTEN" to shared-result(sx)
           else
               move "NOT REWRITTEN" to shared-result(sx)
               add 1 to rewrite-failures
           end-if.

       check-one-row.
           add 1 to row-number
           add 1 to shared-rows(sx)
           move spaces to row-reason
           if shared-record = spaces
               move "blank row" to row-reason
           else
               perform split-shared-row
               evaluate true
                   when kind-ledger(sx)
                       perform judge-ledger-row
                   when kind-journal(sx)
                       perform judge-journal-row
                   when kind-stats(sx)
                       perform judge-stats-row
                   when kind-alerts(sx)
                       perform judge-alert-row
                   when kind-exceptions(sx)
                       perform judge-exception-row
                   when kind-controls(sx)
                       perform judge-control-row
               end-evaluate
           end-if
           if row-reason = spaces
               move shared-record to clean-record
               write clean-record
           else
               add 1 to shared-bad-rows(sx)
               perform quarantine-row
           end-if.

       split-shared-row.
           move spaces to row-fields
           move 0 to comma-count
           inspect function trim(shared-record trailing)
               tallying comma-count for all ","
           compute field-count = comma-count + 1
           move 1 to row-pointer
           if kind-exceptions(sx)
      *The exceptions hub's last field is the rejected input record
      *as it stood, commas and all.
               unstring shared-record delimited by ","
                   into row-field(1) row-field(2) row-field(3)
                        row-field(4)
                   with pointer row-pointer
               if row-pointer <= length of shared-record
                   move shared-record(row-pointer:) to row-field(5)
               end-if
           else
               unstring shared-record delimited by ","
                   into row-field(1) row-field(2) row-field(3)
                        row-field(4) row-field(5) row-field(6)
                        row-field(7) row-field(8) row-field(9)
                        row-field(10)
                   with pointer row-pointer
           end-if.

       quarantine-row.
           open extend quarantine-file
           if quarantine-file-status = "35"
               open output quarantine-file
           end-if
           if quarantine-file-status not = "00"
               display "SharedFileCheck: quarantine file "
                   function trim(quarantine-file-name)
                   " not writable (file status "
                   quarantine-file-status ")"
           else
               move row-number to row-number-disp
               move spaces to quarantine-record
               string function trim(shared-base-name(sx)) ","
                   function trim(row-number-disp) ","
                   function trim(row-reason) ","
                   check-stamp ","
                   function trim(shared-record trailing)
                   delimited by size into quarantine-record
               write quarantine-record
               close quarantine-file
           end-if
           if listed-row-count < max-listed-rows
               add 1 to listed-row-count
               set lx to listed-row-count
               move shared-base-name(sx) to listed-file(lx)
               move row-number to listed-position(lx)
               move row-reason to listed-reason(lx)
           end-if.

      *----------------------------------------------------------------
      * One judge paragraph per layout.  Each check leaves the first
      * fault found in row-reason and does nothing once one is set.
      *----------------------------------------------------------------
       judge-ledger-row.
           if field-count < 5 or field-count > 9
               perform reason-field-count
               exit paragraph
           end-if
           move row-field(1) to check-value
           perform check-program
           move row-field(2) to check-value
           move "PART" to check-label
           perform check-present
           move row-field(3) to check-value
           move "VALUE" to check-label
           perform check-whole-number
           move row-field(4) to check-value
           perform check-stamp-shape
           set run-id-required to true
           move row-field(5) to check-value
           perform check-run-id
           if field-count >= 8
               move row-field(8) to check-value
               move "SEQ" to check-label
               perform check-whole-number
           end-if
           if field-count = 9
               move row-field(9) to check-value
               move "HASH" to check-label
               perform check-whole-number
           end-if.

       judge-journal-row.
           if field-count < 7 or field-count > 8
               perform reason-field-count
               exit paragraph
           end-if
           move row-field(1) to check-value
           perform check-program
           move row-field(2) to check-value
           move "EVENT" to check-label
           perform check-present
           move row-field(4) to check-value
           perform check-stamp-shape
           move row-field(5) to check-value
           move "STATUS" to check-label
           perform check-present
           set run-id-optional to true
           move row-field(7) to check-value
           perform check-run-id.

       judge-stats-row.
           if field-count < 6 or field-count > 7
               perform reason-field-count
               exit paragraph
           end-if
           move row-field(1) to check-value
           perform check-program
           move row-field(2) to check-value
           perform check-stamp-shape
           move row-field(3) to check-value
           move "ELAPSED" to check-label
           perform check-decimal-number
           move row-field(4) to check-value
           move "PARSE" to check-label
           perform check-decimal-number
           move row-field(5) to check-value
           move "COMPUTE" to check-label
           perform check-decimal-number
           move row-field(6) to check-value
           move "REPORT" to check-label
           perform check-decimal-number
           if field-count = 7
               set run-id-optional to true
               move row-field(7) to check-value
               perform check-run-id
           end-if.

       judge-alert-row.
           if field-count not = 4
               perform reason-field-count
               exit paragraph
           end-if
           evaluate function trim(row-field(1))
               when "INFO"
               when "WARNING"
               when "SEVERE"
               when "CRITICAL"
                   continue
               when other
                   move "SEVERITY not INFO/WARNING/SEVERE/CRITICAL"
                       to row-reason
                   exit paragraph
           end-evaluate
           move row-field(2) to check-value
           perform check-program
           move row-field(3) to check-value
           move "REASON" to check-label
           perform check-present
           move row-field(4) to check-value
           perform check-stamp-shape.

       judge-exception-row.
           if field-count < 5
               perform reason-field-count
               exit paragraph
           end-if
           move row-field(1) to check-value
           perform check-program
           move row-field(2) to check-value
           move "LINE" to check-label
           perform check-whole-number
           move row-field(3) to check-value
           move "REASON" to check-label
           perform check-present
           set run-id-optional to true
           move row-field(4) to check-value
           perform check-run-id.

       judge-control-row.
           if field-count not = 5
               perform reason-field-count
               exit paragraph
           end-if
           move row-field(1) to check-value
           perform check-program
           set run-id-optional to true
           move row-field(2) to check-value
           perform check-run-id
           move row-field(3) to check-value
           move "READ" to check-label
           perform check-whole-number
           move row-field(4) to check-value
           move "PROCESSED" to check-label
           perform check-whole-number
           move row-field(5) to check-value
           move "REJECTED" to check-label
           perform check-whole-number.

       reason-field-count.
           move field-count to count-disp
           move spaces to row-reason
           string function trim(count-disp) " field(s) - not the "
               function lower-case(function trim(shared-kind(sx)))
               " layout"
               delimited by size into row-reason.

       check-program.
           if row-reason not = spaces
               exit paragraph
           end-if
           set program-unknown to true
           perform varying kx from 1 by 1
               until kx > known-program-count
               if function trim(check-value) = known-program(kx)
                   set program-known to true
                   exit perform
               end-if
           end-perform
           if program-unknown
               move spaces to row-reason
               string "unknown program "
                   function trim(check-value)
                   delimited by size into row-reason
           end-if.

       check-present.
           if row-reason not = spaces
               exit paragraph
           end-if
           if check-value = spaces
               move spaces to row-reason
               string function trim(check-label) " is empty"
                   delimited by size into row-reason
           end-if.

       check-whole-number.
           if row-reason not = spaces
               exit paragraph
           end-if
           move function trim(check-value) to digit-text
           compute check-length = function length(
               function trim(check-value))
           if check-value = spaces or
              digit-text(1:check-length) is not numeric
               move spaces to row-reason
               string function trim(check-label) " is not a number"
                   delimited by size into row-reason
           end-if.

       check-decimal-number.
      *Digits with at most one decimal point, as ElapsedTimer writes
      *its seconds.
           if row-reason not = spaces
               exit paragraph
           end-if
           move function trim(check-value) to digit-text
           compute check-length = function length(
               function trim(check-value))
           move 0 to dot-count
           inspect digit-text(1:check-length)
               tallying dot-count for all "."
           inspect digit-text(1:check-length)
               replacing first "." by "0"
           if check-value = spaces or dot-count > 1 or
              digit-text(1:check-length) is not numeric
               move spaces to row-reason
               string function trim(check-label) " is not a number"
                   delimited by size into row-reason
           end-if.

       check-stamp-shape.
           if row-reason not = spaces
               exit paragraph
           end-if
           move function trim(check-value) to digit-text
           if digit-text(1:8) is numeric and digit-text(9:1) = "-"
              and digit-text(10:8) is numeric
              and digit-text(18:) = spaces
               move digit-text(5:2) to check-month
               move digit-text(7:2) to check-day
               move digit-text(10:2) to check-hour
               if check-month >= 1 and check-month <= 12
                  and check-day >= 1 and check-day <= 31
                  and check-hour <= 23
                   exit paragraph
               end-if
           end-if
           move "STAMP is not yyyymmdd-hhmmsscc" to row-reason.

       check-run-id.
           if row-reason not = spaces
               exit paragraph
           end-if
           if check-value = spaces and run-id-optional
               exit paragraph
           end-if
           move function trim(check-value) to digit-text
           if (digit-text(1:1) = "B" or "R" or "S")
              and digit-text(2:8) is numeric
              and digit-text(10:1) = "-"
              and digit-text(11:8) is numeric
              and digit-text(19:) = spaces
               exit paragraph
           end-if
           move "RUNID is not a run identifier" to row-reason.

      *----------------------------------------------------------------
       write-validation-summary.
           open output validation-summary-file
           if validation-summary-file-status not = "00"
               display "SharedFileCheck: cannot write "
                   function trim(validation-summary-file-name)
               exit paragraph
           end-if
           move spaces to validation-summary-line
           string "Shared file validation - " check-stamp
               delimited by size into validation-summary-line
           write validation-summary-line
           move spaces to validation-summary-line
           write validation-summary-line
           move "File                        Rows  Quarantined  Result"
               to validation-summary-line
           write validation-summary-line
           perform varying sx from 1 by 1 until sx > shared-count
               move shared-rows(sx) to count-disp
               move shared-bad-rows(sx) to count-disp-2
               move spaces to validation-summary-line
               move shared-base-name(sx) to validation-summary-line
               move count-disp to validation-summary-line(23:9)
               move count-disp-2 to validation-summary-line(36:9)
               move shared-result(sx) to validation-summary-line(48:)
               write validation-summary-line
           end-perform
           move spaces to validation-summary-line
           write validation-summary-line
           move total-rows to count-disp
           move total-bad-rows to count-disp-2
           move spaces to validation-summary-line
           string "Rows checked: " function trim(count-disp)
               "  quarantined: " function trim(count-disp-2)
               " (to " function trim(quarantine-file-name) ")"
               delimited by size into validation-summary-line
           write validation-summary-line
           if listed-row-count > 0
               move spaces to validation-summary-line
               write validation-summary-line
               move "Quarantined rows (file, position, reason):"
                   to validation-summary-line
               write validation-summary-line
               perform varying lx from 1 by 1
                   until lx > listed-row-count
                   move listed-position(lx) to row-number-disp
                   move spaces to validation-summary-line
                   string "  " function trim(listed-file(lx)) " row "
                       function trim(row-number-disp) ": "
                       function trim(listed-reason(lx))
                       delimited by size into validation-summary-line
                   write validation-summary-line
               end-perform
               if total-bad-rows > listed-row-count
                   compute count-disp-3 =
                       total-bad-rows - listed-row-count
                   move spaces to validation-summary-line
                   string "  ... and " function trim(count-disp-3)
                       " more in the quarantine file"
                       delimited by size into validation-summary-line
                   write validation-summary-line
               end-if
           end-if
           if rewrite-failures > 0
               move spaces to validation-summary-line
               write validation-summary-line
               move rewrite-failures to count-disp-3
               move spaces to validation-summary-line
               string "*** " function trim(count-disp-3)
                   " file(s) could not be checked or rewritten - "
                   "see Result above ***"
                   delimited by size into validation-summary-line
               write validation-summary-line
           end-if
           close validation-summary-file.

       copy 'WriteAlertEntry.cpy'
           replacing ==program-name-tag== by =="SharedFileCheck"==.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program SharedFileCheck.
