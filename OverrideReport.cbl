       program-id. OverrideReport as "OverrideReport".

      *----------------------------------------------------------------
      * Monthly compliance report over the override register every
      * emergency override path appends to (WriteOverrideEntry.cpy,
      * aoc_override_register.txt):
      *     override,program,user,runid,yyyymmdd-hhmmsscc,detail
      * The overrides on record are AOC_PERIOD_OVERRIDE (a row
      * written into a closed period), AOC_SEAL_OVERRIDE (an input
      * used past a failed seal), REGRESSION_WAIVER (a mismatch
      * reported WAIVED by DayRegression) and AOC_LOCK_MAX_HOURS (a
      * run lock taken over on age by DayBatch).
      *     AOC_OVERRIDE_MONTH  the month reported (yyyymm); default
      *                         the current month
      * The report gives each person's use by kind, each kind's use
      * and how many people used it, then every use in the month.
      * A use whose run id has no operator run note (RunNotes,
      * aoc_run_notes.txt) is flagged NO RUN NOTE - an override
      * nobody explained.
      *
      * Output: override_compliance_report.txt in the data
      * directory.  Return code 4 when any use is flagged.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select notes-file assign to dynamic notes-file-name
               line sequential
               file status is notes-file-status.

           select compliance-file assign to dynamic
               compliance-file-name
               line sequential
               file status is compliance-file-status.

           copy 'OverrideSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd notes-file.
       01 notes-record pic X(200).

       fd compliance-file.
       01 compliance-line pic X(250).

       copy 'OverrideFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 notes-file-name pic X(200) value "aoc_run_notes.txt".
       01 notes-file-status pic X(2).
       01 compliance-file-name pic X(200)
           value "override_compliance_report.txt".
       01 compliance-file-status pic X(2).

       01 report-month-text pic X(10).
       01 report-month pic 9(6).
       01 report-date pic 9(8).
       01 report-time pic 9(8).

      *Run ids with at least one operator note.
       78 max-noted-runs value 2000.
       01 noted-run-table.
         05 noted-run-id pic X(20) occurs max-noted-runs times
            indexed by nx.
       01 noted-run-count binary-long value 0.
       01 note-run-id pic X(20).

      *Every use in the month, in register order.
       78 max-override-uses value 1000.
       01 use-table.
         05 use-entry occurs max-override-uses times indexed by ux.
           10 use-name pic X(24).
           10 use-program pic X(16).
           10 use-user pic X(30).
           10 use-run-id pic X(20).
           10 use-stamp pic X(17).
           10 use-detail pic X(160).
           10 filler pic X.
               88 use-noted value 'Y'.
               88 use-unnoted value 'N'.
       01 use-count binary-long value 0.

       78 max-override-kinds value 12.
       01 kind-table.
         05 kind-entry occurs max-override-kinds times indexed by kx.
           10 kind-name pic X(24).
           10 kind-uses binary-long.
           10 kind-people binary-long.
       01 kind-count binary-long value 0.

       78 max-override-people value 60.
       01 person-table.
         05 person-entry occurs max-override-people times
            indexed by px.
           10 person-user pic X(30).
           10 person-uses binary-long.
           10 person-kind-uses binary-long
              occurs max-override-kinds times.
       01 person-count binary-long value 0.

       01 orow-name pic X(24).
       01 orow-program pic X(16).
       01 orow-user pic X(30).
       01 orow-run-id pic X(20).
       01 orow-stamp pic X(17).
       01 orow-detail pic X(160).
       01 orow-pointer binary-long value 0.

       01 unnoted-count binary-long value 0.
       01 line-pointer binary-long value 1.
       01 count-disp pic Z(6)9.
       01 count-disp-2 pic Z(6)9.

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
           move override-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to override-file-name
           move notes-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to notes-file-name
           move compliance-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to compliance-file-name

           accept report-date from date yyyymmdd
           accept report-time from time
           move report-date(1:6) to report-month
           accept report-month-text from environment
               "AOC_OVERRIDE_MONTH"
           if report-month-text = spaces
               move "AOC_OVERRIDE_MONTH" to config-lookup-key
               perform get-config-value
               move config-lookup-value to report-month-text
           end-if
           if report-month-text(1:6) is numeric
               move report-month-text(1:6) to report-month
           end-if

           perform load-noted-runs

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
                       perform absorb-override-use
               end-read
               if override-file-status not = "00" and
                  override-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close override-file
           end-if

           perform write-compliance-report

           move use-count to count-disp
           move unnoted-count to count-disp-2
           display "OverrideReport: " function trim(count-disp)
               " override use(s) in " report-month ", "
               function trim(count-disp-2) " with no run note - see "
               function trim(compliance-file-name)
           if unnoted-count > 0
               move 4 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
       load-noted-runs.
           open input notes-file
           if notes-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read notes-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-noted-run
               end-read
               if notes-file-status not = "00" and
                  notes-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close notes-file.

       absorb-noted-run.
           move spaces to note-run-id
           unstring notes-record delimited by "," into note-run-id
           if note-run-id = spaces
               exit paragraph
           end-if
           perform varying nx from 1 by 1 until nx > noted-run-count
               if noted-run-id(nx) = note-run-id
                   exit paragraph
               end-if
           end-perform
           if noted-run-count < max-noted-runs
               add 1 to noted-run-count
               move note-run-id to noted-run-id(noted-run-count)
           end-if.

      *----------------------------------------------------------------
       absorb-override-use.
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
           if orow-stamp(1:6) not = report-month
               exit paragraph
           end-if
           if orow-pointer <= length of override-record
               move override-record(orow-pointer:) to orow-detail
           end-if
           if use-count >= max-override-uses
               exit paragraph
           end-if
           add 1 to use-count
           set ux to use-count
           move orow-name to use-name(ux)
           move orow-program to use-program(ux)
           move orow-user to use-user(ux)
           move orow-run-id to use-run-id(ux)
           move orow-stamp to use-stamp(ux)
           move orow-detail to use-detail(ux)
           set use-unnoted(ux) to true
           perform varying nx from 1 by 1 until nx > noted-run-count
               if noted-run-id(nx) = orow-run-id
                   set use-noted(ux) to true
                   exit perform
               end-if
           end-perform
           if use-unnoted(ux)
               add 1 to unnoted-count
           end-if

           perform varying kx from 1 by 1 until kx > kind-count
               if kind-name(kx) = orow-name
                   exit perform
               end-if
           end-perform
           if kx > kind-count
               if kind-count >= max-override-kinds
                   exit paragraph
               end-if
               add 1 to kind-count
               set kx to kind-count
               move orow-name to kind-name(kx)
               move 0 to kind-uses(kx) kind-people(kx)
           end-if
           add 1 to kind-uses(kx)

           perform varying px from 1 by 1 until px > person-count
               if person-user(px) = orow-user
                   exit perform
               end-if
           end-perform
           if px > person-count
               if person-count >= max-override-people
                   exit paragraph
               end-if
               add 1 to person-count
               set px to person-count
               move orow-user to person-user(px)
               move 0 to person-uses(px)
               perform varying line-pointer from 1 by 1
                   until line-pointer > max-override-kinds
                   move 0 to person-kind-uses(px, line-pointer)
               end-perform
           end-if
           add 1 to person-uses(px)
           if person-kind-uses(px, kx) = 0
               add 1 to kind-people(kx)
           end-if
           add 1 to person-kind-uses(px, kx).

      *----------------------------------------------------------------
       write-compliance-report.
           open output compliance-file
           if compliance-file-status not = "00"
               display "OverrideReport: cannot write "
                   function trim(compliance-file-name)
                   " (file status " compliance-file-status ")."
               move 8 to return-code
               goback
           end-if
           move spaces to compliance-line
           string "Override compliance - month " report-month
               ", produced " report-date "-" report-time
               delimited by size into compliance-line
           write compliance-line
           move spaces to compliance-line
           write compliance-line

           move "Use by person" to compliance-line
           write compliance-line
           perform varying px from 1 by 1 until px > person-count
               perform write-person-line
           end-perform
           if person-count = 0
               move "  (none)" to compliance-line
               write compliance-line
           end-if
           move spaces to compliance-line
           write compliance-line

           move "Use by kind" to compliance-line
           write compliance-line
           perform varying kx from 1 by 1 until kx > kind-count
               move kind-uses(kx) to count-disp
               move kind-people(kx) to count-disp-2
               move spaces to compliance-line
               string "  " kind-name(kx) " " count-disp " use(s) by "
                   function trim(count-disp-2) " person(s)"
                   delimited by size into compliance-line
               write compliance-line
           end-perform
           if kind-count = 0
               move "  (none)" to compliance-line
               write compliance-line
           end-if
           move spaces to compliance-line
           write compliance-line

           move "Every use" to compliance-line
           write compliance-line
           perform varying ux from 1 by 1 until ux > use-count
               perform write-use-line
           end-perform
           if use-count = 0
               move "  (none)" to compliance-line
               write compliance-line
           end-if
           move spaces to compliance-line
           write compliance-line

           move use-count to count-disp
           move spaces to compliance-line
           string "Override uses        : " function trim(count-disp)
               delimited by size into compliance-line
           write compliance-line
           move unnoted-count to count-disp
           move spaces to compliance-line
           string "With no run note     : " function trim(count-disp)
               delimited by size into compliance-line
           write compliance-line
           close compliance-file.

       write-person-line.
           move person-uses(px) to count-disp
           move spaces to compliance-line
           move 1 to line-pointer
           string "  " person-user(px) " " count-disp " use(s):"
               delimited by size into compliance-line
               with pointer line-pointer
           perform varying kx from 1 by 1 until kx > kind-count
               if person-kind-uses(px, kx) > 0
                   move person-kind-uses(px, kx) to count-disp-2
                   string " " function trim(kind-name(kx)) " "
                       function trim(count-disp-2)
                       delimited by size into compliance-line
                       with pointer line-pointer
               end-if
           end-perform
           write compliance-line.

       write-use-line.
           move spaces to compliance-line
           move 1 to line-pointer
           if use-unnoted(ux)
               string "! " delimited by size into compliance-line
                   with pointer line-pointer
           else
               string "  " delimited by size into compliance-line
                   with pointer line-pointer
           end-if
           string use-stamp(ux)(1:15) " " function trim(use-name(ux))
               " by " function trim(use-user(ux)) " in "
               function trim(use-program(ux)) " (run "
               function trim(use-run-id(ux)) ")"
               delimited by size into compliance-line
               with pointer line-pointer
           if use-unnoted(ux)
               string " NO RUN NOTE" delimited by size
                   into compliance-line with pointer line-pointer
           end-if
           write compliance-line
           move spaces to compliance-line
           string "      " function trim(use-detail(ux))
               delimited by size into compliance-line
           write compliance-line.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program OverrideReport.
