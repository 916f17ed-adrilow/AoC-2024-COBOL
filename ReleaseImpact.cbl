       program-id. ReleaseImpact as "ReleaseImpact".

      *----------------------------------------------------------------
      * Answers that changed with a release.  Walks the active
      * results ledger in order, program and part at a time, and
      * lists every row whose value differs from the row before it
      * AND was written under a different release version - the
      * changes a new module, rather than new input, may have made.
      * Each is quoted with both versions, the run and stamp of both
      * rows, and when and by whom the new version was installed
      * (from the release register ReleaseInstall maintains).
      *
      * REVERSAL and CORRECTION rows (LedgerAdjust) are not answers
      * a program produced and are passed over.  Rows written
      * before the release register existed count as version "-",
      * the same as a program that was never registered.  The
      * footer also counts the value changes made under an
      * unchanged version and the version changes that left the
      * answer alone, so the listed changes can be read in context.
      *
      * Output: release_impact_report.txt in the data directory.
      * Return code 4 when any answer changed with a release.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select impact-file assign to dynamic impact-file-name
               line sequential
               file status is impact-file-status.

           copy 'LedgerSelect.cpy'.

           copy 'ReleaseSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd impact-file.
       01 impact-line pic X(200).

       copy 'LedgerFd.cpy'.

       copy 'ReleaseFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 impact-file-name pic X(200).
       01 impact-file-status pic X(2).
       01 impact-date pic 9(8).
       01 impact-time pic 9(8).

      *The latest row seen for each program and part.
       78 max-impact-combos value 200.
       01 impact-combo-table.
         05 impact-combo occurs max-impact-combos times indexed by ic.
           10 combo-program pic X(10).
           10 combo-part pic X(10).
           10 combo-value pic X(38).
           10 combo-version pic X(12).
           10 combo-stamp pic X(17).
           10 combo-run-id pic X(20).
       01 impact-combo-count binary-long value 0.

      *Every register row, for the install date and installer of a
      *version named in the report.
       78 max-release-rows value 500.
       01 release-row-table.
         05 release-entry occurs max-release-rows times indexed by rr.
           10 entry-program pic X(16).
           10 entry-version pic X(12).
           10 entry-installed pic X(17).
           10 entry-installer pic X(30).
       01 release-row-count binary-long value 0.

       01 row-program pic X(10).
       01 row-part pic X(10).
       01 row-value pic X(38).
       01 row-stamp pic X(17).
       01 row-run-id pic X(20).
       01 row-tag pic X(20).
       01 row-version pic X(12).
       01 row-field-7 pic X(12).
       01 row-field-8 pic X(18).
       01 row-field-9 pic X(18).

       01 rows-read binary-long value 0.
       01 rows-adjusting binary-long value 0.
       01 release-change-count binary-long value 0.
       01 quiet-change-count binary-long value 0.
       01 unchanged-release-count binary-long value 0.
       01 count-disp pic Z(6)9.
       01 install-text pic X(60).

       copy 'LedgerFields.cpy'.
       copy 'ReleaseFields.cpy'.
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
           move "results_ledger.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to ledger-file-name
           move "release_impact_report.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to impact-file-name

           perform load-release-register

           open input ledger-file
           if ledger-file-status not = "00"
               display "ReleaseImpact: cannot read "
                   function trim(ledger-file-name) " (file status "
                   ledger-file-status ") - no report."
               move 8 to return-code
               goback
           end-if
           open output impact-file
           if impact-file-status not = "00"
               display "ReleaseImpact: cannot write "
                   function trim(impact-file-name) " (file status "
                   impact-file-status ") - no report."
               close ledger-file
               move 8 to return-code
               goback
           end-if

           accept impact-date from date yyyymmdd
           accept impact-time from time
           move spaces to impact-line
           string "Answers changed with a release - ledger "
               function trim(ledger-file-name)
               delimited by size into impact-line
           write impact-line
           move spaces to impact-line
           string "Produced " impact-date "-" impact-time
               delimited by size into impact-line
           write impact-line
           move spaces to impact-line
           write impact-line

               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       perform judge-ledger-row
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close ledger-file

           if release-change-count = 0
               move spaces to impact-line
               string "No answer changed under a new release."
                   delimited by size into impact-line
               write impact-line
           end-if
           move spaces to impact-line
           write impact-line
           move rows-read to count-disp
           move spaces to impact-line
           string "Ledger rows read              : "
               function trim(count-disp)
               delimited by size into impact-line
           write impact-line
           move rows-adjusting to count-disp
           move spaces to impact-line
           string "Adjusting rows passed over    : "
               function trim(count-disp)
               delimited by size into impact-line
           write impact-line
           move release-change-count to count-disp
           move spaces to impact-line
           string "Changed with a new release    : "
               function trim(count-disp)
               delimited by size into impact-line
           write impact-line
           move quiet-change-count to count-disp
           move spaces to impact-line
           string "Changed under the same release: "
               function trim(count-disp)
               delimited by size into impact-line
           write impact-line
           move unchanged-release-count to count-disp
           move spaces to impact-line
           string "New release, answer unchanged : "
               function trim(count-disp)
               delimited by size into impact-line
           write impact-line
           close impact-file

           move release-change-count to count-disp
           display "ReleaseImpact: " function trim(count-disp)
               " answer change(s) coincide with a release - see "
               function trim(impact-file-name)
           if release-change-count > 0
               move 4 to return-code
           end-if
           goback.

       judge-ledger-row.
           if ledger-line = spaces
               exit paragraph
           end-if
           move spaces to row-program row-part row-value row-stamp
               row-run-id row-tag row-version row-field-7
               row-field-8 row-field-9
           unstring ledger-line delimited by ","
               into row-program row-part row-value row-stamp
                    row-run-id row-tag row-field-7 row-field-8
                    row-field-9
           if row-program = spaces
               exit paragraph
           end-if
           add 1 to rows-read
           if row-tag(1:9) = "REVERSAL " or
              row-tag(1:11) = "CORRECTION "
               add 1 to rows-adjusting
               exit paragraph
           end-if
      *Only a row with a ninth field carries a version; older rows
      *end at the chain fields or the tag.
           if row-field-9 not = spaces
               move row-field-7 to row-version
           end-if
           if row-version = spaces
               move "-" to row-version
           end-if

           perform varying ic from 1 by 1
               until ic > impact-combo-count
               if combo-program(ic) = row-program and
                  combo-part(ic) = row-part
                   exit perform
               end-if
           end-perform
           if ic > impact-combo-count
               if impact-combo-count >= max-impact-combos
                   exit paragraph
               end-if
               add 1 to impact-combo-count
               set ic to impact-combo-count
               move row-program to combo-program(ic)
               move row-part to combo-part(ic)
               perform remember-row
               exit paragraph
           end-if

           evaluate true
               when combo-value(ic) not = row-value and
                    combo-version(ic) not = row-version
                   add 1 to release-change-count
                   perform write-release-change
               when combo-value(ic) not = row-value
                   add 1 to quiet-change-count
               when combo-version(ic) not = row-version
                   add 1 to unchanged-release-count
           end-evaluate
           perform remember-row.

       remember-row.
           move row-value to combo-value(ic)
           move row-version to combo-version(ic)
           move row-stamp to combo-stamp(ic)
           move row-run-id to combo-run-id(ic).

       write-release-change.
           move spaces to impact-line
           string function trim(row-program) " "
               function trim(row-part) ": "
               function trim(combo-value(ic)) " -> "
               function trim(row-value)
               delimited by size into impact-line
           write impact-line
           move spaces to impact-line
           string "    release " function trim(combo-version(ic))
               " -> " function trim(row-version)
               delimited by size into impact-line
           write impact-line
           move spaces to impact-line
           string "    was  run " function trim(combo-run-id(ic))
               " posted " combo-stamp(ic)
               delimited by size into impact-line
           write impact-line
           move spaces to impact-line
           string "    now  run " function trim(row-run-id)
               " posted " row-stamp
               delimited by size into impact-line
           write impact-line
           move "not in the release register" to install-text
           perform varying rr from 1 by 1
               until rr > release-row-count
               if entry-program(rr) = row-program and
                  entry-version(rr) = row-version
                   move spaces to install-text
                   string "installed " entry-installed(rr) " by "
                       function trim(entry-installer(rr))
                       delimited by size into install-text
               end-if
           end-perform
           move spaces to impact-line
           string "    " function trim(row-version) " "
               function trim(install-text)
               delimited by size into impact-line
           write impact-line.

       load-release-register.
      *Resolved the way every journal and ledger writer resolves it;
      *a missing register leaves every version unexplained.
           move spaces to release-register-file-name
           accept release-register-file-name from environment
               "AOC_RELEASE_REGISTER"
           if release-register-file-name = spaces
               move "AOC_RELEASE_REGISTER" to config-lookup-key
               perform get-config-value
               move config-lookup-value to release-register-file-name
           end-if
           if release-register-file-name = spaces
               move "aoc_release_register.txt"
                   to release-register-file-name
           end-if
           move release-register-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to release-register-file-name
           open input release-register-file
           if release-register-file-status not = "00"
               exit paragraph
           end-if
               perform until release-register-eof = 'y'
               read release-register-file
                   at end move 'y' to release-register-eof
                   not at end
                       perform load-one-release-row
               end-read
               if release-register-file-status not = "00" and
                  release-register-file-status not = "10"
                   move 'y' to release-register-eof
               end-if
               end-perform.
               move 'n' to release-register-eof
           close release-register-file.

       load-one-release-row.
           if release-register-record = spaces or
              release-register-record(1:1) = "*"
               exit paragraph
           end-if
           if release-row-count >= max-release-rows
               exit paragraph
           end-if
           perform split-release-row
           add 1 to release-row-count
           set rr to release-row-count
           move release-row-program to entry-program(rr)
           move release-row-version to entry-version(rr)
           move release-row-installed to entry-installed(rr)
           move release-row-installer to entry-installer(rr).

       copy 'ReleaseLookup.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program ReleaseImpact.
