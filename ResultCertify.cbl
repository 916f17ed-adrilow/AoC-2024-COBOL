       program-id. ResultCertify as "ResultCertify".

      *----------------------------------------------------------------
      * Supervisor certification of each window's answers before they
      * are released downstream.
      * Run with no selection it lists, on the console, every run id
      * in the results ledger that is not yet CERTIFIED - its answer
      * rows and where it stands (UNCERTIFIED or WITHHELD and why) -
      * after the regression standing (regression_status.txt) and
      * the drift items still OPEN, each run's own items counted
      * against it.
      * Run with
      *     AOC_CERTIFY_RUN       the run id to decide on
      *     AOC_CERTIFY_DECISION  CERTIFIED or WITHHELD
      *     AOC_CERTIFY_REASON    why; required for WITHHELD
      * it appends "runid,decision,supervisor,stamp,reason" to the
      * certification file (AOC_CERTIFICATION_FILE, default
      * aoc_certifications.txt).  The latest decision on a run id
      * stands, so a WITHHELD run is released by certifying it later.
      * Anyone recorded in the run journal as running a program
      * under that run id may not certify it.  Regression FAIL rows
      * and the run's open drift items are shown as warnings; the
      * supervisor's decision is still recorded.
      *
      * Return code 8 when the decision is refused, 4 when runs are
      * still waiting for certification in the listing.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select standing-file assign to dynamic standing-file-name
               line sequential
               file status is standing-file-status.

           select drift-items-file assign to dynamic
               drift-items-file-name
               line sequential
               file status is drift-items-file-status.

           copy 'LedgerSelect.cpy'.

           copy 'JournalSelect.cpy'.

           copy 'CertSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd standing-file.
       01 standing-line pic X(60).

       fd drift-items-file.
       01 drift-items-record pic X(200).

       copy 'LedgerFd.cpy'.

       copy 'JournalFd.cpy'.

       copy 'CertFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 standing-file-name pic X(200)
           value "regression_status.txt".
       01 standing-file-status pic X(2).
       01 drift-items-file-name pic X(200)
           value "aoc_drift_items.txt".
       01 drift-items-file-status pic X(2).

       01 certify-run-id pic X(20).
       01 certify-decision pic X(12).
       01 certify-reason pic X(80).
       01 certify-user pic X(30).
       01 certify-date pic 9(8).
       01 certify-time pic 9(8).

      *Answer rows per run id, in ledger order.
       78 max-answer-rows value 3000.
       01 answer-table.
         05 answer-entry occurs max-answer-rows times indexed by ax.
           10 ans-run-id pic X(20).
           10 ans-program pic X(10).
           10 ans-part pic X(10).
           10 ans-value pic X(38).
       01 answer-count binary-long value 0.

       78 max-review-runs value 500.
       01 review-run-table.
         05 review-run-id pic X(20) occurs max-review-runs times
            indexed by rx.
       01 review-run-count binary-long value 0.

       01 row-program pic X(10).
       01 row-part pic X(10).
       01 row-value pic X(38).
       01 row-stamp pic X(17).
       01 row-run-id pic X(20).

       01 jrow-program pic X(16).
       01 jrow-event pic X(5).
       01 jrow-user pic X(30).
       01 jrow-stamp pic X(17).
       01 jrow-status pic X(7).
       01 jrow-input pic X(200).
       01 jrow-run-id pic X(20).
       01 journal-match-count binary-long value 0.
       01 filler pic X value 'n'.
           88 certifier-ran-batch value 'y'.
           88 certifier-independent value 'n'.

       01 std-day pic X(10).
       01 std-part pic X(10).
       01 std-result pic X(10).
       01 regression-fail-count binary-long value 0.
       01 regression-row-count binary-long value 0.
       01 filler pic X value 'n'.
           88 regression-on-file value 'y'.

       01 ditem-status pic X(6).
       01 ditem-program pic X(10).
       01 ditem-part pic X(10).
       01 ditem-old pic X(38).
       01 ditem-new pic X(38).
       01 ditem-run-id pic X(20).
       78 max-open-drift value 200.
       01 open-drift-table.
         05 open-drift-run-id pic X(20) occurs max-open-drift times
            indexed by dx.
       01 open-drift-count binary-long value 0.
       01 run-drift-count binary-long value 0.
       01 filler pic X value 'n'.
           88 review-listing value 'y'.
           88 review-quiet value 'n'.

       01 waiting-count binary-long value 0.
       01 count-disp pic Z(6)9.
       01 count-disp-2 pic Z(6)9.

       copy 'LedgerFields.cpy'.
       copy 'JournalFields.cpy'.
       copy 'CertFields.cpy'.
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
           move journal-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to journal-file-name
           move standing-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to standing-file-name
           move drift-items-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to drift-items-file-name
           perform load-certifications

           accept certify-run-id from environment "AOC_CERTIFY_RUN"
           accept certify-decision from environment
               "AOC_CERTIFY_DECISION"
           move function upper-case(certify-decision)
               to certify-decision
           accept certify-reason from environment "AOC_CERTIFY_REASON"
      *The reason is the last field of the record; a comma in it
      *would split it.
           inspect certify-reason replacing all "," by ";"

           perform load-answer-rows

           if certify-run-id = spaces
               perform review-waiting-runs
               goback
           end-if

           perform record-decision
           goback.

      *----------------------------------------------------------------
       review-waiting-runs.
           set review-listing to true
           display "=== Regression standing ==="
           perform load-regression-standing
           if regression-on-file
               move regression-row-count to count-disp
               move regression-fail-count to count-disp-2
               display "  " function trim(count-disp)
                   " check(s) on file, " function trim(count-disp-2)
                   " FAIL"
           else
               display "  no regression standing on file - "
                   "run DayRegression first."
           end-if
           display "=== Drift items still OPEN ==="
           perform load-open-drift
           if open-drift-count = 0
               display "  (none)"
           end-if
           display "=== Runs waiting for certification ==="
           move 0 to waiting-count
           perform varying rx from 1 by 1 until rx > review-run-count
               move review-run-id(rx) to cert-check-run-id
               perform check-run-certification
               if run-not-certified
                   perform review-one-run
               end-if
           end-perform
           if waiting-count = 0
               display "  (none) - every run on the ledger is "
                   "certified."
           else
               move waiting-count to count-disp
               display "ResultCertify: " function trim(count-disp)
                   " run(s) waiting - set AOC_CERTIFY_RUN and "
                   "AOC_CERTIFY_DECISION to decide."
               move 4 to return-code
           end-if.

       review-one-run.
           add 1 to waiting-count
           perform count-run-drift
           move run-drift-count to count-disp
           display " "
           display "  Run " function trim(review-run-id(rx)) "  "
               function trim(cert-check-decision)
               "  open drift " function trim(count-disp)
           if cert-check-decision = "WITHHELD"
               display "    withheld by " function trim(cert-by(ctx))
                   " " cert-stamp(ctx) ": "
                   function trim(cert-reason(ctx))
           end-if
           perform varying ax from 1 by 1 until ax > answer-count
               if ans-run-id(ax) = review-run-id(rx)
                   display "    " ans-program(ax) " " ans-part(ax)
                       " " function trim(ans-value(ax))
               end-if
           end-perform.

      *----------------------------------------------------------------
       record-decision.
           if certify-decision not = "CERTIFIED" and
              certify-decision not = "WITHHELD"
               display "ResultCertify: AOC_CERTIFY_DECISION must be "
                   "CERTIFIED or WITHHELD - nothing recorded."
               move 8 to return-code
               exit paragraph
           end-if
           if certify-decision = "WITHHELD" and
              certify-reason = spaces
               display "ResultCertify: a WITHHELD decision needs "
                   "AOC_CERTIFY_REASON - nothing recorded."
               move 8 to return-code
               exit paragraph
           end-if
           perform varying rx from 1 by 1 until rx > review-run-count
               if review-run-id(rx) = certify-run-id
                   exit perform
               end-if
           end-perform
           if rx > review-run-count
               display "ResultCertify: run "
                   function trim(certify-run-id)
                   " has no rows on the results ledger - "
                   "nothing recorded."
               move 8 to return-code
               exit paragraph
           end-if

           accept certify-user from environment "USER"
           if certify-user = spaces
               accept certify-user from environment "LOGNAME"
           end-if
           if certify-user = spaces
               move "unknown" to certify-user
           end-if

           perform check-certifier-independence
           if certifier-ran-batch
               display "ResultCertify: " function trim(certify-user)
                   " ran programs under run "
                   function trim(certify-run-id)
                   " and may not certify it - nothing recorded."
               move 8 to return-code
               exit paragraph
           end-if
           if journal-match-count = 0
               display "ResultCertify: WARNING - no journal record "
                   "for run " function trim(certify-run-id)
                   "; who ran it cannot be confirmed."
           end-if

           set review-quiet to true
           perform load-regression-standing
           perform load-open-drift
           if regression-fail-count > 0
               move regression-fail-count to count-disp
               display "ResultCertify: WARNING - regression standing "
                   "has " function trim(count-disp) " FAIL row(s)."
           end-if
           perform count-run-drift
           if run-drift-count > 0
               move run-drift-count to count-disp
               display "ResultCertify: WARNING - run "
                   function trim(certify-run-id) " has "
                   function trim(count-disp) " drift item(s) OPEN."
           end-if

           accept certify-date from date yyyymmdd
           accept certify-time from time
           open extend cert-file
           if cert-file-status = "35"
               open output cert-file
           end-if
           if cert-file-status not = "00"
               display "ResultCertify: cannot write "
                   function trim(cert-file-name)
                   " (file status " cert-file-status
                   ") - nothing recorded."
               move 8 to return-code
               exit paragraph
           end-if
           move spaces to cert-record
           string function trim(certify-run-id) ","
               function trim(certify-decision) ","
               function trim(certify-user) ","
               certify-date "-" certify-time ","
               function trim(certify-reason)
               delimited by size into cert-record
           write cert-record
           close cert-file
           display "ResultCertify: run " function trim(certify-run-id)
               " " function trim(certify-decision) " by "
               function trim(certify-user) ".".

       check-certifier-independence.
           set certifier-independent to true
           move 0 to journal-match-count
           open input journal-file
           if journal-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read journal-file
                   at end move 'y' to ws-eof
                   not at end
                       perform judge-journal-row
               end-read
               if journal-file-status not = "00" and
                  journal-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close journal-file.

       judge-journal-row.
           move spaces to jrow-program jrow-event jrow-user jrow-stamp
               jrow-status jrow-input jrow-run-id
           unstring journal-record delimited by ","
               into jrow-program jrow-event jrow-user jrow-stamp
                    jrow-status jrow-input jrow-run-id
           if jrow-run-id not = certify-run-id
               exit paragraph
           end-if
           add 1 to journal-match-count
           if jrow-user = certify-user
               set certifier-ran-batch to true
           end-if.

      *----------------------------------------------------------------
       load-answer-rows.
           open input ledger-file
           if ledger-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-answer-row
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close ledger-file.

       absorb-answer-row.
           if ledger-line = spaces
               exit paragraph
           end-if
           move spaces to row-program row-part row-value row-stamp
               row-run-id
           unstring ledger-line delimited by ","
               into row-program row-part row-value row-stamp
                    row-run-id
           if row-run-id = spaces
               exit paragraph
           end-if
           perform varying rx from 1 by 1 until rx > review-run-count
               if review-run-id(rx) = row-run-id
                   exit perform
               end-if
           end-perform
           if rx > review-run-count and
              review-run-count < max-review-runs
               add 1 to review-run-count
               move row-run-id to review-run-id(review-run-count)
           end-if
           if answer-count < max-answer-rows
               add 1 to answer-count
               set ax to answer-count
               move row-run-id to ans-run-id(ax)
               move row-program to ans-program(ax)
               move row-part to ans-part(ax)
               move row-value to ans-value(ax)
           end-if.

      *----------------------------------------------------------------
       load-regression-standing.
           open input standing-file
           if standing-file-status not = "00"
               exit paragraph
           end-if
           set regression-on-file to true
               perform until ws-eof='y'
               read standing-file
                   at end move 'y' to ws-eof
                   not at end
                       perform note-standing-row
               end-read
               if standing-file-status not = "00" and
                  standing-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close standing-file.

       note-standing-row.
           move spaces to std-day std-part std-result
           unstring standing-line delimited by ","
               into std-day std-part std-result
           if std-day = spaces or std-day = "Summary"
               exit paragraph
           end-if
           add 1 to regression-row-count
           if std-result = "FAIL"
               add 1 to regression-fail-count
           end-if
           if std-result = "FAIL" and review-listing
               display "  regression FAIL: " function trim(std-day)
                   " " function trim(std-part)
           end-if.

      *----------------------------------------------------------------
       load-open-drift.
           move 0 to open-drift-count
           open input drift-items-file
           if drift-items-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read drift-items-file
                   at end move 'y' to ws-eof
                   not at end
                       perform note-open-drift
               end-read
               if drift-items-file-status not = "00" and
                  drift-items-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close drift-items-file.

       note-open-drift.
           if drift-items-record(1:5) not = "OPEN,"
               exit paragraph
           end-if
           move spaces to ditem-status ditem-program ditem-part
               ditem-old ditem-new ditem-run-id
           unstring drift-items-record delimited by ","
               into ditem-status ditem-program ditem-part
                    ditem-old ditem-new ditem-run-id
           if open-drift-count < max-open-drift
               add 1 to open-drift-count
               move ditem-run-id to open-drift-run-id(open-drift-count)
           end-if
           if review-listing
               display "  " ditem-program " " ditem-part " "
                   function trim(ditem-old) " -> "
                   function trim(ditem-new) " (run "
                   function trim(ditem-run-id) ")"
           end-if.

       count-run-drift.
           move 0 to run-drift-count
           perform varying dx from 1 by 1 until dx > open-drift-count
               if open-drift-run-id(dx) = review-run-id(rx)
                   add 1 to run-drift-count
               end-if
           end-perform.

       copy 'CertCheck.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program ResultCertify.
