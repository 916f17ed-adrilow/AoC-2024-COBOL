       program-id. LedgerAdjust as "LedgerAdjust".

      *----------------------------------------------------------------
      * Adjusting entries for the results ledger, so a published
      * value that proves wrong is put right without a rerun (which
      * leaves the wrong row looking current) or a hand edit (which
      * destroys the audit trail and breaks the hash chain).
      *
      * The row to adjust is named by AOC_ADJ_PROGRAM, AOC_ADJ_PART
      * and AOC_ADJ_RUN_ID (NONE for a row written before run
      * identifiers existed); the latest such row still current in
      * the active ledger is the one taken.  A REVERSAL row is
      * posted against it - same program, part, run identifier and
      * value, tagged "REVERSAL ADJnnnnn" - and, when AOC_ADJ_VALUE
      * gives the right value, a CORRECTION row carrying it.
      * LedgerReport, DailyOps and WarehouseExtract treat the
      * reversed row as superseded (LedgerAdjScan.cpy).
      *
      * AOC_ADJ_REASON is required (INPUT, LOGIC, RERUN, KEYING or
      * OTHER), the requester is AOC_ADJ_REQUESTER (default the
      * signed-on user) and the approver AOC_APPROVER, who must not
      * be the requester.  AOC_ADJ_NOTE is optional.  Every
      * adjustment is recorded in ledger_adjustments.txt: id, the
      * original row, the values, reason, requester, approver, and
      * when and into which period it was posted.
      *
      * Adjusting rows are stamped with today's date, so they land
      * in the current open period even when the original row's
      * period is closed; the run identifier they carry and the
      * register entry (which quotes the original stamp and period)
      * are the reference back to the original.  They carry the
      * original row's release version, not the one now in force,
      * so an adjustment never reads as an answer changed by a new
      * release.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select adjust-register-file assign to dynamic
               adjust-register-file-name
               line sequential
               file status is adjust-register-file-status.

           copy 'LedgerSelect.cpy'.

           copy 'OverrideSelect.cpy'.

           copy 'ReleaseSelect.cpy'.

           copy 'PeriodLockSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd adjust-register-file.
       01 adjust-register-line pic X(300).

       copy 'LedgerFd.cpy'.

       copy 'OverrideFd.cpy'.

       copy 'ReleaseFd.cpy'.

       copy 'PeriodLockFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 adjust-register-file-name pic X(200)
           value "ledger_adjustments.txt".
       01 adjust-register-file-status pic X(2).

       01 adjust-program pic X(10).
       01 adjust-part pic X(10).
       01 adjust-run-id pic X(20).
       01 adjust-value-text pic X(40).
       01 adjust-value-length binary-long value 0.
       01 adjust-reason pic X(10).
       01 adjust-requester pic X(30).
       01 adjust-approver pic X(30).
       01 adjust-note pic X(60).
       01 adjust-action pic X(7).

       01 adjust-seq binary-long value 0.
       01 adjust-seq-disp pic 9(5).
       01 adjust-id pic X(8).
       01 adjust-date pic 9(8).
       01 adjust-time pic 9(8).

      *The row being adjusted, by its place in the active ledger.
       01 target-row binary-long value 0.
       01 target-scan binary-long value 0.
       01 target-value pic X(38).
       01 target-stamp pic X(17).
       01 target-tag pic X(20).
       01 target-version pic X(12).
       01 target-chain-seq pic X(18).
       01 target-chain-hash pic X(18).
       01 target-period pic X(6).
       01 filler pic X value 'n'.
           88 target-period-closed value 'y'.
           88 target-period-open value 'n'.
       01 filler pic X value 'n'.
           88 target-already-reversed value 'y'.
           88 target-not-reversed value 'n'.
       01 target-reversed-by pic X(8).

       01 posted-before-seq pic 9(9) value 0.
       01 posted-count binary-long value 0.

       01 reg-id pic X(8).

       copy 'LedgerFields.cpy'.
       copy 'OverrideFields.cpy'.
       copy 'ReleaseFields.cpy'.
       copy 'LedgerAdjFields.cpy'.
       copy 'PeriodLockFields.cpy'.
       copy 'RunIdFields.cpy'.
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
           move adjust-register-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to adjust-register-file-name

           perform settle-adjust-request
           perform find-target-row
           perform fetch-target-row
           perform settle-adjust-id

           accept adjust-date from date yyyymmdd
           accept adjust-time from time
           move adjust-run-id to batch-run-id
           move adjust-part to ledger-part
           compute ledger-value = function numval(target-value)
           move spaces to ledger-tag
           string "REVERSAL " adjust-id
               delimited by size into ledger-tag
           perform post-adjusting-row
           if posted-count = 0
               display "LedgerAdjust: reversal NOT posted - nothing "
                   "adjusted."
               move 8 to return-code
               goback
           end-if
           move "REVERSE" to adjust-action
           display "LedgerAdjust: " adjust-id " reversal posted "
               "against " function trim(adjust-program) " "
               function trim(adjust-part) " run "
               function trim(adjust-run-id) " value "
               function trim(target-value)

           if adjust-value-length > 0
               compute ledger-value = function numval(adjust-value-text)
               move spaces to ledger-tag
               string "CORRECTION " adjust-id
                   delimited by size into ledger-tag
               perform post-adjusting-row
               if posted-count = 2
                   move "CORRECT" to adjust-action
                   display "LedgerAdjust: " adjust-id
                       " correction posted - value "
                       function trim(adjust-value-text)
               else
                   display "LedgerAdjust: *** correction NOT posted"
                       " - the row stands reversed with no "
                       "replacement ***"
                   move 8 to return-code
               end-if
           end-if

           if target-period-closed
               display "LedgerAdjust: original period " target-period
                   " is closed - adjustment posted to period "
                   adjust-date(1:6) " with reference to run "
                   function trim(adjust-run-id) " stamped "
                   target-stamp
           end-if
           perform record-adjustment
           goback.

       settle-adjust-request.
           accept adjust-program from environment "AOC_ADJ_PROGRAM"
           accept adjust-part from environment "AOC_ADJ_PART"
           accept adjust-run-id from environment "AOC_ADJ_RUN_ID"
           accept adjust-value-text from environment "AOC_ADJ_VALUE"
           accept adjust-reason from environment "AOC_ADJ_REASON"
           accept adjust-note from environment "AOC_ADJ_NOTE"
           if adjust-program = spaces or adjust-part = spaces or
              adjust-run-id = spaces
               display "LedgerAdjust: name the row to adjust with "
                   "AOC_ADJ_PROGRAM, AOC_ADJ_PART and AOC_ADJ_RUN_ID "
                   "(NONE for a row with no run id) - nothing "
                   "adjusted."
               move 8 to return-code
               goback
           end-if
           if adjust-run-id = "NONE"
               move spaces to adjust-run-id
           end-if
           if adjust-reason not = "INPUT" and
              adjust-reason not = "LOGIC" and
              adjust-reason not = "RERUN" and
              adjust-reason not = "KEYING" and
              adjust-reason not = "OTHER"
               display "LedgerAdjust: AOC_ADJ_REASON must be INPUT, "
                   "LOGIC, RERUN, KEYING or OTHER - nothing adjusted."
               move 8 to return-code
               goback
           end-if
           move 0 to adjust-value-length
           if adjust-value-text not = spaces
               compute adjust-value-length = function length(
                   function trim(adjust-value-text))
               move function trim(adjust-value-text)
                   to adjust-value-text
               if adjust-value-length > 38 or
                  adjust-value-text(1:adjust-value-length)
                      is not numeric
                   display "LedgerAdjust: AOC_ADJ_VALUE must be an "
                       "unsigned whole number of at most 38 digits "
                       "- nothing adjusted."
                   move 8 to return-code
                   goback
               end-if
           end-if
           accept adjust-requester from environment
               "AOC_ADJ_REQUESTER"
           if adjust-requester = spaces
               accept adjust-requester from environment "USER"
           end-if
           if adjust-requester = spaces
               accept adjust-requester from environment "LOGNAME"
           end-if
           if adjust-requester = spaces
               move "unknown" to adjust-requester
           end-if
           accept adjust-approver from environment "AOC_APPROVER"
           if adjust-approver = spaces
               display "LedgerAdjust: no approver identified (set "
                   "AOC_APPROVER) - nothing adjusted."
               move 8 to return-code
               goback
           end-if
           if adjust-approver = adjust-requester
               display "LedgerAdjust: approver "
                   function trim(adjust-approver)
                   " is the requester - a second pair of eyes must "
                   "approve. Nothing adjusted."
               move 8 to return-code
               goback
           end-if.

       find-target-row.
      *The latest row for the program/part/run that no reversal has
      *superseded; a superseded match alone means it is already
      *reversed.
           perform scan-ledger-adjustments
           move 0 to target-row
           set target-not-reversed to true
           perform varying target-scan from ledger-adj-row-count
               by -1 until target-scan < 1 or target-row > 0
               set lax to target-scan
               if ledger-adj-program(lax) = adjust-program and
                  ledger-adj-part(lax) = adjust-part and
                  ledger-adj-run-id(lax) = adjust-run-id
                   if ledger-adj-current(lax) or
                      ledger-adj-correction(lax)
                       move target-scan to target-row
                   end-if
                   if ledger-adj-superseded(lax) and
                      target-not-reversed
                       set target-already-reversed to true
                       move ledger-adj-ref(lax) to target-reversed-by
                   end-if
               end-if
           end-perform
           if target-row = 0
               if target-already-reversed
                   display "LedgerAdjust: that row was already "
                       "reversed by " target-reversed-by
                       " - nothing adjusted."
               else
                   display "LedgerAdjust: no current ledger row for "
                       function trim(adjust-program) " "
                       function trim(adjust-part) " run "
                       function trim(adjust-run-id)
                       " in the active ledger - nothing adjusted."
               end-if
               move 8 to return-code
               goback
           end-if.

       fetch-target-row.
           move 0 to target-scan
           open input ledger-file
           if ledger-file-status not = "00"
               display "LedgerAdjust: cannot read "
                   function trim(ledger-file-name) " (file status "
                   ledger-file-status ") - nothing adjusted."
               move 8 to return-code
               goback
           end-if
               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to target-scan
                       if target-scan = target-row
                           move spaces to target-value
                           move spaces to target-stamp
                           move spaces to target-tag
                           move spaces to target-version
                           move spaces to target-chain-seq
                           move spaces to target-chain-hash
                           unstring ledger-line delimited by ","
                               into ledger-adj-scan-program
                                    ledger-adj-scan-part
                                    target-value target-stamp
                                    ledger-adj-scan-run-id
                                    target-tag target-version
                                    target-chain-seq
                                    target-chain-hash
                           move 'y' to ws-eof
                       end-if
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close ledger-file
      *A row from before the release register ends at the chain
      *fields, so only a ninth field makes the seventh a version.
           if target-chain-hash = spaces
               move "-" to target-version
           end-if
           move adjust-program to release-cached-program
           move target-version to release-version
           move target-stamp(1:6) to target-period
           set target-period-open to true
           if target-stamp(1:8) is numeric
               move target-stamp(1:8) to ledger-date
               perform check-period-lock
               if row-period-closed
                   set target-period-closed to true
               end-if
           end-if.

       settle-adjust-id.
      *Adjustment ids run on from the highest already registered.
           move 0 to adjust-seq
           open input adjust-register-file
           if adjust-register-file-status = "00"
               perform until ws-eof='y'
               read adjust-register-file
                   at end move 'y' to ws-eof
                   not at end
                       move adjust-register-line(1:8) to reg-id
                       if reg-id(1:3) = "ADJ" and
                          reg-id(4:5) is numeric
                          and function numval(reg-id(4:5)) > adjust-seq
                           move function numval(reg-id(4:5))
                               to adjust-seq
                       end-if
               end-read
               if adjust-register-file-status not = "00" and
                  adjust-register-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close adjust-register-file
           end-if
           add 1 to adjust-seq
           move adjust-seq to adjust-seq-disp
           move spaces to adjust-id
           string "ADJ" adjust-seq-disp
               delimited by size into adjust-id.

       post-adjusting-row.
      *WriteLedgerEntry.cpy refuses or abandons a row quietly, so a
      *posting is confirmed by the chain tail having moved on.
           perform find-ledger-chain-tail
           move ledger-chain-seq to posted-before-seq
           perform write-ledger-entry
           perform find-ledger-chain-tail
           if ledger-chain-seq not = posted-before-seq
               add 1 to posted-count
           end-if.

       record-adjustment.
           open extend adjust-register-file
           if adjust-register-file-status = "35"
               open output adjust-register-file
           end-if
           if adjust-register-file-status not = "00"
               display "LedgerAdjust: *** cannot record " adjust-id
                   " in " function trim(adjust-register-file-name)
                   " (file status " adjust-register-file-status
                   ") - the ledger rows are posted ***"
               move 8 to return-code
               exit paragraph
           end-if
           if adjust-value-length = 0 or posted-count < 2
               move "-" to adjust-value-text
           end-if
           move spaces to adjust-register-line
           string adjust-id "," adjust-action ","
               function trim(adjust-program) ","
               function trim(adjust-part) ","
               function trim(adjust-run-id) ","
               function trim(target-value) ","
               function trim(adjust-value-text) ","
               target-stamp "," target-period ","
               function trim(adjust-reason) ","
               function trim(adjust-requester) ","
               function trim(adjust-approver) ","
               adjust-date "-" adjust-time ","
               adjust-date(1:6) ","
               function trim(adjust-note)
               delimited by size into adjust-register-line
           write adjust-register-line
           close adjust-register-file
           display "LedgerAdjust: " adjust-id " recorded in "
               function trim(adjust-register-file-name).

       copy 'LedgerAdjScan.cpy'.

       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag==
                  by ==function trim(adjust-program)==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag==
                  by ==function trim(adjust-program)==.

       copy 'ReleaseLookup.cpy'.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program LedgerAdjust.
