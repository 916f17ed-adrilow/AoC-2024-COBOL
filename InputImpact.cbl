       program-id. InputImpact as "InputImpact".

      *----------------------------------------------------------------
      * Downstream impact of an input found wrong after the window -
      * a corrected Day1 list, a redelivered Day5 updates file.
      * AOC_IMPACT_INPUT names the input, by its manifest label
      * (Day1, "Day5 updates") or by its file name, and
      * AOC_IMPACT_FROM / AOC_IMPACT_TO (yyyymmdd, TO defaulting to
      * FROM) the business days it was wrong for.
      *
      * The wrong generation(s) are the archive sets InputArchive
      * catalogued for that input inside the range
      * (aoc_archive_catalog.txt).  A run consumed one when the
      * input RunSnapshot recorded for it (aoc_run_snapshots.txt, or
      * AOC_RUN_SNAPSHOTS) carries a wrong generation's checksum -
      * inside the range or not, so a rerun on the same bad file is
      * caught too.  A run inside the range with no snapshot, or
      * with nothing archived to compare against, is taken as
      * affected on its date alone; one whose snapshot shows another
      * generation is listed as cleared.  Runs come from the
      * program's journal STARTs, dated by the business day in the
      * run identifier.
      *
      * Built on those runs, the checklist lists:
      *   - every active-ledger row the program posted under them,
      *     flagged when its period is CLOSED (aoc_period_lock.txt),
      *   - every warehouse and subscription extract in the
      *     distribution log (AOC_DISTRIBUTION_LOG) carrying any of
      *     those rows, and any whose file is gone but that went out
      *     after the first of them was posted,
      *   - every closed period's month-end statement holding them -
      *     a rerun cannot post into a closed period, so these need
      *     a supervisor-approved adjustment (LedgerAdjust),
      *   - the regression standing (regression_status.txt) when the
      *     latest DayRegression run was one of them,
      *   - every drift item raised by those runs, or measured
      *     against a value they posted (aoc_drift_items.txt).
      *
      * Output: input_impact_<label>_<from>_<to>.txt in the data
      * directory.  Return code 4 when anything needs remediation,
      * 8 when the selection is invalid or the journal unreadable.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select manifest-file assign to dynamic manifest-file-name
               line sequential
               file status is manifest-file-status.

           select catalog-file assign to dynamic catalog-file-name
               line sequential
               file status is catalog-file-status.

           select snapshot-file assign to dynamic snapshot-file-name
               line sequential
               file status is snapshot-file-status.

           select dist-log-file assign to dynamic dist-log-file-name
               line sequential
               file status is dist-log-file-status.

           select extract-file assign to dynamic extract-file-name
               line sequential
               file status is extract-file-status.

           select standing-file assign to dynamic standing-file-name
               line sequential
               file status is standing-file-status.

           select drift-items-file assign to dynamic
               drift-items-file-name
               line sequential
               file status is drift-items-file-status.

           select impact-file assign to dynamic impact-file-name
               line sequential
               file status is impact-file-status.

           copy 'LedgerSelect.cpy'.

           copy 'JournalSelect.cpy'.

           copy 'PeriodLockSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd manifest-file.
       01 manifest-line pic X(260).

       fd catalog-file.
       01 catalog-line pic X(300).

       fd snapshot-file.
       01 snapshot-line pic X(400).

       fd dist-log-file.
       01 dist-log-record pic X(300).

       fd extract-file.
       01 extract-record pic X(200).

       fd standing-file.
       01 standing-line pic X(60).

       fd drift-items-file.
       01 drift-items-record pic X(200).

       fd impact-file.
       01 impact-line pic X(300).

       copy 'LedgerFd.cpy'.

       copy 'JournalFd.cpy'.

       copy 'PeriodLockFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 manifest-file-name pic X(200)
           value "aoc_input_manifest.txt".
       01 manifest-file-status pic X(2).
       01 catalog-file-name pic X(200)
           value "aoc_archive_catalog.txt".
       01 catalog-file-status pic X(2).
       01 snapshot-file-name pic X(200).
       01 snapshot-file-status pic X(2).
       01 dist-log-file-name pic X(200).
       01 dist-log-file-status pic X(2).
       01 extract-file-name pic X(200).
       01 extract-file-status pic X(2).
       01 standing-file-name pic X(200)
           value "regression_status.txt".
       01 standing-file-status pic X(2).
       01 drift-items-file-name pic X(200)
           value "aoc_drift_items.txt".
       01 drift-items-file-status pic X(2).
       01 impact-file-name pic X(200).
       01 impact-file-status pic X(2).

      *The input under correction and the days it was wrong for.
       01 impact-input pic X(200).
       01 impact-label pic X(14).
       01 impact-program pic X(10).
       01 impact-file-text pic X(200).
       01 impact-label-tag pic X(14).
       01 impact-from-text pic X(10).
       01 impact-to-text pic X(10).
       01 impact-from pic 9(8).
       01 impact-to pic 9(8).
       01 impact-date pic 9(8).
       01 impact-time pic 9(8).
       01 filler pic X value 'n'.
           88 label-in-manifest value 'y'.
           88 label-not-in-manifest value 'n'.

      *Wrong generations: the archive sets of the input inside the
      *range.
       78 max-generations value 200.
       01 generation-table.
         05 generation occurs max-generations times indexed by gx.
           10 gen-stamp pic X(15).
           10 gen-archive pic X(120).
           10 gen-bytes pic X(18).
           10 gen-checksum pic X(18).
       01 generation-count binary-long value 0.

      *The input each run recorded in its snapshot, for this label.
       78 max-snap-inputs value 5000.
       01 snap-input-table.
         05 snap-input occurs max-snap-inputs times indexed by sx.
           10 sin-run-id pic X(20).
           10 sin-bytes pic X(18).
           10 sin-checksum pic X(18).
       01 snap-input-count binary-long value 0.

      *Runs of the program: affected by generation (G), affected on
      *their date alone (D), or shown by their snapshot to have read
      *another generation (C).
       78 max-impact-runs value 500.
       01 impact-run-table.
         05 impact-run occurs max-impact-runs times indexed by rx.
           10 run-id pic X(20).
           10 run-date pic 9(8).
           10 run-stamp pic X(17).
           10 run-user pic X(30).
           10 run-input pic X(120).
           10 run-checksum pic X(18).
           10 run-gen-stamp pic X(15).
           10 run-evidence pic X.
               88 run-by-generation value 'G'.
               88 run-by-date value 'D'.
               88 run-cleared value 'C'.
               88 run-affected value 'G' 'D'.
           10 run-regression pic X.
               88 run-is-regression value 'y'.
           10 run-row-count binary-long.
       01 impact-run-count binary-long value 0.
       01 affected-run-count binary-long value 0.
       01 cleared-run-count binary-long value 0.

      *DayRegression runs in the journal; the last is the one whose
      *standing regression_status.txt holds.
       78 max-regression-runs value 500.
       01 regression-run-table.
         05 regression-run pic X(20) occurs max-regression-runs
            times indexed by gr.
       01 regression-run-count binary-long value 0.
       01 latest-regression-run pic X(20) value spaces.

      *Ledger rows posted under affected runs.
       78 max-impact-rows value 5000.
       01 impact-row-table.
         05 impact-row occurs max-impact-rows times indexed by ix.
           10 irow-part pic X(10).
           10 irow-value pic X(38).
           10 irow-stamp pic X(17).
           10 irow-run-id pic X(20).
           10 irow-tag pic X(20).
           10 irow-seq pic X(9).
           10 irow-period pic 9(6).
           10 irow-lock pic X.
               88 irow-closed value 'y'.
       01 impact-row-count binary-long value 0.
       01 closed-row-count binary-long value 0.
       01 earliest-row-stamp pic X(17) value high-values.

       78 max-impact-periods value 120.
       01 impact-period-table.
         05 impact-period occurs max-impact-periods times
            indexed by px.
           10 iper-period pic 9(6).
           10 iper-rows binary-long.
           10 iper-lock pic X.
               88 iper-closed value 'y'.
       01 impact-period-count binary-long value 0.

       01 row-program pic X(10).
       01 row-part pic X(10).
       01 row-value pic X(38).
       01 row-stamp pic X(17).
       01 row-run-id pic X(20).
       01 row-tag pic X(20).
       01 row-seq pic X(9).
       01 row-field-7 pic X(12).
       01 row-field-8 pic X(18).
       01 row-field-9 pic X(18).

       01 jrow-program pic X(16).
       01 jrow-event pic X(5).
       01 jrow-user pic X(30).
       01 jrow-stamp pic X(17).
       01 jrow-status pic X(7).
       01 jrow-input pic X(200).
       01 jrow-run-id pic X(20).
       01 jrow-date pic 9(8).

       01 field-label pic X(20).
       01 field-file pic X(200).
       01 field-bytes pic X(18).
       01 field-checksum pic X(18).
       01 field-stamp pic X(17).
       01 field-kind pic X(6).
       01 field-run-id pic X(20).
       01 field-verdict pic X(10).

       01 dist-consumer pic X(16).
       01 dist-window pic X(20).
       01 dist-file pic X(120).
       01 dist-records pic X(10).
       01 dist-hash pic X(20).
       01 dist-held pic X(10).
       01 dist-stamp pic X(17).
       01 ext-type pic X(2).
       01 ext-program pic X(10).
       01 ext-part pic X(10).
       01 ext-value pic X(38).
       01 ext-run-id pic X(20).
       01 extract-match-count binary-long value 0.
       01 filler pic X value 'n'.
           88 extract-superseded value 'y'.
           88 extract-current value 'n'.
       01 extract-count binary-long value 0.
       01 unverified-extract-count binary-long value 0.

       01 stand-day pic X(10).
       01 stand-part pic X(10).
       01 stand-result pic X(10).
       01 standing-count binary-long value 0.

       01 ditem-status pic X(6).
       01 ditem-program pic X(10).
       01 ditem-part pic X(10).
       01 ditem-old pic X(38).
       01 ditem-new pic X(38).
       01 ditem-run-id pic X(20).
       01 ditem-cause pic X(12).
       01 drift-count binary-long value 0.

       01 probe-run-id pic X(20).
       01 filler pic X value 'n'.
           88 probe-found value 'y'.
           88 probe-missing value 'n'.
       01 base-name pic X(200).
       01 base-input pic X(200).
       01 base-pos binary-long value 0.
       01 base-work pic X(200).
       01 section-count binary-long value 0.
       01 statement-name pic X(40).
       01 action-text pic X(80).
       01 count-disp pic Z(6)9.
       01 count-disp-2 pic Z(6)9.
       01 remediation-count binary-long value 0.

       copy 'LedgerFields.cpy'.
       copy 'JournalFields.cpy'.
       copy 'PeriodLockFields.cpy'.
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
           move "aoc_run_journal.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to journal-file-name
           move manifest-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to manifest-file-name
           move catalog-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to catalog-file-name
           move standing-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to standing-file-name
           move drift-items-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to drift-items-file-name

           accept snapshot-file-name from environment
               "AOC_RUN_SNAPSHOTS"
           if snapshot-file-name = spaces
               move "AOC_RUN_SNAPSHOTS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to snapshot-file-name
           end-if
           if snapshot-file-name = spaces
               move "aoc_run_snapshots.txt" to snapshot-file-name
           end-if
           move snapshot-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to snapshot-file-name

           accept dist-log-file-name from environment
               "AOC_DISTRIBUTION_LOG"
           if dist-log-file-name = spaces
               move "AOC_DISTRIBUTION_LOG" to config-lookup-key
               perform get-config-value
               move config-lookup-value to dist-log-file-name
           end-if
           if dist-log-file-name = spaces
               move "aoc_distribution_log.txt" to dist-log-file-name
           end-if
           move dist-log-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to dist-log-file-name

           perform resolve-impact-selection
           perform resolve-impact-input
           accept impact-date from date yyyymmdd
           accept impact-time from time
           move function trim(impact-label) to impact-label-tag
           move function length(function trim(impact-label))
               to base-pos
           inspect impact-label-tag(1:base-pos)
               replacing all space by "_"
           move spaces to data-dir-filename
           string "input_impact_" function trim(impact-label-tag)
               "_" impact-from "_" impact-to ".txt"
               delimited by size into data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to impact-file-name

           perform load-wrong-generations
           perform load-snapshot-inputs
           perform load-impact-runs
           perform load-impact-rows

           open output impact-file
           if impact-file-status not = "00"
               display "InputImpact: cannot write "
                   function trim(impact-file-name)
                   " (file status " impact-file-status
                   ") - aborting."
               move 8 to return-code
               goback
           end-if
           perform write-impact-header
           perform write-run-section
           perform write-ledger-section
           perform write-extract-section
           perform write-period-section
           perform write-regression-section
           perform write-drift-section
           perform write-impact-footer
           close impact-file

           move affected-run-count to count-disp
           move impact-row-count to count-disp-2
           display "InputImpact: " function trim(impact-label) " "
               impact-from "-" impact-to ": "
               function trim(count-disp) " run(s), "
               function trim(count-disp-2) " ledger row(s) affected"
           if closed-row-count > 0
               move closed-row-count to count-disp
               display "InputImpact: " function trim(count-disp)
                   " row(s) fall in a closed period - supervisor-"
                   "approved adjustment required."
           end-if
           display "InputImpact: remediation checklist "
               function trim(impact-file-name)
           if remediation-count > 0
               move 4 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
       resolve-impact-selection.
           accept impact-input from environment "AOC_IMPACT_INPUT"
           if impact-input = spaces
               move "AOC_IMPACT_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to impact-input
           end-if
           if impact-input = spaces
               display "InputImpact: AOC_IMPACT_INPUT must name the "
                   "input (manifest label or file name) - aborting."
               move 8 to return-code
               goback
           end-if
           accept impact-from-text from environment "AOC_IMPACT_FROM"
           if impact-from-text = spaces
               move "AOC_IMPACT_FROM" to config-lookup-key
               perform get-config-value
               move config-lookup-value to impact-from-text
           end-if
           accept impact-to-text from environment "AOC_IMPACT_TO"
           if impact-to-text = spaces
               move "AOC_IMPACT_TO" to config-lookup-key
               perform get-config-value
               move config-lookup-value to impact-to-text
           end-if
           if impact-to-text = spaces
               move impact-from-text to impact-to-text
           end-if
           if impact-from-text(1:8) is not numeric or
              impact-from-text(9:2) not = spaces or
              impact-to-text(1:8) is not numeric or
              impact-to-text(9:2) not = spaces
               display "InputImpact: AOC_IMPACT_FROM and "
                   "AOC_IMPACT_TO must be yyyymmdd - aborting."
               move 8 to return-code
               goback
           end-if
           move impact-from-text(1:8) to impact-from
           move impact-to-text(1:8) to impact-to
           if impact-from > impact-to
               display "InputImpact: AOC_IMPACT_FROM " impact-from
                   " is after AOC_IMPACT_TO " impact-to
                   " - aborting."
               move 8 to return-code
               goback
           end-if.

       resolve-impact-input.
      *The manifest ties a label to its file; the input may be named
      *by either, the file with or without its directory.
           move impact-input to base-name
           perform take-base-name
           move base-name to base-input
           set label-not-in-manifest to true
           open input manifest-file
           if manifest-file-status = "00"
               perform until ws-eof='y'
               read manifest-file
                   at end move 'y' to ws-eof
                   not at end
                       perform match-manifest-line
               end-read
               if manifest-file-status not = "00" and
                  manifest-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close manifest-file
           end-if
           if label-not-in-manifest
               move impact-input to impact-label
               move spaces to impact-file-text
               display "InputImpact: " function trim(impact-input)
                   " is not in the input manifest - taken as the "
                   "input label."
           end-if
           move spaces to impact-program
           unstring impact-label delimited by space
               into impact-program.

       match-manifest-line.
           if label-in-manifest
               exit paragraph
           end-if
           move spaces to field-label
           move spaces to field-file
           unstring manifest-line delimited by ","
               into field-label field-file
           move field-file to base-name
           perform take-base-name
           if function upper-case(field-label) =
                  function upper-case(impact-input)
              or (field-file not = spaces and
                  (field-file = impact-input or base-name = base-input))
               set label-in-manifest to true
               move field-label to impact-label
               move field-file to impact-file-text
           end-if.

       take-base-name.
           perform varying base-pos from length of base-name by -1
               until base-pos < 1 or base-name(base-pos:1) = "/"
               continue
           end-perform
           if base-pos > 0 and base-pos < length of base-name
               move base-name(base-pos + 1:) to base-work
               move base-work to base-name
           end-if.

      *----------------------------------------------------------------
       load-wrong-generations.
           open input catalog-file
           if catalog-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read catalog-file
                   at end move 'y' to ws-eof
                   not at end
                       perform keep-wrong-generation
               end-read
               if catalog-file-status not = "00" and
                  catalog-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close catalog-file.

       keep-wrong-generation.
           if catalog-line = spaces
               exit paragraph
           end-if
           move spaces to field-stamp
           move spaces to field-label
           move spaces to field-file
           move spaces to field-bytes
           move spaces to field-checksum
           move spaces to field-verdict
           unstring catalog-line delimited by ","
               into field-stamp field-label field-file field-bytes
                    field-checksum field-verdict
           if field-label not = impact-label or
              field-stamp(1:8) is not numeric
               exit paragraph
           end-if
           move field-stamp(1:8) to jrow-date
           if jrow-date < impact-from or jrow-date > impact-to
               exit paragraph
           end-if
           if generation-count >= max-generations
               exit paragraph
           end-if
           add 1 to generation-count
           set gx to generation-count
           move field-stamp to gen-stamp(gx)
           move field-file to gen-archive(gx)
           move field-bytes to gen-bytes(gx)
           move field-checksum to gen-checksum(gx).

       load-snapshot-inputs.
           open input snapshot-file
           if snapshot-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read snapshot-file
                   at end move 'y' to ws-eof
                   not at end
                       perform keep-snapshot-input
               end-read
               if snapshot-file-status not = "00" and
                  snapshot-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close snapshot-file.

       keep-snapshot-input.
           move spaces to field-run-id
           move spaces to field-kind
           move spaces to field-label
           move spaces to field-file
           move spaces to field-bytes
           move spaces to field-checksum
           unstring snapshot-line delimited by ","
               into field-run-id field-kind field-label field-file
                    field-bytes field-checksum
           if field-kind not = "INPUT" or field-label not = impact-label
               exit paragraph
           end-if
           if snap-input-count >= max-snap-inputs
               exit paragraph
           end-if
           add 1 to snap-input-count
           set sx to snap-input-count
           move field-run-id to sin-run-id(sx)
           move field-bytes to sin-bytes(sx)
           move field-checksum to sin-checksum(sx).

      *----------------------------------------------------------------
       load-impact-runs.
           open input journal-file
           if journal-file-status not = "00"
               display "InputImpact: cannot read "
                   function trim(journal-file-name)
                   " (file status " journal-file-status
                   ") - aborting."
               move 8 to return-code
               goback
           end-if
               perform until ws-eof='y'
               read journal-file
                   at end move 'y' to ws-eof
                   not at end
                       perform take-journal-row
               end-read
               if journal-file-status not = "00" and
                  journal-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close journal-file
           perform varying rx from 1 by 1
               until rx > impact-run-count
               perform varying gr from 1 by 1
                   until gr > regression-run-count
                   if regression-run(gr) = run-id(rx)
                       move 'y' to run-regression(rx)
                   end-if
               end-perform
           end-perform.

       take-journal-row.
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
           if jrow-program = "DayRegression"
               move jrow-run-id to latest-regression-run
               perform varying gr from 1 by 1
                   until gr > regression-run-count
                   if regression-run(gr) = jrow-run-id
                       exit paragraph
                   end-if
               end-perform
               if regression-run-count < max-regression-runs
                   add 1 to regression-run-count
                   move jrow-run-id
                       to regression-run(regression-run-count)
               end-if
               exit paragraph
           end-if
           if jrow-program not = impact-program or
              jrow-event not = "START"
               exit paragraph
           end-if
           perform varying rx from 1 by 1
               until rx > impact-run-count
               if run-id(rx) = jrow-run-id
                   exit paragraph
               end-if
           end-perform
      *The business day rides in the run identifier (a catch-up
      *run carries its day, not the day it ran); the START stamp
      *stands in for an identifier without one.
           if jrow-run-id(2:8) is numeric
               move jrow-run-id(2:8) to jrow-date
           else
               if jrow-stamp(1:8) is numeric
                   move jrow-stamp(1:8) to jrow-date
               else
                   move 0 to jrow-date
               end-if
           end-if
           move spaces to field-checksum
           move spaces to field-stamp
           set probe-missing to true
           perform varying sx from 1 by 1
               until sx > snap-input-count or probe-found
               if sin-run-id(sx) = jrow-run-id
                   set probe-found to true
                   move sin-checksum(sx) to field-checksum
               end-if
           end-perform
           move spaces to field-kind
           if probe-found and generation-count > 0
               perform varying gx from 1 by 1
                   until gx > generation-count or field-kind = "G"
                   if gen-checksum(gx) = field-checksum
                       move "G" to field-kind
                       move gen-stamp(gx) to field-stamp
                   end-if
               end-perform
               if field-kind = spaces and
                  jrow-date >= impact-from and jrow-date <= impact-to
                   move "C" to field-kind
               end-if
           else
               if jrow-date >= impact-from and jrow-date <= impact-to
                   move "D" to field-kind
               end-if
           end-if
           if field-kind = spaces
               exit paragraph
           end-if
           if impact-run-count >= max-impact-runs
               display "InputImpact: more than " max-impact-runs
                   " runs selected - the rest are not traced."
               move 'y' to ws-eof
               exit paragraph
           end-if
           add 1 to impact-run-count
           set rx to impact-run-count
           move jrow-run-id to run-id(rx)
           move jrow-date to run-date(rx)
           move jrow-stamp to run-stamp(rx)
           move jrow-user to run-user(rx)
           move jrow-input to run-input(rx)
           move field-checksum to run-checksum(rx)
           move field-stamp to run-gen-stamp(rx)
           move field-kind to run-evidence(rx)
           move 'n' to run-regression(rx)
           move 0 to run-row-count(rx)
           if run-cleared(rx)
               add 1 to cleared-run-count
           else
               add 1 to affected-run-count
               add 1 to remediation-count
           end-if.

       find-affected-run.
           set probe-missing to true
           perform varying rx from 1 by 1
               until rx > impact-run-count or probe-found
               if run-id(rx) = probe-run-id and run-affected(rx)
                   set probe-found to true
               end-if
           end-perform
           if probe-found
               set rx down by 1
           end-if.

      *----------------------------------------------------------------
       load-impact-rows.
           if affected-run-count = 0
               exit paragraph
           end-if
           perform load-period-locks
           open input ledger-file
           if ledger-file-status not = "00"
               display "InputImpact: cannot read "
                   function trim(ledger-file-name)
                   " (file status " ledger-file-status
                   ") - no ledger rows listed."
               exit paragraph
           end-if
               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       perform take-ledger-row
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close ledger-file.

       take-ledger-row.
           move spaces to row-program
           move spaces to row-part
           move spaces to row-value
           move spaces to row-stamp
           move spaces to row-run-id
           move spaces to row-tag
           move spaces to row-seq
           move spaces to row-field-7
           move spaces to row-field-8
           move spaces to row-field-9
           unstring ledger-line delimited by ","
               into row-program row-part row-value row-stamp
                    row-run-id row-tag row-field-7 row-field-8
                    row-field-9
           if row-program not = impact-program
               exit paragraph
           end-if
           move row-run-id to probe-run-id
           perform find-affected-run
           if probe-missing
               exit paragraph
           end-if
           if row-field-9 not = spaces
               move row-field-8 to row-seq
           else
               move row-field-7 to row-seq
           end-if
           if impact-row-count >= max-impact-rows
               display "InputImpact: more than " max-impact-rows
                   " ledger rows affected - the rest are not listed."
               move 'y' to ws-eof
               exit paragraph
           end-if
           add 1 to run-row-count(rx)
           add 1 to impact-row-count
           add 1 to remediation-count
           set ix to impact-row-count
           move row-part to irow-part(ix)
           move row-value to irow-value(ix)
           move row-stamp to irow-stamp(ix)
           move row-run-id to irow-run-id(ix)
           move row-tag to irow-tag(ix)
           move row-seq to irow-seq(ix)
           move 0 to irow-period(ix)
           if row-stamp(1:6) is numeric
               move row-stamp(1:6) to irow-period(ix)
           end-if
           move 'n' to irow-lock(ix)
           perform varying cpx from 1 by 1
               until cpx > closed-period-count
               if closed-period(cpx) = irow-period(ix)
                   move 'y' to irow-lock(ix)
               end-if
           end-perform
           if irow-closed(ix)
               add 1 to closed-row-count
           end-if
           if row-stamp < earliest-row-stamp
               move row-stamp to earliest-row-stamp
           end-if
           perform varying px from 1 by 1
               until px > impact-period-count
               if iper-period(px) = irow-period(ix)
                   add 1 to iper-rows(px)
                   exit paragraph
               end-if
           end-perform
           if impact-period-count < max-impact-periods
               add 1 to impact-period-count
               set px to impact-period-count
               move irow-period(ix) to iper-period(px)
               move 1 to iper-rows(px)
               move irow-lock(ix) to iper-lock(px)
           end-if.

      *----------------------------------------------------------------
       write-impact-header.
           move spaces to impact-line
           string "=== Input correction impact - "
               function trim(impact-label) ", wrong "
               impact-from " to " impact-to " ==="
               delimited by size into impact-line
           write impact-line
           move spaces to impact-line
           string "Prepared " impact-date "-" impact-time(1:6)
               " from " function trim(journal-file-name)
               delimited by size into impact-line
           write impact-line
           move spaces to impact-line
           if label-in-manifest
               string "Input file: " function trim(impact-file-text)
                   " (manifest label " function trim(impact-label)
                   ")" delimited by size into impact-line
           else
               string "Input file: not in the input manifest - "
                   "journal STARTs of " function trim(impact-program)
                   " traced" delimited by size into impact-line
           end-if
           write impact-line
           move spaces to impact-line
           write impact-line
           move "Wrong generation(s) archived in the range:"
               to impact-line
           write impact-line
           if generation-count = 0
               move spaces to impact-line
               string "  none in " function trim(catalog-file-name)
                   " - runs are taken as affected on their date"
                   delimited by size into impact-line
               write impact-line
           end-if
           perform varying gx from 1 by 1
               until gx > generation-count
               move spaces to impact-line
               string "  set " gen-stamp(gx) " "
                   function trim(gen-archive(gx)) ", "
                   function trim(gen-bytes(gx)) " bytes, checksum "
                   function trim(gen-checksum(gx))
                   delimited by size into impact-line
               write impact-line
           end-perform.

       write-run-section.
           move spaces to impact-line
           write impact-line
           move affected-run-count to count-disp
           move spaces to impact-line
           string "Runs that consumed the wrong input ("
               function trim(count-disp) "):"
               delimited by size into impact-line
           write impact-line
           if affected-run-count = 0
               move "  none - nothing to remediate" to impact-line
               write impact-line
           end-if
           perform varying rx from 1 by 1
               until rx > impact-run-count
               if run-affected(rx)
                   perform write-one-run
               end-if
           end-perform
           if cleared-run-count > 0
               move spaces to impact-line
               write impact-line
               move "Runs in the range cleared by their snapshot:"
                   to impact-line
               write impact-line
               perform varying rx from 1 by 1
                   until rx > impact-run-count
                   if run-cleared(rx)
                       move spaces to impact-line
                       string "  run " function trim(run-id(rx))
                           " started " run-stamp(rx)
                           " - read checksum "
                           function trim(run-checksum(rx))
                           ", not a wrong generation"
                           delimited by size into impact-line
                       write impact-line
                   end-if
               end-perform
           end-if.

       write-one-run.
           move spaces to impact-line
           string "[ ] Run " function trim(run-id(rx))
               " business day " run-date(rx)
               ", started " run-stamp(rx) " by "
               function trim(run-user(rx))
               delimited by size into impact-line
           if run-is-regression(rx)
               string function trim(impact-line)
                   " (DayRegression)"
                   delimited by size into impact-line
           end-if
           write impact-line
           move spaces to impact-line
           if run-by-generation(rx)
               string "      read generation " run-gen-stamp(rx)
                   " (checksum " function trim(run-checksum(rx))
                   ") - rerun on the corrected input"
                   delimited by size into impact-line
           else
               string "      input "
                   function trim(run-input(rx))
                   " - no snapshot to match a generation; rerun "
                   "on the corrected input"
                   delimited by size into impact-line
           end-if
           write impact-line.

      *----------------------------------------------------------------
       write-ledger-section.
           move spaces to impact-line
           write impact-line
           move impact-row-count to count-disp
           move spaces to impact-line
           string "Ledger rows posted by those runs ("
               function trim(count-disp) "):"
               delimited by size into impact-line
           write impact-line
           if impact-row-count = 0
               move "  none on the active ledger" to impact-line
               write impact-line
           end-if
           perform varying ix from 1 by 1
               until ix > impact-row-count
               if irow-closed(ix)
                   move "period CLOSED - supervisor-approved adjustment"
                       to action-text
               else
                   move "period open - rerun or adjust"
                       to action-text
               end-if
               move spaces to impact-line
               string "[ ] " function trim(impact-program) " "
                   function trim(irow-part(ix)) " = "
                   function trim(irow-value(ix)) ", posted "
                   irow-stamp(ix) ", run "
                   function trim(irow-run-id(ix))
                   delimited by size into impact-line
               if irow-seq(ix) not = spaces
                   string function trim(impact-line) ", sequence "
                       function trim(irow-seq(ix))
                       delimited by size into impact-line
               end-if
               if irow-tag(ix) not = spaces
                   string function trim(impact-line) ", tag "
                       function trim(irow-tag(ix))
                       delimited by size into impact-line
               end-if
               write impact-line
               move spaces to impact-line
               string "      " function trim(action-text)
                   delimited by size into impact-line
               write impact-line
           end-perform.

      *----------------------------------------------------------------
       write-extract-section.
           move spaces to impact-line
           write impact-line
           move "Warehouse and subscription extracts carrying them:"
               to impact-line
           write impact-line
           if impact-row-count > 0
               open input dist-log-file
               if dist-log-file-status = "00"
                   perform until ws-eof='y'
                   read dist-log-file
                       at end move 'y' to ws-eof
                       not at end
                           perform check-one-delivery
                   end-read
                   if dist-log-file-status not = "00" and
                      dist-log-file-status not = "10"
                       move 'y' to ws-eof
                   end-if
                   end-perform
                   move 'n' to ws-eof
                   close dist-log-file
               end-if
           end-if
           if extract-count = 0 and unverified-extract-count = 0
               move "  none delivered" to impact-line
               write impact-line
           end-if.

       check-one-delivery.
           if dist-log-record = spaces
               exit paragraph
           end-if
           move spaces to dist-consumer
           move spaces to dist-window
           move spaces to dist-file
           move spaces to dist-records
           move spaces to dist-hash
           move spaces to dist-held
           move spaces to dist-stamp
           unstring dist-log-record delimited by ","
               into dist-consumer dist-window dist-file dist-records
                    dist-hash dist-held dist-stamp
           move dist-file to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to extract-file-name
           move 0 to extract-match-count
           set extract-current to true
           open input extract-file
           if extract-file-status not = "00"
               set extract-superseded to true
           else
               perform until ws-eof='y'
               read extract-file
                   at end move 'y' to ws-eof
                   not at end
                       perform check-extract-record
               end-read
               if extract-file-status not = "00" and
                  extract-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close extract-file
           end-if
           if extract-current
               if extract-match-count > 0
                   add 1 to extract-count
                   add 1 to remediation-count
                   move extract-match-count to count-disp
                   move spaces to impact-line
                   string "[ ] " function trim(dist-consumer) " "
                       function trim(dist-window) " - "
                       function trim(dist-file) " sent "
                       dist-stamp " carries "
                       function trim(count-disp)
                       " affected row(s): send a correction"
                       delimited by size into impact-line
                   write impact-line
               end-if
               exit paragraph
           end-if
      *The extract is gone or (the warehouse file) overwritten by a
      *later one: anything sent after the first affected row was
      *posted may have carried it.
           if dist-stamp(1:17) >= earliest-row-stamp and
              dist-records not = "0"
               add 1 to unverified-extract-count
               add 1 to remediation-count
               move spaces to impact-line
               string "[ ] " function trim(dist-consumer) " "
                   function trim(dist-window) " - "
                   function trim(dist-file) " sent " dist-stamp
                   " is no longer on file: confirm with the "
                   "consumer" delimited by size into impact-line
               write impact-line
           end-if.

       check-extract-record.
           if extract-record(1:1) = "H"
      *The warehouse extract is rewritten in place; only the one
      *whose header matches the logged window is still the file
      *that was sent.
               if dist-consumer = "WAREHOUSE"
                   move spaces to field-stamp
                   string extract-record(10:8) "-"
                       extract-record(18:8)
                       delimited by size into field-stamp
                   if field-stamp(1:17) not = dist-window(1:17)
                       set extract-superseded to true
                       move 'y' to ws-eof
                   end-if
               end-if
               exit paragraph
           end-if
           if extract-record(1:1) not = "D"
               exit paragraph
           end-if
           if extract-record(2:1) = ","
               move spaces to ext-type
               move spaces to ext-program
               move spaces to ext-part
               move spaces to ext-value
               move spaces to ext-run-id
               unstring extract-record delimited by ","
                   into ext-type ext-program ext-part ext-value
                        ext-run-id
           else
               move extract-record(2:10) to ext-program
               move extract-record(60:20) to ext-run-id
           end-if
           if ext-program not = impact-program
               exit paragraph
           end-if
           move ext-run-id to probe-run-id
           perform find-affected-run
           if probe-found
               add 1 to extract-match-count
           end-if.

      *----------------------------------------------------------------
       write-period-section.
           move spaces to impact-line
           write impact-line
           move "Period-close statements holding them:"
               to impact-line
           write impact-line
           move 0 to section-count
           perform varying px from 1 by 1
               until px > impact-period-count
               move iper-rows(px) to count-disp
               move spaces to statement-name
               string "period_close_" iper-period(px) ".txt"
                   delimited by size into statement-name
               move spaces to impact-line
               if iper-closed(px)
                   add 1 to section-count
                   add 1 to remediation-count
                   string "[ ] Period " iper-period(px)
                       " CLOSED - " function trim(statement-name)
                       " holds " function trim(count-disp)
                       " affected row(s): supervisor-approved "
                       "adjustment (LedgerAdjust, AOC_APPROVER)"
                       delimited by size into impact-line
               else
                   string "    Period " iper-period(px)
                       " open - " function trim(count-disp)
                       " row(s), no statement yet: correct before "
                       "PeriodClose" delimited by size into impact-line
               end-if
               write impact-line
           end-perform
           if section-count = 0
               move "  no closed period is affected" to impact-line
               write impact-line
           end-if.

      *----------------------------------------------------------------
       write-regression-section.
           move spaces to impact-line
           write impact-line
           move "Regression standing built on them:" to impact-line
           write impact-line
           move 0 to section-count
           perform varying rx from 1 by 1
               until rx > impact-run-count
               if run-affected(rx) and run-is-regression(rx)
                   add 1 to section-count
               end-if
           end-perform
           if section-count = 0
               move "  no DayRegression run consumed the input"
                   to impact-line
               write impact-line
               exit paragraph
           end-if
           move latest-regression-run to probe-run-id
           perform find-affected-run
           if probe-missing
               move spaces to impact-line
               string "  the affected DayRegression run(s) have been "
                   "superseded by run "
                   function trim(latest-regression-run)
                   " - current standing unaffected"
                   delimited by size into impact-line
               write impact-line
               exit paragraph
           end-if
           open input standing-file
           if standing-file-status = "00"
               perform until ws-eof='y'
               read standing-file
                   at end move 'y' to ws-eof
                   not at end
                       perform check-standing-line
               end-read
               if standing-file-status not = "00" and
                  standing-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close standing-file
           end-if
           if standing-count = 0
               add 1 to remediation-count
               move spaces to impact-line
               string "[ ] DayRegression run "
                   function trim(latest-regression-run)
                   " consumed the input: rerun DayRegression"
                   delimited by size into impact-line
               write impact-line
           end-if.

       check-standing-line.
           move spaces to stand-day
           move spaces to stand-part
           move spaces to stand-result
           unstring standing-line delimited by ","
               into stand-day stand-part stand-result
           if stand-day not = impact-program
               exit paragraph
           end-if
           add 1 to standing-count
           add 1 to remediation-count
           move spaces to impact-line
           string "[ ] " function trim(stand-day) " "
               function trim(stand-part) " standing "
               function trim(stand-result) " from run "
               function trim(latest-regression-run)
               ": rerun DayRegression after the correction"
               delimited by size into impact-line
           write impact-line.

      *----------------------------------------------------------------
       write-drift-section.
           move spaces to impact-line
           write impact-line
           move "Drift items built on them:" to impact-line
           write impact-line
           if impact-row-count > 0 or affected-run-count > 0
               open input drift-items-file
               if drift-items-file-status = "00"
                   perform until ws-eof='y'
                   read drift-items-file
                       at end move 'y' to ws-eof
                       not at end
                           perform check-drift-item
                   end-read
                   if drift-items-file-status not = "00" and
                      drift-items-file-status not = "10"
                       move 'y' to ws-eof
                   end-if
                   end-perform
                   move 'n' to ws-eof
                   close drift-items-file
               end-if
           end-if
           if drift-count = 0
               move "  none" to impact-line
               write impact-line
           end-if.

       check-drift-item.
      *An item belongs when one of the runs raised it, or when the
      *old value it was measured against is one they posted.
           move spaces to ditem-status
           move spaces to ditem-program
           move spaces to ditem-part
           move spaces to ditem-old
           move spaces to ditem-new
           move spaces to ditem-run-id
           move spaces to ditem-cause
           unstring drift-items-record delimited by ","
               into ditem-status ditem-program ditem-part
                    ditem-old ditem-new ditem-run-id ditem-cause
           if ditem-program not = impact-program
               exit paragraph
           end-if
           move ditem-run-id to probe-run-id
           perform find-affected-run
           if probe-found
               move "raised by an affected run" to action-text
           else
               perform varying ix from 1 by 1
                   until ix > impact-row-count or probe-found
                   if irow-part(ix) = ditem-part and
                      irow-value(ix) = ditem-old
                       set probe-found to true
                   end-if
               end-perform
               if probe-missing
                   exit paragraph
               end-if
               move "measured against an affected value"
                   to action-text
           end-if
           add 1 to drift-count
           add 1 to remediation-count
           move spaces to impact-line
           string "[ ] " function trim(ditem-status) " "
               function trim(ditem-program) " "
               function trim(ditem-part) ": "
               function trim(ditem-old) " -> "
               function trim(ditem-new) " (run "
               function trim(ditem-run-id) ") - "
               function trim(action-text)
               delimited by size into impact-line
           if ditem-cause not = spaces
               string function trim(impact-line) ", cause "
                   function trim(ditem-cause)
                   delimited by size into impact-line
           end-if
           write impact-line.

      *----------------------------------------------------------------
       write-impact-footer.
           move spaces to impact-line
           write impact-line
           move affected-run-count to count-disp
           move spaces to impact-line
           string "Runs affected: " function trim(count-disp)
               delimited by size into impact-line
           write impact-line
           move impact-row-count to count-disp
           move closed-row-count to count-disp-2
           move spaces to impact-line
           string "Ledger rows affected: " function trim(count-disp)
               ", in closed periods: " function trim(count-disp-2)
               delimited by size into impact-line
           write impact-line
           move extract-count to count-disp
           move unverified-extract-count to count-disp-2
           move spaces to impact-line
           string "Extracts to correct: " function trim(count-disp)
               ", to confirm with the consumer: "
               function trim(count-disp-2)
               delimited by size into impact-line
           write impact-line
           move drift-count to count-disp
           move spaces to impact-line
           string "Drift items: " function trim(count-disp)
               delimited by size into impact-line
           write impact-line
           move remediation-count to count-disp
           move spaces to impact-line
           string "Checklist items: " function trim(count-disp)
               delimited by size into impact-line
           write impact-line.

       copy 'PeriodLockCheck.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program InputImpact.
