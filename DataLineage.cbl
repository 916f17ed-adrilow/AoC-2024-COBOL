       program-id. DataLineage as "DataLineage".

      *----------------------------------------------------------------
      * Lineage of published values: for every results-ledger row
      * of one run (AOC_LINEAGE_RUN_ID) or, failing that, of one
      * period (AOC_LINEAGE_PERIOD, yyyymm, default the current
      * month), one lineage record saying what produced the number:
      *   - the ledger row itself (value, stamp, sequence, tag and
      *     the release of the program that wrote it),
      *   - the program's journal START (user, input) and END
      *     (stamp, completion status) under the same run id,
      *   - the run-control line it ran under,
      *   - its input(s) from the input manifest - file, byte count
      *     and checksum - and from the input seal when one was in
      *     force,
      *   - the configuration values in force: every DAYn_ key of
      *     that program, any other key naming it (AOC_DAY7_SHARDS)
      *     and AOC_DATA_DIR, with where each value came from.
      * Everything but the journal comes from the snapshot
      * RunSnapshot took for the run (aoc_run_snapshots.txt, or
      * AOC_RUN_SNAPSHOTS); a run made outside a batch window has
      * none, and its record falls back to the input the journal
      * names.  Only the active ledger is read - rows LedgerArchive
      * has moved out are traced from their archive by pointing
      * the data directory at it.
      *
      * Output: data_lineage_<run id>.txt or
      * data_lineage_<yyyymm>.txt in the data directory.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select snapshot-file assign to dynamic snapshot-file-name
               line sequential
               file status is snapshot-file-status.

           select lineage-file assign to dynamic lineage-file-name
               line sequential
               file status is lineage-file-status.

           copy 'LedgerSelect.cpy'.

           copy 'JournalSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd snapshot-file.
       01 snapshot-line pic X(400).

       fd lineage-file.
       01 lineage-line pic X(300).

       copy 'LedgerFd.cpy'.

       copy 'JournalFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 snapshot-file-name pic X(200).
       01 snapshot-file-status pic X(2).
       01 lineage-file-name pic X(200).
       01 lineage-file-status pic X(2).

       01 lineage-run-id pic X(20).
       01 lineage-period-text pic X(10).
       01 lineage-period pic 9(6).
       01 lineage-date pic 9(8).
       01 lineage-time pic 9(8).
       01 filler pic X value 'P'.
           88 lineage-by-run value 'R'.
           88 lineage-by-period value 'P'.

      *The ledger rows being traced, in ledger order.
       78 max-lineage-rows value 5000.
       01 lineage-row-table.
         05 lineage-row occurs max-lineage-rows times indexed by lr.
           10 lrow-program pic X(10).
           10 lrow-part pic X(10).
           10 lrow-value pic X(38).
           10 lrow-stamp pic X(17).
           10 lrow-run-id pic X(20).
           10 lrow-tag pic X(20).
           10 lrow-seq pic X(9).
           10 lrow-version pic X(12).
       01 lineage-row-count binary-long value 0.

      *Distinct run ids among those rows - the only ones whose
      *snapshot and journal records are worth holding.
       78 max-lineage-runs value 500.
       01 lineage-run-table.
         05 lineage-run pic X(20) occurs max-lineage-runs times
            indexed by ln.
       01 lineage-run-count binary-long value 0.

       78 max-snapshot-rows value 10000.
       01 snapshot-row-table.
         05 snapshot-row occurs max-snapshot-rows times
            indexed by sr.
           10 snap-run-id pic X(20).
           10 snap-kind pic X(6).
           10 snap-name pic X(30).
           10 snap-rest pic X(260).
       01 snapshot-row-count binary-long value 0.

       78 max-journal-rows value 5000.
       01 journal-row-table.
         05 journal-row occurs max-journal-rows times indexed by jx.
           10 jtab-program pic X(16).
           10 jtab-event pic X(5).
           10 jtab-user pic X(30).
           10 jtab-stamp pic X(17).
           10 jtab-status pic X(7).
           10 jtab-input pic X(200).
           10 jtab-run-id pic X(20).
       01 journal-row-count binary-long value 0.

       01 row-program pic X(10).
       01 row-part pic X(10).
       01 row-value pic X(38).
       01 row-stamp pic X(17).
       01 row-run-id pic X(20).
       01 row-tag pic X(20).
       01 row-seq pic X(9).
       01 row-version pic X(12).
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

       01 snap-parse-run-id pic X(20).
       01 snap-parse-kind pic X(6).
       01 snap-parse-name pic X(30).
       01 snap-pointer binary-long value 1.

       01 input-label pic X(14).
       01 input-caption pic X(18).
       01 input-file-text pic X(200).
       01 input-bytes-text pic X(18).
       01 input-checksum-text pic X(18).
       01 config-source-text pic X(12).
       01 config-value-text pic X(200).

       01 key-prefix pic X(12).
       01 key-prefix-length binary-long value 0.
       01 key-infix pic X(14).
       01 key-infix-count binary-long value 0.
       01 label-length binary-long value 0.

       01 value-number binary-long value 0.
       01 unsnapped-count binary-long value 0.
       01 filler pic X value 'n'.
           88 snapshot-found value 'y'.
           88 snapshot-missing value 'n'.
       01 filler pic X value 'n'.
           88 run-selected value 'y'.
           88 run-not-selected value 'n'.
       01 count-disp pic Z(6)9.
       01 start-index binary-long value 0.
       01 end-index binary-long value 0.

       copy 'LedgerFields.cpy'.
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
           move "results_ledger.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to ledger-file-name
           move "aoc_run_journal.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to journal-file-name

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

           perform resolve-lineage-selection
           accept lineage-date from date yyyymmdd
           accept lineage-time from time
           move spaces to data-dir-filename
           if lineage-by-run
               string "data_lineage_" function trim(lineage-run-id)
                   ".txt" delimited by size into data-dir-filename
           else
               string "data_lineage_" lineage-period ".txt"
                   delimited by size into data-dir-filename
           end-if
           perform apply-data-dir-prefix
           move data-dir-filename to lineage-file-name

           perform load-lineage-rows
           if lineage-row-count = 0
               if lineage-by-run
                   display "DataLineage: no ledger rows for run "
                       function trim(lineage-run-id)
                       " - nothing to trace."
               else
                   display "DataLineage: no ledger rows for period "
                       lineage-period " - nothing to trace."
               end-if
               move 4 to return-code
               goback
           end-if
           perform load-snapshot-rows
           perform load-journal-rows

           open output lineage-file
           if lineage-file-status not = "00"
               display "DataLineage: cannot write "
                   function trim(lineage-file-name)
                   " (file status " lineage-file-status
                   ") - aborting."
               move 8 to return-code
               goback
           end-if
           perform write-lineage-header
           perform varying lr from 1 by 1
               until lr > lineage-row-count
               perform write-one-lineage-record
           end-perform
           perform write-lineage-footer
           close lineage-file

           move lineage-row-count to count-disp
           display "DataLineage: " function trim(count-disp)
               " value(s) traced to "
               function trim(lineage-file-name)
           if unsnapped-count > 0
               move unsnapped-count to count-disp
               display "DataLineage: " function trim(count-disp)
                   " value(s) have no run snapshot - traced from "
                   "the journal alone."
           end-if
           goback.

       resolve-lineage-selection.
           accept lineage-run-id from environment
               "AOC_LINEAGE_RUN_ID"
           if lineage-run-id = spaces
               move "AOC_LINEAGE_RUN_ID" to config-lookup-key
               perform get-config-value
               move config-lookup-value to lineage-run-id
           end-if
           if lineage-run-id not = spaces
               set lineage-by-run to true
               exit paragraph
           end-if
           set lineage-by-period to true
           accept lineage-period-text from environment
               "AOC_LINEAGE_PERIOD"
           if lineage-period-text = spaces
               move "AOC_LINEAGE_PERIOD" to config-lookup-key
               perform get-config-value
               move config-lookup-value to lineage-period-text
           end-if
           if lineage-period-text = spaces
               accept lineage-date from date yyyymmdd
               move lineage-date(1:6) to lineage-period
           else
               if lineage-period-text(1:6) is not numeric or
                  lineage-period-text(7:4) not = spaces
                   display "DataLineage: AOC_LINEAGE_PERIOD must be "
                       "yyyymm - aborting."
                   move 8 to return-code
                   goback
               end-if
               move lineage-period-text(1:6) to lineage-period
           end-if.

       load-lineage-rows.
           open input ledger-file
           if ledger-file-status not = "00"
               display "DataLineage: cannot read "
                   function trim(ledger-file-name)
                   " (file status " ledger-file-status
                   ") - aborting."
               move 8 to return-code
               goback
           end-if
               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       perform select-ledger-row
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close ledger-file.

       select-ledger-row.
           move spaces to row-program
           move spaces to row-part
           move spaces to row-value
           move spaces to row-stamp
           move spaces to row-run-id
           move spaces to row-tag
           move spaces to row-seq
           move spaces to row-version
           move spaces to row-field-7
           move spaces to row-field-8
           move spaces to row-field-9
           unstring ledger-line delimited by ","
               into row-program row-part row-value row-stamp
                    row-run-id row-tag row-field-7 row-field-8
                    row-field-9
      *A row written under the release register carries its
      *version ahead of the chain sequence; older chained rows go
      *straight from the tag to the sequence.
           if row-field-9 not = spaces
               move row-field-7 to row-version
               move row-field-8 to row-seq
           else
               move row-field-7 to row-seq
           end-if
           if lineage-by-run
               if row-run-id not = lineage-run-id
                   exit paragraph
               end-if
           else
               if row-stamp(1:6) not = lineage-period
                   exit paragraph
               end-if
           end-if
           if lineage-row-count >= max-lineage-rows
               display "DataLineage: more than " max-lineage-rows
                   " ledger rows selected - the rest are not traced."
               move 'y' to ws-eof
               exit paragraph
           end-if
           add 1 to lineage-row-count
           set lr to lineage-row-count
           move row-program to lrow-program(lr)
           move row-part to lrow-part(lr)
           move row-value to lrow-value(lr)
           move row-stamp to lrow-stamp(lr)
           move row-run-id to lrow-run-id(lr)
           move row-tag to lrow-tag(lr)
           move row-seq to lrow-seq(lr)
           move row-version to lrow-version(lr)
           perform varying ln from 1 by 1
               until ln > lineage-run-count
               if lineage-run(ln) = row-run-id
                   exit paragraph
               end-if
           end-perform
           if lineage-run-count < max-lineage-runs
               add 1 to lineage-run-count
               move row-run-id to lineage-run(lineage-run-count)
           end-if.

       check-run-selected.
           set run-not-selected to true
           perform varying ln from 1 by 1
               until ln > lineage-run-count or run-selected
               if lineage-run(ln) = snap-parse-run-id
                   set run-selected to true
               end-if
           end-perform.

       load-snapshot-rows.
           open input snapshot-file
           if snapshot-file-status not = "00"
               display "DataLineage: no run snapshots at "
                   function trim(snapshot-file-name)
                   " - tracing from the journal alone."
               exit paragraph
           end-if
               perform until ws-eof='y'
               read snapshot-file
                   at end move 'y' to ws-eof
                   not at end
                       perform keep-snapshot-row
               end-read
               if snapshot-file-status not = "00" and
                  snapshot-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close snapshot-file.

       keep-snapshot-row.
           move spaces to snap-parse-run-id
           move spaces to snap-parse-kind
           move spaces to snap-parse-name
           move 1 to snap-pointer
           unstring snapshot-line delimited by ","
               into snap-parse-run-id snap-parse-kind
                    snap-parse-name
               with pointer snap-pointer
           perform check-run-selected
           if run-not-selected
               exit paragraph
           end-if
           if snapshot-row-count >= max-snapshot-rows
               exit paragraph
           end-if
           add 1 to snapshot-row-count
           set sr to snapshot-row-count
           move snap-parse-run-id to snap-run-id(sr)
           move snap-parse-kind to snap-kind(sr)
           move snap-parse-name to snap-name(sr)
           move spaces to snap-rest(sr)
           if snap-pointer <= length of snapshot-line
               move snapshot-line(snap-pointer:) to snap-rest(sr)
           end-if.

       load-journal-rows.
           open input journal-file
           if journal-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read journal-file
                   at end move 'y' to ws-eof
                   not at end
                       perform keep-journal-row
               end-read
               if journal-file-status not = "00" and
                  journal-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close journal-file.

       keep-journal-row.
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
           move jrow-run-id to snap-parse-run-id
           perform check-run-selected
           if run-not-selected
               exit paragraph
           end-if
           if journal-row-count >= max-journal-rows
               exit paragraph
           end-if
           add 1 to journal-row-count
           set jx to journal-row-count
           move jrow-program to jtab-program(jx)
           move jrow-event to jtab-event(jx)
           move jrow-user to jtab-user(jx)
           move jrow-stamp to jtab-stamp(jx)
           move jrow-status to jtab-status(jx)
           move jrow-input to jtab-input(jx)
           move jrow-run-id to jtab-run-id(jx).

       write-lineage-header.
           move spaces to lineage-line
           if lineage-by-run
               string "=== Data lineage - run "
                   function trim(lineage-run-id) " ==="
                   delimited by size into lineage-line
           else
               string "=== Data lineage - period " lineage-period
                   " ===" delimited by size into lineage-line
           end-if
           write lineage-line
           move spaces to lineage-line
           string "Prepared " lineage-date "-" lineage-time(1:6)
               " from " function trim(ledger-file-name)
               delimited by size into lineage-line
           write lineage-line.

       write-one-lineage-record.
           add 1 to value-number
           move value-number to count-disp
           move spaces to lineage-line
           write lineage-line
           move spaces to lineage-line
           string "Value " function trim(count-disp) ": "
               function trim(lrow-program(lr)) " "
               function trim(lrow-part(lr)) " = "
               function trim(lrow-value(lr))
               delimited by size into lineage-line
           write lineage-line
           move spaces to lineage-line
           if lrow-seq(lr) = spaces
               string "  Ledger row    : posted " lrow-stamp(lr)
                   ", unchained, run " function trim(lrow-run-id(lr))
                   delimited by size into lineage-line
           else
               string "  Ledger row    : posted " lrow-stamp(lr)
                   ", sequence " function trim(lrow-seq(lr))
                   ", run " function trim(lrow-run-id(lr))
                   delimited by size into lineage-line
           end-if
           write lineage-line
           if lrow-tag(lr) not = spaces
               move spaces to lineage-line
               string "  Ledger tag    : " function trim(lrow-tag(lr))
                   delimited by size into lineage-line
               write lineage-line
           end-if
           if lrow-version(lr) not = spaces
               move spaces to lineage-line
               string "  Release       : "
                   function trim(lrow-version(lr))
                   delimited by size into lineage-line
               write lineage-line
           end-if
           perform write-journal-lineage
           set snapshot-missing to true
           perform varying sr from 1 by 1
               until sr > snapshot-row-count
               if snap-run-id(sr) = lrow-run-id(lr)
                   set snapshot-found to true
                   perform write-snapshot-lineage
               end-if
           end-perform
           if snapshot-missing
               add 1 to unsnapped-count
               move spaces to lineage-line
               string "  Snapshot      : none recorded for this run "
                   "(run outside a batch window) - input as "
                   "journalled above"
                   delimited by size into lineage-line
               write lineage-line
           end-if.

       write-journal-lineage.
      *The first START and the last END the program journalled under
      *the run id bracket the run that posted the value.
           move 0 to start-index
           move 0 to end-index
           perform varying jx from 1 by 1
               until jx > journal-row-count
               if jtab-run-id(jx) = lrow-run-id(lr) and
                  jtab-program(jx) = lrow-program(lr)
                   if jtab-event(jx) = "START" and start-index = 0
                       set start-index to jx
                   end-if
                   if jtab-event(jx) = "END"
                       set end-index to jx
                   end-if
               end-if
           end-perform
           move spaces to lineage-line
           if start-index = 0
               move "  Journal START : none under this run id"
                   to lineage-line
           else
               set jx to start-index
               string "  Journal START : " jtab-stamp(jx) " by "
                   function trim(jtab-user(jx)) ", input "
                   function trim(jtab-input(jx))
                   delimited by size into lineage-line
           end-if
           write lineage-line
           move spaces to lineage-line
           if end-index = 0
               move "  Journal END   : none under this run id"
                   to lineage-line
           else
               set jx to end-index
               string "  Journal END   : " jtab-stamp(jx)
                   ", status " function trim(jtab-status(jx))
                   delimited by size into lineage-line
           end-if
           write lineage-line.

       write-snapshot-lineage.
           evaluate snap-kind(sr)
               when "TAKEN"
                   move spaces to lineage-line
                   string "  Snapshot      : taken "
                       function trim(snap-name(sr))
                       ", configuration file "
                       function trim(snap-rest(sr))
                       delimited by size into lineage-line
                   write lineage-line
               when "RUNCTL"
                   if snap-name(sr) = lrow-program(lr)
                       move spaces to lineage-line
                       string "  Run-control   : "
                           function trim(snap-rest(sr))
                           delimited by size into lineage-line
                       write lineage-line
                   end-if
               when "INPUT"
               when "SEAL"
                   perform write-input-lineage
               when "CONFIG"
                   perform write-config-lineage
           end-evaluate.

       write-input-lineage.
      *A manifest label is the program name, or the program name
      *and a qualifier for a program with two inputs (Day5 rules).
           move snap-name(sr) to input-label
           move function length(function trim(lrow-program(lr)))
               to label-length
           if input-label not = lrow-program(lr) and
              (input-label(1:label-length) not = lrow-program(lr)
               or input-label(label-length + 1:1) not = space)
               exit paragraph
           end-if
           move spaces to input-file-text
           move spaces to input-bytes-text
           move spaces to input-checksum-text
           unstring snap-rest(sr) delimited by ","
               into input-file-text input-bytes-text
                    input-checksum-text
           if snap-kind(sr) = "INPUT"
               move "  Input         : " to input-caption
           else
               move "  Sealed input  : " to input-caption
           end-if
           move spaces to lineage-line
           string input-caption function trim(input-label) " "
               function trim(input-file-text) ", "
               function trim(input-bytes-text) " bytes, checksum "
               function trim(input-checksum-text)
               delimited by size into lineage-line
           write lineage-line.

       write-config-lineage.
      *Keys that belong to the program: DAY6_ for Day6, or the
      *program's tag inside another key (AOC_DAY7_SHARDS), plus the
      *data directory every input and output resolves against.
           move spaces to key-prefix
           string function upper-case(function trim(lrow-program(lr)))
               "_" delimited by size into key-prefix
           move function length(function trim(key-prefix))
               to key-prefix-length
           move spaces to key-infix
           string "_" function trim(key-prefix)
               delimited by size into key-infix
           move 0 to key-infix-count
           inspect snap-name(sr) tallying key-infix-count
               for all key-infix(1:key-prefix-length + 1)
           if snap-name(sr)(1:key-prefix-length) not =
                  key-prefix(1:key-prefix-length)
              and key-infix-count = 0
              and snap-name(sr) not = "AOC_DATA_DIR"
               exit paragraph
           end-if
           move spaces to config-source-text
           move spaces to config-value-text
           unstring snap-rest(sr) delimited by ","
               into config-source-text
           move snap-rest(sr)
               (function length(function trim(config-source-text))
                + 2:) to config-value-text
           move spaces to lineage-line
           string "  Config        : " function trim(snap-name(sr))
               " = " function trim(config-value-text) " ("
               function trim(config-source-text) ")"
               delimited by size into lineage-line
           write lineage-line.

       write-lineage-footer.
           move spaces to lineage-line
           write lineage-line
           move lineage-row-count to count-disp
           move spaces to lineage-line
           string "Values traced: " function trim(count-disp)
               delimited by size into lineage-line
           write lineage-line
           move unsnapped-count to count-disp
           move spaces to lineage-line
           string "Values without a run snapshot: "
               function trim(count-disp)
               delimited by size into lineage-line
           write lineage-line.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program DataLineage.
