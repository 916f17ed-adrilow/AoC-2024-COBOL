
           copy 'StatsSelect.cpy'.

           copy 'ConfigSnapSelect.cpy'.

           copy 'IncidentSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.

       copy 'StatsFd.cpy'.

       copy 'ConfigSnapFd.cpy'.

       copy 'IncidentFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 seconds-disp-2 pic Z(6)9.99.
       01 line-pointer binary-long value 1.

      *Incidents still OPEN in the register, oldest first as the
      *register holds them.
       78 max-ops-incidents value 50.
       01 ops-incident-table.
         05 ops-incident occurs max-ops-incidents times
            indexed by oi.
           10 oinc-number pic X(9).
           10 oinc-severity pic X(4).
           10 oinc-opened pic X(17).
           10 oinc-program pic X(16).
           10 oinc-reason pic X(70).
       01 ops-incident-count binary-long value 0.
       01 open-incident-total binary-long value 0.
       01 ledger-row-no binary-long value 0.

       copy 'LedgerFields.cpy'.
       copy 'LedgerAdjFields.cpy'.
       copy 'ConfigKeys.cpy'.
       copy 'ConfigSnapFields.cpy'.
       copy 'IncidentFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

           move ops-report-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to ops-report-file-name
           move incident-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to incident-file-name

           perform load-ledger-values
           perform load-regression-standing
           perform load-run-statistics
           perform load-open-incidents
           perform load-config-snapshot
           if config-snapshot-found
               perform compare-config-to-snapshot
           end-if

           perform write-ops-report

           goback.

       load-ledger-values.
           perform scan-ledger-adjustments
           move 0 to ledger-row-no
           open input ledger-file
           if ledger-file-status not = "00"
               exit paragraph
           close ledger-file.

       note-ledger-row.
      *Reversals and the rows they superseded (LedgerAdjust) never
      *become the latest value; a correction does.
           add 1 to ledger-row-no
           move spaces to row-program
           move spaces to row-part
           move spaces to row-value
               exit paragraph
           end-if
           perform find-ops-combo
           if ledger-row-no <= ledger-adj-row-count
               set lax to ledger-row-no
               if ledger-adj-reversal(lax) or
                  ledger-adj-superseded(lax)
                   exit paragraph
               end-if
           end-if
           move row-value to ops-latest-value(oc).

       find-ops-combo.
           add row-elapsed-num to prog-total(op)
           move row-elapsed-num to prog-last(op).

       load-open-incidents.
           open input incident-file
           if incident-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read incident-file
                   at end move 'y' to ws-eof
                   not at end
                       perform note-incident-row
               end-read
               if incident-file-status not = "00" and
                  incident-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close incident-file.

       note-incident-row.
           perform parse-incident-record
           if not inc-open
               exit paragraph
           end-if
           add 1 to open-incident-total
           if ops-incident-count >= max-ops-incidents
               exit paragraph
           end-if
           add 1 to ops-incident-count
           set oi to ops-incident-count
           move inc-number to oinc-number(oi)
           move inc-severity to oinc-severity(oi)
           move inc-opened to oinc-opened(oi)
           move inc-program to oinc-program(oi)
           move inc-reason to oinc-reason(oi).

       write-ops-report.
           open output ops-report-file
           move "=== Daily operations dashboard ===" to
           write ops-report-line
           display ops-report-line(1:60)

      *Whether the configuration in force now differs from the one
      *the last window ran with (ConfigHistory keeps the detail).
           move spaces to ops-report-line
           evaluate true
               when config-snapshot-missing
                   move "Config: no window snapshot on file."
                       to ops-report-line
               when config-change-count = 0
                   string "Config: unchanged since last window (run "
                       function trim(config-snap-run-id) ")."
                       delimited by size into ops-report-line
               when other
                   move config-change-count to pct-disp
                   string "Config: CHANGED since last window (run "
                       function trim(config-snap-run-id) ") - "
                       function trim(pct-disp) " key(s)."
                       delimited by size into ops-report-line
           end-evaluate
           write ops-report-line
           display ops-report-line(1:80)

      *Failed windows nobody has closed yet (IncidentMaint closes
      *them once the cause and resolution are on record).
           move spaces to ops-report-line
           if open-incident-total = 0
               move "Incidents: none open." to ops-report-line
           else
               move open-incident-total to pct-disp
               string "Incidents: " function trim(pct-disp)
                   " OPEN - see IncidentMaint."
                   delimited by size into ops-report-line
           end-if
           write ops-report-line
           display ops-report-line(1:80)
           perform varying oi from 1 by 1
               until oi > ops-incident-count
               move spaces to ops-report-line
               string "  " oinc-number(oi) " " oinc-severity(oi) " "
                   oinc-opened(oi) " "
                   function trim(oinc-program(oi)) " "
                   function trim(oinc-reason(oi))
                   delimited by size into ops-report-line
               write ops-report-line
               display ops-report-line(1:110)
           end-perform

           move spaces to ops-report-line
           move "Latest values and regression standing:" to
               ops-report-line
               write ops-report-line
               display ops-report-line(1:80)
           end-perform
           if ledger-adj-superseded-count > 0
               move ledger-adj-superseded-count to pct-disp
               move spaces to ops-report-line
               string "  (" function trim(pct-disp)
                   " ledger row(s) superseded by reversals are not "
                   "shown as latest)"
                   delimited by size into ops-report-line
               write ops-report-line
               display ops-report-line(1:80)
           end-if

           move spaces to ops-report-line
           move "Elapsed time versus recent average:" to
           write ops-report-line
           display ops-report-line(1:80).

       copy 'LedgerAdjScan.cpy'.

       copy 'ConfigSnapCompare.cpy'.

       copy 'IncidentParse.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.
