      * and how many ended clean), the run statistics (elapsed
      * seconds by month and by program), the alerts file (volumes
      * by month and by program) and the exceptions hub (volumes by
      * month, dated through the run identifier each row carries)
      * and the incident register (incidents opened in the month,
      * how many of those are closed, and their average hours from
      * opening to closure).
      *
      * Two outputs: aoc_monthly_kpi.txt, machine-readable rows -
      *     yyyymm,SUMMARY,windows,clean,alerts,elapsed,exceptions
      *     yyyymm,INCIDENTS,opened,closed,average-hours-to-close
      *     yyyymm,ALERTS,program,count
      *     yyyymm,ELAPSED,program,seconds
      * and monthly_ops_report.txt, each month's figures set

           copy 'ExceptionsSelect.cpy'.

           copy 'IncidentSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.

       copy 'ExceptionsFd.cpy'.

       copy 'IncidentFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
           10 mon-alerts binary-long.
           10 mon-elapsed pic 9(9)v99 comp-3.
           10 mon-exceptions binary-long.
           10 mon-incidents binary-long.
           10 mon-incidents-closed binary-long.
           10 mon-close-minutes pic 9(9) comp-3.
       01 month-count binary-long value 0.

       78 max-detail-slots value 400.
       01 count-disp-2 pic Z(6)9.
       01 elapsed-disp pic Z(8)9.99.

       01 close-open-minutes pic 9(9) comp-3.
       01 close-done-minutes pic 9(9) comp-3.
       01 close-hours pic 9(7)v9.
       01 close-hours-disp pic Z(6)9.9.

       copy 'JournalFields.cpy'.
       copy 'AlertFields.cpy'.
       copy 'ExceptionsFields.cpy'.
       copy 'IncidentFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

           move exceptions-hub-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to exceptions-hub-file-name
           move incident-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to incident-file-name
           move kpi-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to kpi-file-name
           perform roll-up-statistics
           perform roll-up-alerts
           perform roll-up-exceptions
           perform roll-up-incidents

           if month-count = 0
               display "MonthlyOps: no history on file - nothing "
           move 0 to mon-clean(mo)
           move 0 to mon-alerts(mo)
           move 0 to mon-elapsed(mo)
           move 0 to mon-exceptions(mo)
           move 0 to mon-incidents(mo)
           move 0 to mon-incidents-closed(mo)
           move 0 to mon-close-minutes(mo).

       roll-up-journal.
           open input journal-file
           perform find-month-slot
           add 1 to mon-exceptions(mo).

       roll-up-incidents.
      *Each incident counts in the month it was opened; time to
      *close is taken in whole minutes across midnight and month
      *end, so an incident closed next month still counts against
      *the month that opened it.
           open input incident-file
           if incident-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read incident-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-incident-row
               end-read
               if incident-file-status not = "00" and
                  incident-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close incident-file.

       absorb-incident-row.
           perform parse-incident-record
           if inc-sequence = 0
               exit paragraph
           end-if
           if inc-opened(1:8) is not numeric or
              inc-opened(10:4) is not numeric
               exit paragraph
           end-if
           move function numval(inc-opened(1:6)) to work-period
           perform find-month-slot
           add 1 to mon-incidents(mo)
           if not inc-closed
               exit paragraph
           end-if
           add 1 to mon-incidents-closed(mo)
           if inc-closed-stamp(1:8) is not numeric or
              inc-closed-stamp(10:4) is not numeric
               exit paragraph
           end-if
           compute close-open-minutes =
               function integer-of-date
                   (function numval(inc-opened(1:8))) * 1440
               + function numval(inc-opened(10:2)) * 60
               + function numval(inc-opened(12:2))
           compute close-done-minutes =
               function integer-of-date
                   (function numval(inc-closed-stamp(1:8))) * 1440
               + function numval(inc-closed-stamp(10:2)) * 60
               + function numval(inc-closed-stamp(12:2))
           if close-done-minutes > close-open-minutes
               compute mon-close-minutes(mo) = mon-close-minutes(mo)
                   + close-done-minutes - close-open-minutes
           end-if.

       set-close-hours.
      *Average hours from opening to closure over the month's
      *closed incidents.
           move 0 to close-hours
           if mon-incidents-closed(mo) > 0
               compute close-hours rounded = mon-close-minutes(mo)
                   / (mon-incidents-closed(mo) * 60)
           end-if
           move close-hours to close-hours-disp.

       write-kpi-file.
           open output kpi-file
           perform varying mo from 1 by 1 until mo > month-count
                   function trim(count-disp-2)
                   delimited by size into kpi-line
               write kpi-line
               move mon-incidents(mo) to count-disp
               move mon-incidents-closed(mo) to count-disp-2
               perform set-close-hours
               move spaces to kpi-line
               string mon-period(mo) ",INCIDENTS,"
                   function trim(count-disp) ","
                   function trim(count-disp-2) ","
                   function trim(close-hours-disp)
                   delimited by size into kpi-line
               write kpi-line
               perform write-month-details
           end-perform
           close kpi-file.
               delimited by size into rollup-line
           write rollup-line
           display function trim(rollup-line)
           move mon-incidents(mo) to count-disp
           move mon-incidents-closed(mo) to count-disp-2
           perform set-close-hours
           move spaces to rollup-line
           evaluate true
               when mon-incidents(mo) = 0
                   move "  incidents: none opened" to rollup-line
               when mon-incidents-closed(mo) = 0
                   string "  incidents: " function trim(count-disp)
                       " opened, none closed yet"
                       delimited by size into rollup-line
               when other
                   string "  incidents: " function trim(count-disp)
                       " opened, " function trim(count-disp-2)
                       " closed, average "
                       function trim(close-hours-disp)
                       " hour(s) to close"
                       delimited by size into rollup-line
           end-evaluate
           write rollup-line
           display function trim(rollup-line)
           perform derive-compare-periods
           move prior-period to work-period
           move "prior month" to row-field-2
               write rollup-line
           end-if.

       copy 'IncidentParse.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.
