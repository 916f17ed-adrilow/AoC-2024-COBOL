       program-id. ConfigChangeReport as "ConfigChangeReport".

      *----------------------------------------------------------------
      * Lists the configuration history ConfigHistory records at the
      * start of each window (AOC_CONFIG_HISTORY, default
      * aoc_config_history.txt), grouped by key, each key's changes
      * in the order they were found.
      *     AOC_CFGCHG_KEY    one key, or a prefix ending in "*"
      *                       (DAY6_*); default every key
      *     AOC_CFGCHG_FROM   first date (yyyymmdd) the change was
      *                       found; default the start of the history
      *     AOC_CFGCHG_TO     last date (yyyymmdd); default today
      * Each line gives the run that found the change, when, the
      * configuration file's last-modified stamp at the time, and
      * the old and new values.
      *
      * Output: config_change_report.txt in the data directory.
      * Return code 4 when nothing matched the selection.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select history-file assign to dynamic history-file-name
               line sequential
               file status is history-file-status.

           select change-report-file assign to dynamic
               change-report-file-name
               line sequential
               file status is change-report-file-status.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd history-file.
       01 history-line pic X(500).

       fd change-report-file.
       01 change-report-line pic X(300).

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 history-file-name pic X(200).
       01 history-file-status pic X(2).
       01 change-report-file-name pic X(200).
       01 change-report-file-status pic X(2).

       01 select-key pic X(30).
       01 select-key-length binary-long value 0.
       01 filler pic X value 'n'.
           88 select-key-prefix value 'y'.
           88 select-key-exact value 'n'.
       01 select-from-text pic X(10).
       01 select-to-text pic X(10).
       01 select-from pic 9(8) value 0.
       01 select-to pic 9(8) value 99999999.
       01 today-date pic 9(8).

       78 max-history-rows value 2000.
       01 history-row-table.
         05 history-row occurs max-history-rows times indexed by hr.
           10 hrow-run-id pic X(20).
           10 hrow-detected pic X(17).
           10 hrow-modified pic X(17).
           10 hrow-kind pic X(7).
           10 hrow-key pic X(30).
           10 hrow-old pic X(200).
           10 hrow-new pic X(200).
       01 history-row-count binary-long value 0.

       78 max-history-keys value 200.
       01 history-key-table.
         05 history-key pic X(30) occurs max-history-keys times
            indexed by hk.
       01 history-key-count binary-long value 0.

       01 row-run-id pic X(20).
       01 row-detected pic X(17).
       01 row-modified pic X(17).
       01 row-kind pic X(7).
       01 row-key pic X(30).
       01 row-old pic X(200).
       01 row-pointer binary-long value 0.
       01 rows-read binary-long value 0.
       01 count-disp pic Z(6)9.

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
           accept history-file-name from environment
               "AOC_CONFIG_HISTORY"
           if history-file-name = spaces
               move "AOC_CONFIG_HISTORY" to config-lookup-key
               perform get-config-value
               move config-lookup-value to history-file-name
           end-if
           if history-file-name = spaces
               move "aoc_config_history.txt" to history-file-name
           end-if
           move history-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to history-file-name
           move "config_change_report.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to change-report-file-name

           perform settle-selection

           open input history-file
           if history-file-status not = "00"
               display "ConfigChangeReport: no configuration history "
                   "at " function trim(history-file-name)
                   " (file status " history-file-status ")."
               move 4 to return-code
               goback
           end-if
               perform until ws-eof='y'
               read history-file
                   at end move 'y' to ws-eof
                   not at end
                       perform select-history-row
               end-read
               if history-file-status not = "00" and
                  history-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close history-file

           open output change-report-file
           if change-report-file-status not = "00"
               display "ConfigChangeReport: cannot write "
                   function trim(change-report-file-name)
                   " (file status " change-report-file-status ")."
               move 8 to return-code
               goback
           end-if
           move spaces to change-report-line
           string "Configuration changes - key "
               function trim(select-key) ", found " select-from
               " to " select-to
               delimited by size into change-report-line
           write change-report-line
           move spaces to change-report-line
           write change-report-line
           perform varying hk from 1 by 1
               until hk > history-key-count
               perform write-key-section
           end-perform
           if history-row-count = 0
               move "No configuration change matches the selection."
                   to change-report-line
               write change-report-line
           end-if
           move rows-read to count-disp
           move spaces to change-report-line
           string "History rows read : " function trim(count-disp)
               delimited by size into change-report-line
           write change-report-line
           move history-row-count to count-disp
           move spaces to change-report-line
           string "Changes listed    : " function trim(count-disp)
               delimited by size into change-report-line
           write change-report-line
           move history-key-count to count-disp
           move spaces to change-report-line
           string "Keys affected     : " function trim(count-disp)
               delimited by size into change-report-line
           write change-report-line
           close change-report-file

           move history-row-count to count-disp
           display "ConfigChangeReport: " function trim(count-disp)
               " change(s) listed in "
               function trim(change-report-file-name)
           if history-row-count = 0
               move 4 to return-code
           end-if
           goback.

       settle-selection.
           accept select-key from environment "AOC_CFGCHG_KEY"
           if select-key = spaces
               move "AOC_CFGCHG_KEY" to config-lookup-key
               perform get-config-value
               move config-lookup-value to select-key
           end-if
           if select-key = spaces
               move "*" to select-key
           end-if
           compute select-key-length = function length(
               function trim(select-key))
           if select-key(select-key-length:1) = "*"
               set select-key-prefix to true
               subtract 1 from select-key-length
           end-if

           accept today-date from date yyyymmdd
           move today-date to select-to
           accept select-from-text from environment "AOC_CFGCHG_FROM"
           if select-from-text = spaces
               move "AOC_CFGCHG_FROM" to config-lookup-key
               perform get-config-value
               move config-lookup-value to select-from-text
           end-if
           if select-from-text(1:8) is numeric
               move select-from-text(1:8) to select-from
           end-if
           accept select-to-text from environment "AOC_CFGCHG_TO"
           if select-to-text = spaces
               move "AOC_CFGCHG_TO" to config-lookup-key
               perform get-config-value
               move config-lookup-value to select-to-text
           end-if
           if select-to-text(1:8) is numeric
               move select-to-text(1:8) to select-to
           end-if.

       select-history-row.
           if history-line = spaces
               exit paragraph
           end-if
           add 1 to rows-read
           move spaces to row-run-id row-detected row-modified
               row-kind row-key row-old
           move 1 to row-pointer
           unstring history-line delimited by ","
               into row-run-id row-detected row-modified row-kind
                    row-key row-old
               with pointer row-pointer
           if row-detected(1:8) is not numeric
               exit paragraph
           end-if
           if row-detected(1:8) < select-from or
              row-detected(1:8) > select-to
               exit paragraph
           end-if
           if select-key-prefix
               if select-key-length > 0 and
                  row-key(1:select-key-length) not =
                  select-key(1:select-key-length)
                   exit paragraph
               end-if
           else
               if row-key not = select-key
                   exit paragraph
               end-if
           end-if
           if history-row-count >= max-history-rows
               exit paragraph
           end-if
           add 1 to history-row-count
           set hr to history-row-count
           move row-run-id to hrow-run-id(hr)
           move row-detected to hrow-detected(hr)
           move row-modified to hrow-modified(hr)
           move row-kind to hrow-kind(hr)
           move row-key to hrow-key(hr)
           move row-old to hrow-old(hr)
           move spaces to hrow-new(hr)
           if row-pointer <= length of history-line
               move history-line(row-pointer:) to hrow-new(hr)
           end-if
           perform varying hk from 1 by 1
               until hk > history-key-count
               if history-key(hk) = row-key
                   exit perform
               end-if
           end-perform
           if hk > history-key-count and
              history-key-count < max-history-keys
               add 1 to history-key-count
               move row-key to history-key(history-key-count)
           end-if.

       write-key-section.
           move spaces to change-report-line
           string function trim(history-key(hk))
               delimited by size into change-report-line
           write change-report-line
           perform varying hr from 1 by 1
               until hr > history-row-count
               if hrow-key(hr) = history-key(hk)
                   move spaces to change-report-line
                   string "  " hrow-detected(hr) " "
                       hrow-kind(hr) " run "
                       function trim(hrow-run-id(hr))
                       " (file modified "
                       function trim(hrow-modified(hr)) ")"
                       delimited by size into change-report-line
                   write change-report-line
                   move spaces to change-report-line
                   string "      was [" function trim(hrow-old(hr))
                       "]  now [" function trim(hrow-new(hr)) "]"
                       delimited by size into change-report-line
                   write change-report-line
               end-if
           end-perform
           move spaces to change-report-line
           write change-report-line.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program ConfigChangeReport.
