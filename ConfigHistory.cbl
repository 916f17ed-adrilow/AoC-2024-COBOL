       program-id. ConfigHistory as "ConfigHistory".

      *----------------------------------------------------------------
      * Configuration history between batch windows.  DayBatch CALLs
      * it at the start of each window, ahead of RunSnapshot; it
      * compares the effective configuration (environment first,
      * then the configuration file, for every key in
      * ConfigKeys.cpy) with the CONFIG rows of the snapshot the
      * previous window took, and appends one row per difference to
      * AOC_CONFIG_HISTORY (default aoc_config_history.txt):
      *     runid,detected,file-modified,kind,key,old-value,new-value
      * kind is ADDED, REMOVED (back to its built-in default) or
      * CHANGED; file-modified is the configuration file's
      * last-modified stamp, the nearest record of when somebody
      * edited it.  ConfigChangeReport lists the history by key and
      * date range; DailyOps shows whether anything has changed
      * since the last window.
      *
      * With no earlier snapshot on file there is nothing to compare
      * and nothing is written.  Return code 4 when a change was
      * recorded, 8 when the history cannot be written.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select history-file assign to dynamic history-file-name
               line sequential
               file status is history-file-status.

           copy 'ConfigSnapSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd history-file.
       01 history-line pic X(500).

       copy 'ConfigSnapFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 history-file-name pic X(200).
       01 history-file-status pic X(2).
       01 history-date pic 9(8).
       01 history-time pic 9(8).
       01 count-disp pic Z(4)9.

       copy 'ConfigKeys.cpy'.
       copy 'ConfigSnapFields.cpy'.
       copy 'RunIdFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

       procedure division.
           perform load-runtime-config
           perform ensure-run-id
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

      *A restarted window may already have its own snapshot on file;
      *the comparison is always with the window before.
           move batch-run-id to config-snap-skip-run
           perform load-config-snapshot
           if config-snapshot-missing
               display "ConfigHistory: no earlier window snapshot - "
                   "configuration history starts with run "
                   function trim(batch-run-id) "."
               goback
           end-if
           perform compare-config-to-snapshot
           if config-change-count = 0
               display "ConfigHistory: configuration unchanged since "
                   "run " function trim(config-snap-run-id) "."
               goback
           end-if

           perform get-config-file-stamp
           open extend history-file
           if history-file-status = "35"
               open output history-file
           end-if
           if history-file-status not = "00"
               display "ConfigHistory: cannot write "
                   function trim(history-file-name)
                   " (file status " history-file-status
                   ") - configuration changes not recorded."
               move 8 to return-code
               goback
           end-if
           accept history-date from date yyyymmdd
           accept history-time from time
           perform varying cg from 1 by 1
               until cg > config-change-count
               move spaces to history-line
               string function trim(batch-run-id) ","
                   history-date "-" history-time ","
                   function trim(config-file-stamp) ","
                   function trim(change-kind(cg)) ","
                   function trim(change-key(cg)) ","
                   function trim(change-old(cg)) ","
                   function trim(change-new(cg))
                   delimited by size into history-line
               write history-line
               display "ConfigHistory: " change-kind(cg) " "
                   function trim(change-key(cg)) " ["
                   function trim(change-old(cg)) "] -> ["
                   function trim(change-new(cg)) "]"
           end-perform
           close history-file
           move config-change-count to count-disp
           display "ConfigHistory: " function trim(count-disp)
               " configuration change(s) since run "
               function trim(config-snap-run-id) " recorded (file "
               "modified " function trim(config-file-stamp) ")."
           move 4 to return-code
           goback.

       copy 'ConfigSnapCompare.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.

       copy 'ReadConfig.cpy'.

       end program ConfigHistory.
