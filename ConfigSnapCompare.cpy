      *----------------------------------------------------------------
      * ConfigSnapCompare.cpy
      * load-config-snapshot reads the run snapshots and keeps the
      * CONFIG rows of the latest window on file (skipping
      * config-snap-skip-run when the caller has set it);
      * compare-config-to-snapshot resolves every known key the way
      * the programs do (environment first, then the configuration
      * file) and fills the change table with what differs - keys
      * left to their built-in default are not in a snapshot, so a
      * key that has gone back to its default shows as REMOVED.
      * get-config-file-stamp takes the configuration file's
      * last-modified stamp.  Used by ConfigHistory, which records
      * the changes at the start of each window, and DailyOps, which
      * shows whether anything has changed since.
      *----------------------------------------------------------------
       load-config-snapshot.
           set config-snapshot-missing to true
           move spaces to config-snap-run-id
           move spaces to config-snap-taken
           move 0 to snap-key-count
           move spaces to config-snap-file-name
           accept config-snap-file-name from environment
               "AOC_RUN_SNAPSHOTS"
           if config-snap-file-name = spaces
               move "AOC_RUN_SNAPSHOTS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to config-snap-file-name
           end-if
           if config-snap-file-name = spaces
               move "aoc_run_snapshots.txt" to config-snap-file-name
           end-if
           move config-snap-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to config-snap-file-name
           open input config-snap-file
           if config-snap-file-status not = "00"
               exit paragraph
           end-if
               perform until config-snap-eof = 'y'
               read config-snap-file
                   at end move 'y' to config-snap-eof
                   not at end
                       perform load-one-snapshot-row
               end-read
               if config-snap-file-status not = "00" and
                  config-snap-file-status not = "10"
                   move 'y' to config-snap-eof
               end-if
               end-perform.
               move 'n' to config-snap-eof
           close config-snap-file.

       load-one-snapshot-row.
      *A TAKEN row opens a newer window, so whatever was collected
      *for the one before it is dropped.
           if config-snap-line = spaces
               exit paragraph
           end-if
           move spaces to snap-row-run-id
           move spaces to snap-row-kind
           move 1 to snap-row-pointer
           unstring config-snap-line delimited by ","
               into snap-row-run-id snap-row-kind
               with pointer snap-row-pointer
           if config-snap-skip-run not = spaces and
              snap-row-run-id = config-snap-skip-run
               exit paragraph
           end-if
           evaluate snap-row-kind
               when "TAKEN"
                   set config-snapshot-found to true
                   move snap-row-run-id to config-snap-run-id
                   move spaces to config-snap-taken
                   unstring config-snap-line delimited by ","
                       into config-snap-taken
                       with pointer snap-row-pointer
                   move 0 to snap-key-count
               when "CONFIG"
                   if snap-row-run-id = config-snap-run-id
                       perform load-one-snapshot-key
                   end-if
           end-evaluate.

       load-one-snapshot-key.
           if snap-key-count >= max-snap-keys
               exit paragraph
           end-if
           move spaces to snap-row-key
           move spaces to snap-row-source
           unstring config-snap-line delimited by ","
               into snap-row-key snap-row-source
               with pointer snap-row-pointer
           add 1 to snap-key-count
           set sk to snap-key-count
           move snap-row-key to snap-key(sk)
           move spaces to snap-value(sk)
           if snap-row-pointer <= length of config-snap-line
               move config-snap-line(snap-row-pointer:)
                   to snap-value(sk)
           end-if.

       compare-config-to-snapshot.
           move 0 to config-change-count
           perform varying sk from 1 by 1 until sk > snap-key-count
               set snap-key-unmatched(sk) to true
           end-perform
           perform varying kk from 1 by 1 until kk > known-key-count
               perform compare-one-known-key
           end-perform
      *Keys the snapshot carries that are no longer known at all.
           perform varying sk from 1 by 1 until sk > snap-key-count
               if snap-key-unmatched(sk)
                   move "REMOVED" to current-config-source
                   move snap-key(sk) to snap-row-key
                   move spaces to current-config-value
                   perform add-config-change
               end-if
           end-perform.

       compare-one-known-key.
           perform resolve-current-config-key
           perform varying sk from 1 by 1 until sk > snap-key-count
               if snap-key(sk) = known-key(kk)
                   exit perform
               end-if
           end-perform
           move known-key(kk) to snap-row-key
           if sk > snap-key-count
               if current-config-source not = "DEFAULT"
                   move "ADDED" to current-config-source
                   perform add-config-change
               end-if
               exit paragraph
           end-if
           set snap-key-matched(sk) to true
           evaluate true
               when current-config-source = "DEFAULT"
                   move "REMOVED" to current-config-source
                   perform add-config-change
               when current-config-value not = snap-value(sk)
                   move "CHANGED" to current-config-source
                   perform add-config-change
           end-evaluate.

       resolve-current-config-key.
      *The same precedence every load paragraph applies: the
      *environment wins and the configuration fills blanks.
           move spaces to current-config-value
           accept current-config-value from environment known-key(kk)
           if current-config-value not = spaces
               move "ENVIRONMENT" to current-config-source
               exit paragraph
           end-if
           move known-key(kk) to config-lookup-key
           perform get-config-value
           move config-lookup-value to current-config-value
           if current-config-value not = spaces
               move "CONFIG" to current-config-source
           else
               move "DEFAULT" to current-config-source
           end-if.

       add-config-change.
      *current-config-source carries the kind of change by now; the
      *old value is the snapshot's, when the key was in it.
           if config-change-count >= max-config-changes
               exit paragraph
           end-if
           add 1 to config-change-count
           set cg to config-change-count
           move current-config-source to change-kind(cg)
           move snap-row-key to change-key(cg)
           move spaces to change-old(cg)
           if sk <= snap-key-count
               move snap-value(sk) to change-old(cg)
           end-if
           move current-config-value to change-new(cg).

       get-config-file-stamp.
           move "unknown" to config-file-stamp
           call "CBL_CHECK_FILE_EXIST"
               using config-file-name config-file-details
           if return-code not = 0
               move 0 to return-code
               exit paragraph
           end-if
           move config-file-year to cfs-year
           move config-file-month to cfs-month
           move config-file-day to cfs-day
           move config-file-hour to cfs-hour
           move config-file-minute to cfs-minute
           move config-file-second to cfs-second
           move config-file-hundredths to cfs-hundredths
           move config-file-stamp-parts to config-file-stamp.
