      *----------------------------------------------------------------
      * ConfigSnapFields.cpy
      * Working-storage for comparing the effective configuration
      * with the snapshot of the last window (ConfigSnapCompare.cpy).
      * The CONFIG rows of the latest snapshot on file - other than
      * one taken under config-snap-skip-run, the window now
      * starting - load into the snapshot table; every difference
      * from the values in force now lands in the change table as
      * ADDED, REMOVED or CHANGED with the old and new value.
      * Needs ConfigKeys.cpy alongside.
      *----------------------------------------------------------------
       01 config-snap-file-name pic X(200)
           value "aoc_run_snapshots.txt".
       01 config-snap-file-status pic X(2).
       01 config-snap-eof pic X value 'n'.
       01 config-snap-skip-run pic X(20) value spaces.
       01 config-snap-run-id pic X(20) value spaces.
       01 config-snap-taken pic X(17) value spaces.
       01 filler pic X value 'n'.
           88 config-snapshot-found value 'y'.
           88 config-snapshot-missing value 'n'.

       78 max-snap-keys value 200.
       01 snap-key-table.
         05 snap-key-entry occurs max-snap-keys times indexed by sk.
           10 snap-key pic X(30).
           10 snap-value pic X(200).
           10 filler pic X.
               88 snap-key-matched value 'y'.
               88 snap-key-unmatched value 'n'.
       01 snap-key-count binary-long value 0.

       78 max-config-changes value 200.
       01 config-change-table.
         05 config-change occurs max-config-changes times
            indexed by cg.
           10 change-kind pic X(7).
           10 change-key pic X(30).
           10 change-old pic X(200).
           10 change-new pic X(200).
       01 config-change-count binary-long value 0.

       01 snap-row-run-id pic X(20).
       01 snap-row-kind pic X(8).
       01 snap-row-key pic X(30).
       01 snap-row-source pic X(12).
       01 snap-row-pointer binary-long value 0.
       01 current-config-value pic X(200).
       01 current-config-source pic X(12).

      *The configuration file's last-modified date and time, as
      *CBL_CHECK_FILE_EXIST returns them, and as a ledger-style
      *yyyymmdd-hhmmsscc stamp ("unknown" when the file is absent).
       01 config-file-details.
         05 config-file-size pic X(8) comp-x.
         05 config-file-day pic X comp-x.
         05 config-file-month pic X comp-x.
         05 config-file-year pic X(2) comp-x.
         05 config-file-hour pic X comp-x.
         05 config-file-minute pic X comp-x.
         05 config-file-second pic X comp-x.
         05 config-file-hundredths pic X comp-x.
       01 config-file-stamp pic X(17).
       01 config-file-stamp-parts.
         05 cfs-year pic 9(4).
         05 cfs-month pic 9(2).
         05 cfs-day pic 9(2).
         05 filler pic X value "-".
         05 cfs-hour pic 9(2).
         05 cfs-minute pic 9(2).
         05 cfs-second pic 9(2).
         05 cfs-hundredths pic 9(2).
