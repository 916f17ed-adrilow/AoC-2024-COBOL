      *----------------------------------------------------------------
      * ConfigSnapSelect.cpy
      * FILE-CONTROL entry for reading back the run snapshots
      * RunSnapshot appends (aoc_run_snapshots.txt, or
      * AOC_RUN_SNAPSHOTS), so the configuration a window ran with
      * can be compared with the one in force now.
      *----------------------------------------------------------------
           select config-snap-file assign to dynamic
               config-snap-file-name
               line sequential
               file status is config-snap-file-status.
