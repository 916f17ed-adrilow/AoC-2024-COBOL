      *----------------------------------------------------------------
      * ConfigSnapFd.cpy
      * FD/record for the run snapshots read back by
      * ConfigSnapCompare.cpy.
      *----------------------------------------------------------------
       fd config-snap-file.
       01 config-snap-line pic X(400).
