      *----------------------------------------------------------------
      * CapacityFd.cpy
      * FD/record for the shared capacity file.  Copied into each
      * program's file section alongside ControlFd.cpy.
      *----------------------------------------------------------------
       fd capacity-file.
       01 capacity-record pic X(120).
