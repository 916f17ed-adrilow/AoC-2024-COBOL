      *----------------------------------------------------------------
      * OverrideFd.cpy
      * FD/record for the shared override register.  Copied into
      * each program's file section alongside LedgerFd.cpy.
      *----------------------------------------------------------------
       fd override-file.
       01 override-record pic X(260).
