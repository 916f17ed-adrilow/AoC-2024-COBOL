      *----------------------------------------------------------------
      * TriggerFd.cpy
      * FD/record for the completion trigger file.  Copied into each
      * program's file section alongside OverrideFd.cpy.
      *----------------------------------------------------------------
       fd trigger-file.
       01 trigger-record pic X(240).
