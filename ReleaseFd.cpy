      *----------------------------------------------------------------
      * ReleaseFd.cpy
      * FD/record for the release register.  Copied into each
      * program's file section alongside JournalFd.cpy.
      *----------------------------------------------------------------
       fd release-register-file.
       01 release-register-record pic X(400).
