      *----------------------------------------------------------------
      * FreezeFd.cpy
      * FD/records for the change-freeze calendar and the freeze
      * register.  Copied into the file section alongside
      * ConfigFd.cpy.
      *----------------------------------------------------------------
       fd freeze-calendar-file.
       01 freeze-calendar-record pic X(120).

       fd freeze-register-file.
       01 freeze-register-record pic X(300).
