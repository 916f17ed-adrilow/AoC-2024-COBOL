      *----------------------------------------------------------------
      * OverrideFields.cpy
      * Working-storage fields shared by every program with an
      * emergency override path (WriteOverrideEntry.cpy).  The caller
      * moves the override's name (AOC_PERIOD_OVERRIDE,
      * AOC_SEAL_OVERRIDE, REGRESSION_WAIVER, AOC_LOCK_MAX_HOURS) and
      * what it allowed through - the closed period written into, the
      * file that failed its seal, the mismatch reported WAIVED, the
      * run lock taken over - and performs write-override-entry.
      *----------------------------------------------------------------
       01 override-file-name pic X(200)
           value "aoc_override_register.txt".
       01 override-file-status pic X(2).
       01 override-name pic X(24).
       01 override-detail pic X(160).
       01 override-user pic X(30).
       01 override-date pic 9(8).
       01 override-time pic 9(8).
      *Another program appending at the same moment holds the
      *file (status 61); the open is retried after a short wait.
       78 override-busy-retry-limit value 5.
       01 override-busy-attempt binary-long value 0.
       01 override-busy-wait-seconds binary-long value 1.
