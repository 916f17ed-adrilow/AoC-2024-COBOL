       01 run-stats-file-status pic X(2).
       01 run-stats-date pic 9(8).
       01 run-stats-time pic 9(8).
      *Another program appending at the same moment holds the
      *file (status 61); the open is retried after a short wait.
       78 run-stats-busy-retry-limit value 5.
       01 run-stats-busy-attempt binary-long value 0.
       01 run-stats-busy-wait-seconds binary-long value 1.
