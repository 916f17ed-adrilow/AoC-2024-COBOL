       01 arrival-file-status pic X(2).
       01 arrival-date pic 9(8).
       01 arrival-time pic 9(8).
      *Another program appending at the same moment holds the
      *file (status 61); the open is retried after a short wait.
       78 arrival-busy-retry-limit value 5.
       01 arrival-busy-attempt binary-long value 0.
       01 arrival-busy-wait-seconds binary-long value 1.
