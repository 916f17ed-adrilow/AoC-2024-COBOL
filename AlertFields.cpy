       01 alert-reason pic X(60).
       01 alert-date pic 9(8).
       01 alert-time pic 9(8).
      *Another program appending at the same moment holds the
      *file (status 61); the open is retried after a short wait.
       78 alert-busy-retry-limit value 5.
       01 alert-busy-attempt binary-long value 0.
       01 alert-busy-wait-seconds binary-long value 1.
