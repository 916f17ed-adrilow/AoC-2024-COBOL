       01 journal-input-file pic X(200).
       01 journal-date pic 9(8).
       01 journal-time pic 9(8).
      *Another program appending at the same moment holds the
      *file (status 61); the open is retried after a short wait.
       78 journal-busy-retry-limit value 5.
       01 journal-busy-attempt binary-long value 0.
       01 journal-busy-wait-seconds binary-long value 1.
