       01 report-stamp-time pic 9(8).
       01 report-family-name pic X(200).
       01 report-base-length binary-long value 0.
      *Another program appending at the same moment holds the
      *file (status 61); the open is retried after a short wait.
       78 report-registry-busy-retry-limit value 5.
       01 report-registry-busy-attempt binary-long value 0.
       01 report-registry-busy-wait-seconds binary-long value 1.
