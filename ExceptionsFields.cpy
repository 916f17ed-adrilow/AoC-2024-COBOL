       01 exception-hub-line-no-disp pic Z(6)9.
       01 exception-hub-reason pic X(40).
       01 exception-hub-record pic X(120).
      *Another program appending at the same moment holds the
      *file (status 61); the open is retried after a short wait.
       78 exceptions-hub-busy-retry-limit value 5.
       01 exceptions-hub-busy-attempt binary-long value 0.
       01 exceptions-hub-busy-wait-seconds binary-long value 1.
