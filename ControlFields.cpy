       01 control-read-disp pic Z(8)9.
       01 control-processed-disp pic Z(8)9.
       01 control-rejected-disp pic Z(8)9.
      *Another program appending at the same moment holds the
      *file (status 61); the open is retried after a short wait.
       78 control-totals-busy-retry-limit value 5.
       01 control-totals-busy-attempt binary-long value 0.
       01 control-totals-busy-wait-seconds binary-long value 1.
