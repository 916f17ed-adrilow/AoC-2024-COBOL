      *----------------------------------------------------------------
      * CapacityFields.cpy
      * Working-storage for the high-water mark each program records
      * per run against each of its fixed table limits.  The caller
      * moves the limit's name, the peak the run reached and the
      * limit itself into capacity-limit-name, capacity-peak and
      * capacity-limit, then performs write-capacity-entry once per
      * limit as the run completes.  A peak above
      * capacity-warning-pct percent of its limit is raised as a
      * WARNING alert, so an increase can be asked for before the
      * delivery that would overflow the table.
      *----------------------------------------------------------------
       01 capacity-file-name pic X(200) value "aoc_capacity.txt".
       01 capacity-file-status pic X(2).
       01 capacity-limit-name pic X(24).
       01 capacity-peak binary-double value 0.
       01 capacity-limit binary-double value 0.
       01 capacity-pct binary-long value 0.
       78 capacity-warning-pct value 80.
       01 capacity-peak-disp pic Z(11)9.
       01 capacity-limit-disp pic Z(11)9.
       01 capacity-pct-disp pic Z(4)9.
       01 capacity-date pic 9(8).
       01 capacity-time pic 9(8).
      *Another program appending at the same moment holds the
      *file (status 61); the open is retried after a short wait.
       78 capacity-busy-retry-limit value 5.
       01 capacity-busy-attempt binary-long value 0.
       01 capacity-busy-wait-seconds binary-long value 1.
