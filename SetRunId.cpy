      * driver has set it yet.  The caller may move its own prefix
      * letter into run-id-prefix first (B for DayBatch, R for
      * DayRegression); a standalone Day program keeps the default S.
      * A step DayBatch launches as a process of its own inherits
      * the window's identifier through AOC_BATCH_RUN_ID instead.
      * A run for an earlier business day (AOC_RUN_DATE in the
      * environment, as the catch-up driver sets it) carries that
      * day's date in its identifier rather than today's.
      *----------------------------------------------------------------
       ensure-run-id.
           if batch-run-id = spaces or batch-run-id = low-values
               accept batch-run-id from environment
                   "AOC_BATCH_RUN_ID"
           end-if
           if batch-run-id = spaces or batch-run-id = low-values
               accept run-id-date from date yyyymmdd
               accept run-id-time from time
               accept run-id-date-text from environment
                   "AOC_RUN_DATE"
               if run-id-date-text(1:8) is numeric and
                  run-id-date-text(9:2) = spaces
                   move run-id-date-text(1:8) to run-id-date
               end-if
               move spaces to batch-run-id
               string run-id-prefix run-id-date "-" run-id-time
                   delimited by size into batch-run-id
