      *----------------------------------------------------------------
      * Day11ResultFields.cpy
      * Working-storage for the Day11 step-result file
      * (day11_step_results.txt in the data directory).  A step
      * DayBatch launches as a process of its own cannot hand its
      * result over through the EXTERNAL items the way a CALLed one
      * does, so each such run appends one row:
      *     run id,DICT,Y,result     Day11 finished cleanly
      *     run id,BRUTE,Y,result    Day11BruteForce completed
      *     run id,BRUTE,A,0         Day11BruteForce aborted
      * Nothing is written outside a window (AOC_BATCH_RUN_ID not
      * set).  When a window is rerun the last row for the run id
      * stands.
      *----------------------------------------------------------------
       01 day11-result-file-name pic X(200).
       01 day11-result-file-status pic X(2).
       01 day11-result-run-id pic X(20).
       01 day11-result-kind pic X(5).
       01 day11-result-flag pic X.
       01 day11-result-value pic 9(38) value 0.
       01 day11-result-value-text pic X(38).
       01 day11-result-row-run-id pic X(20).
       01 day11-result-row-kind pic X(5).
