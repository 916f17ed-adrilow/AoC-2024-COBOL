      *----------------------------------------------------------------
      * Day11ResultFd.cpy
      * FD/record for the Day11 step-result file.
      *----------------------------------------------------------------
       fd day11-result-file.
       01 day11-result-record pic X(100).
