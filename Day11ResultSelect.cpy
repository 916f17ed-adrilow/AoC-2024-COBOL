      *----------------------------------------------------------------
      * Day11ResultSelect.cpy
      * FILE-CONTROL entry for the Day11 step-result file that Day11
      * and Day11BruteForce append to (WriteDay11Result.cpy) when
      * they run as a window step of their own, and Day11Reconcile
      * reads back.  Layout in Day11ResultFields.cpy.
      *----------------------------------------------------------------
           select day11-result-file assign to dynamic
               day11-result-file-name
               organization line sequential
               file status is day11-result-file-status.
