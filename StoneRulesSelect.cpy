      *----------------------------------------------------------------
      * StoneRulesSelect.cpy
      * FILE-CONTROL entry for the Day11 stone transformation rule
      * file (DAY11_RULES).  Copied into Day11 and Day11BruteForce
      * alongside their own SELECT entries so both blink engines
      * read the same rule set.
      *----------------------------------------------------------------
           select stone-rules-file assign to dynamic
               stone-rules-file-name
               line sequential
               file status is stone-rules-file-status.
