      *----------------------------------------------------------------
      * StoneRulesFd.cpy
      * FD/record for the Day11 stone transformation rule file.
      *----------------------------------------------------------------
       fd stone-rules-file.
       01 stone-rules-line pic X(80).
