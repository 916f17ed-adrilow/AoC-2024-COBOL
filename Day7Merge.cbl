
           copy 'LedgerSelect.cpy'.

           copy 'OverrideSelect.cpy'.

           copy 'ReleaseSelect.cpy'.

           copy 'PeriodLockSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       copy 'LedgerFd.cpy'.

       copy 'OverrideFd.cpy'.

       copy 'ReleaseFd.cpy'.

       copy 'PeriodLockFd.cpy'.

       copy 'ConfigFd.cpy'.
       01 count-disp-2 pic Z(8)9.

       copy 'LedgerFields.cpy'.
       copy 'OverrideFields.cpy'.
       copy 'ReleaseFields.cpy'.
       copy 'PeriodLockFields.cpy'.
       copy 'RunIdFields.cpy'.
       copy 'DataDirFields.cpy'.
           if total-lines = 0
               display "Day7Merge: unsharded input is empty or "
                   "unreadable - nothing to balance against."
               move 8 to return-code
               goback
           end-if

               display "Day7Merge: only " shards-reported " of "
                   shard-count " shard partial(s) arrived - "
                   "combined result NOT written."
               move 8 to return-code
               goback
           end-if

                   " but the input holds "
                   function trim(count-disp-2)
                   " - combined result NOT written ***"
               move 8 to return-code
               goback
           end-if
           display "Day7Merge: shards balance ("
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day7"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day7"==.

       copy 'ReleaseLookup.cpy'.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'ReadConfig.cpy'.
