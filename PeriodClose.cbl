           string "Total rows closed: " function trim(count-disp)
               delimited by size into statement-line
           write statement-line
      *The chain hash at close lets a later LedgerVerify run show
      *nothing up to this point was altered after the close.
           perform find-ledger-chain-tail
           move spaces to statement-line
           if ledger-chain-seq = 0
               move "Ledger chain at close: no chained rows"
                   to statement-line
           else
               move ledger-chain-seq to count-disp
               string "Ledger chain at close: sequence "
                   function trim(count-disp) ", hash "
                   ledger-chain-hash
                   delimited by size into statement-line
           end-if
           write statement-line
           close statement-file.

       record-period-closed.

       copy 'PeriodLockCheck.cpy'.

       copy 'LedgerChain.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.
