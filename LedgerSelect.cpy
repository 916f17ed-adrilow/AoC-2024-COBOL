      * (DataDirPrefix.cpy) can resolve ledger-file-name under a shared
      * data directory the same way each program resolves its own
      * input/output files.
      * ledger-lock-file sits beside the ledger (its name plus
      * ".lck"); WriteLedgerEntry holds it open while it reads the
      * chain tail and appends, so two programs writing at once
      * cannot both chain from the same row.
      *----------------------------------------------------------------
           select ledger-file assign to dynamic ledger-file-name
               organization line sequential
               file status is ledger-file-status.
           select ledger-lock-file assign to dynamic
               ledger-lock-file-name
               organization line sequential
               file status is ledger-lock-file-status.
