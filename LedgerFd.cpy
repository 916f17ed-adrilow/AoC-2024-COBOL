      * program's file section alongside its own FD entries.
      *----------------------------------------------------------------
       fd ledger-file.
       01 ledger-line pic X(200).
       fd ledger-lock-file.
       01 ledger-lock-record pic X(80).
