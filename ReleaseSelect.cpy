      *----------------------------------------------------------------
      * ReleaseSelect.cpy
      * FILE-CONTROL entry for the release register ReleaseInstall
      * maintains: one record per installed program release.  Every
      * program that writes run-journal records or ledger rows reads
      * it back to stamp its own version on them.  Copied into each
      * program's file-control paragraph alongside JournalSelect.cpy.
      *----------------------------------------------------------------
           select release-register-file assign to dynamic
               release-register-file-name
               organization line sequential
               file status is release-register-file-status.
