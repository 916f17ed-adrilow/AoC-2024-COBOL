      *----------------------------------------------------------------
      * ReleaseModuleSelect.cpy
      * FILE-CONTROL entry for reading an installed module byte by
      * byte so its checksum can be taken (ReleaseChecksum.cpy).
      * Copied by ReleaseInstall and DayBatch.
      *----------------------------------------------------------------
           select release-module-file assign to dynamic
               release-module-file-name
               binary sequential
               file status is release-module-file-status.
