      *----------------------------------------------------------------
      * FreezeSelect.cpy
      * FILE-CONTROL entries for the change-freeze calendar and the
      * freeze register FreezeCheck.cpy reads and appends.  Copied
      * into the file-control paragraph of every maintenance program
      * that changes a control file: expected answers, baselines,
      * restores, drift acknowledgments, reference tables and the
      * configuration file.
      *----------------------------------------------------------------
           select freeze-calendar-file assign to dynamic
               freeze-calendar-file-name
               organization line sequential
               file status is freeze-calendar-file-status.

           select freeze-register-file assign to dynamic
               freeze-register-file-name
               organization line sequential
               file status is freeze-register-file-status.
