      *----------------------------------------------------------------
      * IncidentSelect.cpy
      * FILE-CONTROL entry for the incident register DayBatch opens
      * incidents in and IncidentMaint maintains.  Copied into the
      * file-control paragraph of every program that reads it.
      *----------------------------------------------------------------
           select incident-file assign to dynamic incident-file-name
               organization line sequential
               file status is incident-file-status.
