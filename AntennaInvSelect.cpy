      *----------------------------------------------------------------
      * AntennaInvSelect.cpy
      * FILE-CONTROL entry for the indexed antenna inventory keyed on
      * antenna id.  AntennaMaint keeps it and Day8 regenerates its
      * map from the ACTIVE records, so both share this one SELECT
      * alongside their own entries.
      *----------------------------------------------------------------
           select antenna-inv-file assign to dynamic
               antenna-inv-file-name
               organization indexed
               access dynamic
               record key is inv-antenna-id
               file status is antenna-inv-file-status.
