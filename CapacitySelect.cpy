      *----------------------------------------------------------------
      * CapacitySelect.cpy
      * FILE-CONTROL entry for the shared capacity file every Day
      * program appends its high-water marks to via
      * WriteCapacityEntry.cpy, and which CapacityReport reads back
      * for the headroom report.  Copied into each program's
      * file-control paragraph alongside ControlSelect.cpy.
      *----------------------------------------------------------------
           select capacity-file assign to dynamic
               capacity-file-name
               organization line sequential
               file status is capacity-file-status.
