      *----------------------------------------------------------------
      * OverrideSelect.cpy
      * FILE-CONTROL entry for the shared override register every
      * emergency override path appends to via WriteOverrideEntry.cpy
      * the moment it lets something through, so a use is on record
      * and not just on the console.  Copied into each program's
      * file-control paragraph alongside LedgerSelect.cpy.
      *----------------------------------------------------------------
           select override-file assign to dynamic
               override-file-name
               organization line sequential
               file status is override-file-status.
