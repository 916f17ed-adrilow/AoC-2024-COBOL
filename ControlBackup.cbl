      *----------------------------------------------------------------
      * Dated backup set for the files this system cannot run
      * without: the expected answers, the runtime configuration,
      * the results ledger (text and indexed, with the indexed
      * ledger's load high-water mark), the input manifest
      * and the regression standing file.  Each is copied into
      * AOC_BACKUP_DIR (default the data directory) as
      * bkp_<stamp>_<base-name> with its byte count and rolling
           move data-dir-filename to original-name
           perform back-up-one-file

           move "LEDGERHWM" to backup-role
           move "results_ledger.idx.hwm" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to original-name
           perform back-up-one-file

           move "MANIFEST" to backup-role
           move "aoc_input_manifest.txt" to data-dir-filename
           perform apply-data-dir-prefix
