      *----------------------------------------------------------------
      * LedgerAdjFields.cpy
      * Working-storage for reading the results ledger's adjusting
      * entries (LedgerAdjScan.cpy).  LedgerAdjust posts a REVERSAL
      * row that cancels an earlier row - same program, part and run
      * identifier, tagged "REVERSAL ADJnnnnn" - and usually a
      * CORRECTION row ("CORRECTION ADJnnnnn") carrying the right
      * value.  After the scan, ledger-adj-state(n) describes row n
      * of the ledger: space for an ordinary current row, S for a
      * row a later reversal superseded, R for a reversal and C for
      * a correction; ledger-adj-ref(n) holds the adjustment id
      * that reversed the row or that the row itself belongs to.
      * Rows past max-ledger-adj-rows are treated as current.
      *----------------------------------------------------------------
       78 max-ledger-adj-rows value 20000.
       01 ledger-adj-table.
         05 ledger-adj-entry occurs max-ledger-adj-rows times
            indexed by lax.
           10 ledger-adj-program pic X(10).
           10 ledger-adj-part pic X(10).
           10 ledger-adj-run-id pic X(20).
           10 ledger-adj-state pic X.
               88 ledger-adj-current value space.
               88 ledger-adj-superseded value 'S'.
               88 ledger-adj-reversal value 'R'.
               88 ledger-adj-correction value 'C'.
           10 ledger-adj-ref pic X(8).
       01 ledger-adj-row-count binary-long value 0.
       01 ledger-adj-superseded-count binary-long value 0.
       01 ledger-adj-look binary-long value 0.
       01 ledger-adj-eof pic X value 'n'.
       01 ledger-adj-scan-program pic X(10).
       01 ledger-adj-scan-part pic X(10).
       01 ledger-adj-scan-value pic X(38).
       01 ledger-adj-scan-stamp pic X(17).
       01 ledger-adj-scan-run-id pic X(20).
       01 ledger-adj-scan-tag pic X(20).
