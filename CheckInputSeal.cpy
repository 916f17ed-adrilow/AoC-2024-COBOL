      * open-input-with-retry succeeds and tests seal-violation; on
      * a violation it aborts through its own seal-violation
      * paragraph with a SEVERE alert.  With the AOC_SEAL_OVERRIDE
      * emergency override on, the mismatch is announced, put on
      * record in the override register (WriteOverrideEntry.cpy),
      * and seal-ok stands.  Copied into each program's procedure
      * division after ReadConfig.cpy.
      *----------------------------------------------------------------
       check-input-seal.
                   function trim(seal-check-file)
                   " no longer matches the sealed generation - "
                   "proceeding under AOC_SEAL_OVERRIDE"
               move "AOC_SEAL_OVERRIDE" to override-name
               move spaces to override-detail
               string "seal mismatch on "
                   function trim(seal-check-file)
                   delimited by size into override-detail
               perform write-override-entry
           else
               set seal-violation to true
           end-if.
