      * AOC_BACKUP_STAMP names the set (default the newest in the
      * catalog); AOC_RESTORE_ROLE restricts the restore to one
      * role (EXPECTED, CONFIG, LEDGER, LEDGERIDX, MANIFEST,
      * STANDING) or restores the whole set when unset; LEDGERIDX
      * brings the indexed ledger's load high-water mark (LEDGERHWM)
      * back with it, so the two always match.  Every
      * backup copy is re-checksummed against its catalog entry
      * BEFORE anything live is overwritten: a damaged backup
      * refuses to restore rather than replacing a corrupt ledger
      * with a differently corrupt one.
      *
      * A restore overwrites expected answers, configuration and the
      * other control files, so inside a HARD window of the
      * change-freeze calendar (FreezeCheck.cpy) it is refused,
      * return code 8, unless AOC_EMERGENCY_CHANGE carries an
      * emergency change number; refusals, emergency and
      * soft-freeze restores all go on the freeze register.
      *----------------------------------------------------------------

       environment division.
               binary sequential
               file status is target-file-status.

           copy 'FreezeSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       fd target-file.
       01 target-byte pic X.

       copy 'FreezeFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 refused-count binary-long value 0.
       01 count-disp pic Z(2)9.

       copy 'FreezeFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

               display "ControlRestore: role "
                   function trim(wanted-role) " only"
           end-if
           perform check-restore-freeze
           move 2 to pass-number
           perform scan-catalog
           if restored-count > 0
               perform record-freeze-change
           end-if

           move restored-count to count-disp
           display "ControlRestore: " function trim(count-disp)
           end-if
           goback.

       check-restore-freeze.
           move spaces to freeze-change-object
           if wanted-role = spaces
               string "RESTORE set " wanted-stamp " all roles"
                   delimited by size into freeze-change-object
           else
               string "RESTORE set " wanted-stamp " role "
                   function trim(wanted-role)
                   delimited by size into freeze-change-object
           end-if
           perform check-change-freeze
           if freeze-change-refused
               display "ControlRestore: " function trim(freeze-message)
               display "ControlRestore: freeze reason: "
                   function trim(freeze-reason)
                   " - nothing restored."
               move 8 to return-code
               goback
           end-if
           if freeze-active
               display "ControlRestore: " function trim(freeze-message)
           end-if.

       scan-catalog.
           open input catalog-file
           if catalog-file-status not = "00"
               exit paragraph
           end-if
           if wanted-role not = spaces and
              cat-role not = wanted-role and
              not (wanted-role = "LEDGERIDX" and
                   cat-role = "LEDGERHWM")
               exit paragraph
           end-if
           if cat-backup = "(absent)"
               function trim(cat-role) " restored to "
               function trim(target-file-name).

       copy 'FreezeCheck.cpy'
           replacing ==program-name-tag== by =="ControlRestore"==.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.
