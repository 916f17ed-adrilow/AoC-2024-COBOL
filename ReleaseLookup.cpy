      *----------------------------------------------------------------
      * ReleaseLookup.cpy
      * find-program-release reads the release register for the
      * program named in release-lookup-program and leaves the last
      * row's version in release-version ("-" when the program has
      * never been registered or the register does not exist yet).
      * The result is kept for the rest of the run, so the journal
      * and ledger writers can perform it on every record.  Copied
      * into the procedure division after WriteJournalEntry.cpy.
      *----------------------------------------------------------------
       find-program-release.
           if release-lookup-program = release-cached-program
               exit paragraph
           end-if
           move release-lookup-program to release-cached-program
           move "-" to release-version
           move 0 to release-registered-bytes
           move 0 to release-registered-checksum
           move spaces to release-registered-module
           set release-not-registered to true
           move spaces to release-register-file-name
           accept release-register-file-name from environment
               "AOC_RELEASE_REGISTER"
           if release-register-file-name = spaces
               move "AOC_RELEASE_REGISTER" to config-lookup-key
               perform get-config-value
               move config-lookup-value to release-register-file-name
           end-if
           if release-register-file-name = spaces
               move "aoc_release_register.txt"
                   to release-register-file-name
           end-if
           move release-register-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to release-register-file-name
           open input release-register-file
           if release-register-file-status not = "00"
               exit paragraph
           end-if
               perform until release-register-eof = 'y'
               read release-register-file
                   at end move 'y' to release-register-eof
                   not at end
                       perform match-one-release-row
               end-read
               if release-register-file-status not = "00" and
                  release-register-file-status not = "10"
                   move 'y' to release-register-eof
               end-if
               end-perform.
               move 'n' to release-register-eof
           close release-register-file.

       match-one-release-row.
           if release-register-record = spaces or
              release-register-record(1:1) = "*"
               exit paragraph
           end-if
           perform split-release-row
           if release-row-program not = release-lookup-program
               exit paragraph
           end-if
           set release-registered to true
           move release-row-version to release-version
           move function numval(release-row-bytes)
               to release-registered-bytes
           move function numval(release-row-checksum)
               to release-registered-checksum
           move release-row-module to release-registered-module.

       split-release-row.
           move spaces to release-row-program release-row-version
               release-row-installed release-row-installer
               release-row-module
           move "0" to release-row-bytes
           move "0" to release-row-checksum
           unstring release-register-record delimited by ","
               into release-row-program release-row-version
                    release-row-installed release-row-installer
                    release-row-bytes release-row-checksum
                    release-row-module.
