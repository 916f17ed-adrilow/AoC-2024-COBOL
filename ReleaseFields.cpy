      *----------------------------------------------------------------
      * ReleaseFields.cpy
      * Working-storage for the release register.  Each register
      * row is
      *     program,version,installed-stamp,installer,bytes,
      *     checksum,module
      * and the last row for a program is its release in force.
      * find-program-release (ReleaseLookup.cpy) leaves that row's
      * version in release-version - "-" when the program has never
      * been registered - along with the registered byte count,
      * checksum and module so DayBatch can check the module still
      * matches.  The lookup is cached per program, so a caller that
      * must stamp some other version (LedgerAdjust, posting against
      * an older row) primes release-cached-program and
      * release-version itself.
      *----------------------------------------------------------------
       01 release-register-file-name pic X(200)
           value "aoc_release_register.txt".
       01 release-register-file-status pic X(2).
       01 release-register-eof pic X value 'n'.
       01 release-lookup-program pic X(16).
       01 release-cached-program pic X(16) value spaces.
       01 release-version pic X(12) value "-".
       01 release-registered-bytes binary-double value 0.
       01 release-registered-checksum binary-double value 0.
       01 release-registered-module pic X(200) value spaces.
       01 release-row-program pic X(16).
       01 release-row-version pic X(12).
       01 release-row-installed pic X(17).
       01 release-row-installer pic X(30).
       01 release-row-bytes pic X(18).
       01 release-row-checksum pic X(18).
       01 release-row-module pic X(200).
       01 filler pic X value 'n'.
           88 release-registered value 'y'.
           88 release-not-registered value 'n'.
       01 release-module-file-name pic X(200).
       01 release-module-file-status pic X(2).
       01 release-module-eof pic X value 'n'.
       01 release-module-bytes binary-double value 0.
       01 release-module-checksum binary-double value 0.
       78 release-checksum-modulus value 1000000007.
       01 filler pic X value 'n'.
           88 release-module-present value 'y'.
           88 release-module-absent value 'n'.
