       program-id. ReleaseInstall as "ReleaseInstall".

      *----------------------------------------------------------------
      * Records a program release in the release register
      * (aoc_release_register.txt, or AOC_RELEASE_REGISTER) when a
      * new module is installed, so every journal record and ledger
      * row the program writes from then on carries the version it
      * was produced by, and DayBatch can tell when the module on
      * disk is no longer the one that was registered.
      *
      *     AOC_RELEASE_PROGRAM    program id (Day1 ... Day11BruteForce)
      *     AOC_RELEASE_VERSION    version id being installed
      *     AOC_RELEASE_MODULE     installed module (default
      *                            <program>.so in AOC_MODULE_DIR, or
      *                            the current directory)
      *     AOC_RELEASE_INSTALLER  who installed it (default the
      *                            signed-on user)
      *
      * Appends program,version,installed-stamp,installer,bytes,
      * checksum,module.  A version already registered for the
      * program, or a module that cannot be read, is refused with
      * return code 8 and nothing written - a release is recorded
      * once, against the module actually installed.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           copy 'ReleaseSelect.cpy'.

           copy 'ReleaseModuleSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       copy 'ReleaseFd.cpy'.

       copy 'ReleaseModuleFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 install-program pic X(16).
       01 install-version pic X(12).
       01 install-module pic X(200).
       01 install-module-dir pic X(200).
       01 install-installer pic X(30).
       01 install-date pic 9(8).
       01 install-time pic 9(8).
       01 install-bytes-disp pic Z(12)9.
       01 install-checksum-disp pic Z(12)9.
       01 prior-version pic X(12).
       01 prior-installed pic X(17).
       01 filler pic X value 'n'.
           88 version-already-registered value 'y'.
           88 version-not-registered value 'n'.

       copy 'ReleaseFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

       procedure division.
           perform load-runtime-config
           accept aoc-data-dir from environment "AOC_DATA_DIR"
           if aoc-data-dir = spaces
               move "AOC_DATA_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to aoc-data-dir
           end-if

           perform settle-install-request

           move install-program to release-lookup-program
           perform find-program-release
           move release-version to prior-version
           perform check-version-unused
           if version-already-registered
               display "ReleaseInstall: " function trim(install-program)
                   " version " function trim(install-version)
                   " is already registered (installed "
                   function trim(prior-installed)
                   ") - a release is recorded once; give the new "
                   "module a new version."
               move 8 to return-code
               goback
           end-if

           move install-module to release-module-file-name
           perform checksum-release-module
           if release-module-absent
               display "ReleaseInstall: cannot read module "
                   function trim(install-module) " (file status "
                   release-module-file-status ") - release not "
                   "registered."
               move 8 to return-code
               goback
           end-if

           open extend release-register-file
           if release-register-file-status = "35"
               open output release-register-file
           end-if
           if release-register-file-status not = "00"
               display "ReleaseInstall: cannot write "
                   function trim(release-register-file-name)
                   " (file status " release-register-file-status
                   ") - release not registered."
               move 8 to return-code
               goback
           end-if
           accept install-date from date yyyymmdd
           accept install-time from time
           move release-module-bytes to install-bytes-disp
           move release-module-checksum to install-checksum-disp
           move spaces to release-register-record
           string function trim(install-program) ","
               function trim(install-version) ","
               install-date "-" install-time ","
               function trim(install-installer) ","
               function trim(install-bytes-disp) ","
               function trim(install-checksum-disp) ","
               function trim(install-module)
               delimited by size into release-register-record
           write release-register-record
           close release-register-file

           display "ReleaseInstall: " function trim(install-program)
               " version " function trim(install-version)
               " registered by " function trim(install-installer)
               " - " function trim(install-bytes-disp) " bytes, "
               "checksum " function trim(install-checksum-disp)
           if prior-version not = "-"
               display "ReleaseInstall: replaces version "
                   function trim(prior-version)
           end-if
           goback.

       settle-install-request.
           accept install-program from environment
               "AOC_RELEASE_PROGRAM"
           accept install-version from environment
               "AOC_RELEASE_VERSION"
           if install-program = spaces or install-version = spaces
               display "ReleaseInstall: name the release with "
                   "AOC_RELEASE_PROGRAM and AOC_RELEASE_VERSION - "
                   "nothing registered."
               move 8 to return-code
               goback
           end-if
           if install-version = "-"
               display "ReleaseInstall: '-' marks an unregistered "
                   "program and cannot be used as a version - "
                   "nothing registered."
               move 8 to return-code
               goback
           end-if

           accept install-module from environment "AOC_RELEASE_MODULE"
           if install-module = spaces
               move "AOC_RELEASE_MODULE" to config-lookup-key
               perform get-config-value
               move config-lookup-value to install-module
           end-if
           if install-module = spaces
               accept install-module-dir from environment
                   "AOC_MODULE_DIR"
               if install-module-dir = spaces
                   move "AOC_MODULE_DIR" to config-lookup-key
                   perform get-config-value
                   move config-lookup-value to install-module-dir
               end-if
               if install-module-dir = spaces
                   string function trim(install-program) ".so"
                       delimited by size into install-module
               else
                   string function trim(install-module-dir) "/"
                       function trim(install-program) ".so"
                       delimited by size into install-module
               end-if
           end-if

           accept install-installer from environment
               "AOC_RELEASE_INSTALLER"
           if install-installer = spaces
               accept install-installer from environment "USER"
           end-if
           if install-installer = spaces
               accept install-installer from environment "LOGNAME"
           end-if
           if install-installer = spaces
               move "unknown" to install-installer
           end-if.

       check-version-unused.
      *find-program-release has already resolved the register's
      *name; a missing register means nothing was ever installed.
           set version-not-registered to true
           open input release-register-file
           if release-register-file-status not = "00"
               exit paragraph
           end-if
               perform until release-register-eof = 'y'
               read release-register-file
                   at end move 'y' to release-register-eof
                   not at end
                       perform check-one-register-row
               end-read
               if release-register-file-status not = "00" and
                  release-register-file-status not = "10"
                   move 'y' to release-register-eof
               end-if
               end-perform.
               move 'n' to release-register-eof
           close release-register-file.

       check-one-register-row.
           if release-register-record = spaces or
              release-register-record(1:1) = "*"
               exit paragraph
           end-if
           perform split-release-row
           if release-row-program = install-program and
              release-row-version = install-version
               set version-already-registered to true
               move release-row-installed to prior-installed
           end-if.

       copy 'ReleaseLookup.cpy'.

       copy 'ReleaseChecksum.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program ReleaseInstall.
