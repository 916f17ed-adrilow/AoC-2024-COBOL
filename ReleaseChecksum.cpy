      *----------------------------------------------------------------
      * ReleaseChecksum.cpy
      * checksum-release-module reads the module named in
      * release-module-file-name byte by byte and leaves its size
      * in release-module-bytes and a rolling checksum (times 31,
      * modulo a 10-digit prime - the same fold InputManifest takes
      * of the puzzle inputs) in release-module-checksum;
      * release-module-absent is set when the module cannot be
      * opened.  Copied by ReleaseInstall, which records the
      * checksum, and DayBatch, which checks it again before a
      * window runs.
      *----------------------------------------------------------------
       checksum-release-module.
           move 0 to release-module-bytes
           move 0 to release-module-checksum
           set release-module-absent to true
           open input release-module-file
           if release-module-file-status not = "00"
               exit paragraph
           end-if
           set release-module-present to true
               perform until release-module-eof = 'y'
               read release-module-file
                   at end move 'y' to release-module-eof
                   not at end
                       add 1 to release-module-bytes
                       compute release-module-checksum = function mod(
                           release-module-checksum * 31
                           + function ord(release-module-byte),
                           release-checksum-modulus)
               end-read
               if release-module-file-status not = "00" and
                  release-module-file-status not = "10"
                   move 'y' to release-module-eof
               end-if
               end-perform.
               move 'n' to release-module-eof
           close release-module-file.
