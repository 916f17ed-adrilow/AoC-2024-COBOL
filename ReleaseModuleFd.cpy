      *----------------------------------------------------------------
      * ReleaseModuleFd.cpy
      * FD/record for an installed module read byte by byte.
      *----------------------------------------------------------------
       fd release-module-file.
       01 release-module-byte pic X.
