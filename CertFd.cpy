      *----------------------------------------------------------------
      * CertFd.cpy
      * FD/record for the certification file.  Copied into each
      * program's file section alongside LedgerFd.cpy.
      *----------------------------------------------------------------
       fd cert-file.
       01 cert-record pic X(200).
