      *----------------------------------------------------------------
      * CertSelect.cpy
      * FILE-CONTROL entry for the certification file ResultCertify
      * appends a supervisor's CERTIFIED or WITHHELD decision to, one
      * record per decision on a run id.  Every program that sends
      * results downstream reads it back (CertCheck.cpy) so only
      * certified answers leave the system.
      *----------------------------------------------------------------
           select cert-file assign to dynamic cert-file-name
               organization line sequential
               file status is cert-file-status.
