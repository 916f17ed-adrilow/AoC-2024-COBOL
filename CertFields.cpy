      *----------------------------------------------------------------
      * CertFields.cpy
      * Working-storage for result certification.  The certification
      * file (AOC_CERTIFICATION_FILE, default aoc_certifications.txt)
      * holds "runid,decision,supervisor,stamp,reason" records; the
      * latest decision on a run id is the one that stands, so a run
      * WITHHELD today is released by a later CERTIFIED record.  The
      * table loads once per run; a run id with no record at all is
      * uncertified.
      *----------------------------------------------------------------
       01 cert-file-name pic X(200).
       01 cert-file-status pic X(2).
       78 max-cert-runs value 600.
       01 cert-table.
         05 cert-entry occurs max-cert-runs times indexed by ctx.
           10 cert-run-id pic X(20).
           10 cert-decision pic X(9).
           10 cert-by pic X(30).
           10 cert-stamp pic X(17).
           10 cert-reason pic X(80).
       01 cert-count binary-long value 0.
       01 filler pic X value 'N'.
           88 cert-loaded value 'Y'.
       01 cert-eof pic X value 'n'.
       01 cert-row-run-id pic X(20).
       01 cert-row-decision pic X(9).
       01 cert-row-by pic X(30).
       01 cert-row-stamp pic X(17).
       01 cert-row-reason pic X(80).
       01 cert-check-run-id pic X(20).
       01 cert-check-decision pic X(11).
       01 filler pic X value 'n'.
           88 run-certified value 'y'.
           88 run-not-certified value 'n'.
