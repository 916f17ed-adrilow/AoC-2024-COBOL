      *----------------------------------------------------------------
      * CertCheck.cpy
      * check-run-certification looks up cert-check-run-id and sets
      * run-certified when its standing decision is CERTIFIED;
      * cert-check-decision carries CERTIFIED, WITHHELD or
      * UNCERTIFIED and ctx the matching table entry.  The table
      * loads once per run (load-certifications).  Copied into the
      * procedure division ahead of DataDirPrefix.cpy.
      *----------------------------------------------------------------
       check-run-certification.
           perform load-certifications
           set run-not-certified to true
           move "UNCERTIFIED" to cert-check-decision
           perform varying ctx from 1 by 1 until ctx > cert-count
               if cert-run-id(ctx) = cert-check-run-id
                   move cert-decision(ctx) to cert-check-decision
                   if cert-decision(ctx) = "CERTIFIED"
                       set run-certified to true
                   end-if
                   exit perform
               end-if
           end-perform.

       load-certifications.
           if cert-loaded
               exit paragraph
           end-if
           set cert-loaded to true
           accept cert-file-name from environment
               "AOC_CERTIFICATION_FILE"
           if cert-file-name = spaces
               move "AOC_CERTIFICATION_FILE" to config-lookup-key
               perform get-config-value
               move config-lookup-value to cert-file-name
           end-if
           if cert-file-name = spaces
               move "aoc_certifications.txt" to cert-file-name
           end-if
           move cert-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to cert-file-name
           open input cert-file
           if cert-file-status not = "00"
               exit paragraph
           end-if
               perform until cert-eof = 'y'
               read cert-file
                   at end move 'y' to cert-eof
                   not at end
                       perform load-one-certification
               end-read
               if cert-file-status not = "00" and
                  cert-file-status not = "10"
                   move 'y' to cert-eof
               end-if
               end-perform.
               move 'n' to cert-eof
           close cert-file.

       load-one-certification.
      *A later record on the same run id replaces the earlier one.
           if cert-record = spaces or cert-record(1:1) = "*"
               exit paragraph
           end-if
           move spaces to cert-row-run-id cert-row-decision
               cert-row-by cert-row-stamp cert-row-reason
           unstring cert-record delimited by ","
               into cert-row-run-id cert-row-decision cert-row-by
                    cert-row-stamp cert-row-reason
           if cert-row-decision not = "CERTIFIED" and
              cert-row-decision not = "WITHHELD"
               exit paragraph
           end-if
           perform varying ctx from 1 by 1 until ctx > cert-count
               if cert-run-id(ctx) = cert-row-run-id
                   exit perform
               end-if
           end-perform
           if ctx > cert-count
               if cert-count >= max-cert-runs
                   exit paragraph
               end-if
               add 1 to cert-count
               set ctx to cert-count
           end-if
           move cert-row-run-id to cert-run-id(ctx)
           move cert-row-decision to cert-decision(ctx)
           move cert-row-by to cert-by(ctx)
           move cert-row-stamp to cert-stamp(ctx)
           move cert-row-reason to cert-reason(ctx).
