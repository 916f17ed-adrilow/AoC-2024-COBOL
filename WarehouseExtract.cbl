      * the trailer field - their balancing step recomputes the
      * same way.  Output: AOC_WAREHOUSE_EXTRACT, default
      * warehouse_extract.txt.
      *
      * Each detail ends with an adjustment status (LedgerAdjust):
      * space for a current row, S for a row a reversal superseded,
      * R for the reversal and C for a correction, followed by the
      * adjustment id - so the warehouse can supersede the row it
      * already holds instead of taking the reversal as a new value.
      *
      * Only rows whose run id a supervisor has CERTIFIED
      * (ResultCertify, CertCheck.cpy) are sent.  Rows of a run that
      * is WITHHELD or not yet decided are held back and counted on
      * the console; they go out in the first extract after the run
      * is certified.
      *
      * Each extract sent is logged to the distribution log
      * (AOC_DISTRIBUTION_LOG, default aoc_distribution_log.txt) as
      * consumer WAREHOUSE, window the header date-time, so
      * WarehouseConfirm can match the warehouse's load confirmation
      * to it.
      *----------------------------------------------------------------

       environment division.

           copy 'StatsSelect.cpy'.

           select dist-log-file assign to dynamic dist-log-file-name
               line sequential
               file status is dist-log-file-status.

           copy 'CertSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.

       copy 'StatsFd.cpy'.

       fd dist-log-file.
       01 dist-log-record pic X(300).

       copy 'CertFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 extract-file-name pic X(200)
           value "warehouse_extract.txt".
       01 extract-file-status pic X(2).
       01 extract-base-name pic X(200).
       01 dist-log-file-name pic X(200).
       01 dist-log-file-status pic X(2).
       01 run-stats-file-name pic X(200)
           value "run_statistics.txt".
       01 run-stats-file-status pic X(2).
           05 dtl-run-id pic X(20).
           05 dtl-stamp pic X(17).
           05 dtl-elapsed pic 9(7)v99.
           05 dtl-adj-status pic X.
           05 dtl-adj-ref pic X(8).

       01 trailer-record.
           05 trl-type pic X value "T".
       01 row-run-id pic X(20).
       01 row-value-num pic 9(38) value 0.
       01 value-length binary-long value 0.
       01 ledger-row-no binary-long value 0.

      *Elapsed-seconds join table: one slot per program/run-date,
      *last statistics row for that date wins.
       01 stats-stamp pic X(17).
       01 stats-elapsed-text pic X(12).

       01 held-back-count binary-long value 0.
       01 count-disp pic Z(8)9.
       01 hash-disp pic Z(17)9.
       01 held-disp pic Z(8)9.

       copy 'LedgerFields.cpy'.
       copy 'LedgerAdjFields.cpy'.
       copy 'CertFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

           if extract-file-name = spaces
               move "warehouse_extract.txt" to extract-file-name
           end-if
           move extract-file-name to extract-base-name
           move extract-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to extract-file-name

           accept dist-log-file-name from environment
               "AOC_DISTRIBUTION_LOG"
           if dist-log-file-name = spaces
               move "AOC_DISTRIBUTION_LOG" to config-lookup-key
               perform get-config-value
               move config-lookup-value to dist-log-file-name
           end-if
           if dist-log-file-name = spaces
               move "aoc_distribution_log.txt" to dist-log-file-name
           end-if
           move dist-log-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to dist-log-file-name

           perform load-timing-table
           perform scan-ledger-adjustments
           perform load-certifications

           open output extract-file
           if extract-file-status not = "00"
           move trailer-record to extract-record
           write extract-record
           close extract-file
           perform log-extract-sent

           move detail-count to count-disp
           display "WarehouseExtract: " function trim(count-disp)
               " detail record(s) written to "
               function trim(extract-file-name)
           if held-back-count > 0
               move held-back-count to count-disp
               display "WarehouseExtract: " function trim(count-disp)
                   " row(s) held back - run not CERTIFIED "
                   "(see ResultCertify)."
           end-if
           goback.

       log-extract-sent.
           open extend dist-log-file
           if dist-log-file-status = "35"
               open output dist-log-file
           end-if
           if dist-log-file-status not = "00"
               display "WarehouseExtract: cannot write "
                   function trim(dist-log-file-name)
                   " (file status " dist-log-file-status
                   ") - extract not logged for confirmation."
               exit paragraph
           end-if
           move detail-count to count-disp
           move hash-total to hash-disp
           move held-back-count to held-disp
           move spaces to dist-log-record
           string "WAREHOUSE," hdr-date "-" hdr-time ","
               function trim(extract-base-name) ","
               function trim(count-disp) ","
               function trim(hash-disp) ","
               function trim(held-disp) ","
               hdr-date "-" hdr-time
               delimited by size into dist-log-record
           write dist-log-record
           close dist-log-file.

       load-timing-table.
           open input run-stats-file
           if run-stats-file-status not = "00"
           end-if.

       extract-one-row.
           add 1 to ledger-row-no
           if ledger-line = spaces
               exit paragraph
           end-if
              row-value(1:value-length) not numeric
               exit paragraph
           end-if
           move row-run-id to cert-check-run-id
           perform check-run-certification
           if run-not-certified
               add 1 to held-back-count
               exit paragraph
           end-if
           compute row-value-num = function numval(row-value)
           add 1 to detail-count
           compute hash-total = function mod(
           move row-run-id to dtl-run-id
           move row-stamp to dtl-stamp
           move 0 to dtl-elapsed
           move space to dtl-adj-status
           move spaces to dtl-adj-ref
           if ledger-row-no <= ledger-adj-row-count
               set lax to ledger-row-no
               move ledger-adj-state(lax) to dtl-adj-status
               move ledger-adj-ref(lax) to dtl-adj-ref
           end-if
           perform varying tt from 1 by 1 until tt > timing-count
               if timing-program(tt)(1:10) = row-program and
                  timing-date(tt) = row-stamp(1:8)
           move detail-record to extract-record
           write extract-record.

       copy 'LedgerAdjScan.cpy'.

       copy 'CertCheck.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.
