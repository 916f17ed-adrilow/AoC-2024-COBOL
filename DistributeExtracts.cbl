       program-id. DistributeExtracts as "DistributeExtracts".

      *----------------------------------------------------------------
      * Subscription-driven extracts of the results ledger for the
      * downstream consumers other than the warehouse (planning, the
      * plant engineers, the print shops).  The subscription file
      * (AOC_SUBSCRIPTIONS, default aoc_subscriptions.txt) holds one
      * line per consumer and program/part combination:
      *     consumer,format,frequency,program,part
      * format FIXED (the warehouse record layout) or CSV, frequency
      * WINDOW (every batch window) or MONTHEND (once per month,
      * after PeriodClose has closed it); "*" as program or part
      * takes every one.  A consumer's format and frequency come
      * from its first line; "*" in column 1 is a comment.
      *
      * WINDOW consumers get the rows of one window - AOC_DIST_RUN,
      * default the latest run id on the ledger - and only once that
      * run is CERTIFIED (ResultCertify); until then their extracts
      * are held.  MONTHEND consumers get every certified row of each
      * closed month not yet delivered to them; a month with rows of
      * a run nobody has decided on yet is held, rows of a WITHHELD
      * run are left out and counted.
      *
      * Each extract is dist_<consumer>_<window>.txt in the data
      * directory: a header (H, source system, date, time, consumer,
      * window), one detail per row (program, part, value, run id,
      * result timestamp, adjustment status and id) and a trailer
      * (T, detail count, hash total of the values modulo 10**18) -
      * balanced the same way as WarehouseExtract.  Every delivery
      * is logged to AOC_DISTRIBUTION_LOG (default
      * aoc_distribution_log.txt):
      *     consumer,window,file,records,hash,held,yyyymmdd-hhmmsscc
      * and a window already logged for a consumer is not sent again.
      * WarehouseExtract logs its extracts to the same file as
      * consumer WAREHOUSE.
      *
      * Return code 4 when an extract was held or there are no
      * subscriptions, 8 when an extract or the log cannot be
      * written.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select subscription-file assign to dynamic
               subscription-file-name
               line sequential
               file status is subscription-file-status.

           select dist-log-file assign to dynamic dist-log-file-name
               line sequential
               file status is dist-log-file-status.

           select extract-file assign to dynamic extract-file-name
               line sequential
               file status is extract-file-status.

           copy 'LedgerSelect.cpy'.

           copy 'PeriodLockSelect.cpy'.

           copy 'CertSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd subscription-file.
       01 subscription-record pic X(120).

       fd dist-log-file.
       01 dist-log-record pic X(300).

       fd extract-file.
       01 extract-record pic X(160).

       copy 'LedgerFd.cpy'.

       copy 'PeriodLockFd.cpy'.

       copy 'CertFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 subscription-file-name pic X(200).
       01 subscription-file-status pic X(2).
       01 dist-log-file-name pic X(200).
       01 dist-log-file-status pic X(2).
       01 extract-file-name pic X(200).
       01 extract-file-status pic X(2).
       01 extract-base-name pic X(80).

       78 source-system-code value "AOCBATCH".

       01 dist-header-record.
           05 dh-type pic X value "H".
           05 dh-source pic X(8).
           05 dh-date pic 9(8).
           05 dh-time pic 9(8).
           05 dh-consumer pic X(16).
           05 dh-window pic X(20).

       01 dist-detail-record.
           05 dd-type pic X value "D".
           05 dd-program pic X(10).
           05 dd-part pic X(10).
           05 dd-value pic 9(38).
           05 dd-run-id pic X(20).
           05 dd-stamp pic X(17).
           05 dd-adj-status pic X.
           05 dd-adj-ref pic X(8).

       01 dist-trailer-record.
           05 dt-type pic X value "T".
           05 dt-count pic 9(9).
           05 dt-hash pic 9(18).

      *One entry per consumer; its program/part combinations follow
      *in the combination table.
       78 max-consumers value 40.
       01 consumer-table.
         05 consumer-entry occurs max-consumers times indexed by kx.
           10 consumer-name pic X(16).
           10 consumer-format pic X(5).
               88 consumer-fixed value "FIXED".
               88 consumer-csv value "CSV".
           10 consumer-frequency pic X(8).
               88 consumer-every-window value "WINDOW".
               88 consumer-month-end value "MONTHEND".
       01 consumer-count binary-long value 0.

       78 max-combinations value 400.
       01 combination-table.
         05 combination-entry occurs max-combinations times
            indexed by bx.
           10 combo-consumer binary-long.
           10 combo-program pic X(10).
           10 combo-part pic X(10).
       01 combination-count binary-long value 0.

       01 sub-consumer pic X(16).
       01 sub-format pic X(8).
       01 sub-frequency pic X(10).
       01 sub-program pic X(10).
       01 sub-part pic X(10).

      *Consumer and window pairs already in the delivery log.
       78 max-deliveries value 3000.
       01 delivered-table.
         05 delivered-key occurs max-deliveries times indexed by lx.
           10 delivered-consumer pic X(16).
           10 delivered-window pic X(20).
       01 delivered-count binary-long value 0.
       01 log-consumer pic X(16).
       01 log-window pic X(20).

       01 window-run-id pic X(20).
       01 extract-window pic X(20).
       01 extract-period pic 9(6).
       01 filler pic X value 'n'.
           88 extract-by-run value 'r'.
           88 extract-by-month value 'm'.
       01 filler pic X value 's'.
           88 extract-surveying value 's'.
           88 extract-writing value 'w'.
       01 filler pic X value 'n'.
           88 window-delivered value 'y'.
           88 window-not-delivered value 'n'.
       01 filler pic X value 'n'.
           88 combo-matched value 'y'.
           88 combo-not-matched value 'n'.

       01 row-program pic X(10).
       01 row-part pic X(10).
       01 row-value pic X(38).
       01 row-stamp pic X(17).
       01 row-run-id pic X(20).
       01 row-value-num pic 9(38) value 0.
       01 value-length binary-long value 0.
       01 ledger-row-no binary-long value 0.

       01 detail-count binary-long value 0.
       01 hash-total pic 9(18) value 0.
       78 hash-modulus value 1000000000000000000.
       01 undecided-count binary-long value 0.
       01 withheld-count binary-long value 0.

       01 extracts-written binary-long value 0.
       01 extracts-held binary-long value 0.
       01 run-date pic 9(8).
       01 run-time pic 9(8).
       01 csv-pointer binary-long value 1.
       01 count-disp pic Z(8)9.
       01 hash-disp pic Z(17)9.
       01 held-disp pic Z(8)9.
       01 value-disp pic Z(37)9.

       copy 'LedgerFields.cpy'.
       copy 'LedgerAdjFields.cpy'.
       copy 'PeriodLockFields.cpy'.
       copy 'CertFields.cpy'.
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
           move "results_ledger.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to ledger-file-name

           accept subscription-file-name from environment
               "AOC_SUBSCRIPTIONS"
           if subscription-file-name = spaces
               move "AOC_SUBSCRIPTIONS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to subscription-file-name
           end-if
           if subscription-file-name = spaces
               move "aoc_subscriptions.txt" to subscription-file-name
           end-if
           move subscription-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to subscription-file-name

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

           perform load-subscriptions
           if consumer-count = 0
               display "DistributeExtracts: no subscriptions in "
                   function trim(subscription-file-name)
                   " - nothing to distribute."
               move 4 to return-code
               goback
           end-if

           perform load-delivery-log
           perform scan-ledger-adjustments
           perform load-certifications
           perform load-period-locks

           accept window-run-id from environment "AOC_DIST_RUN"
           if window-run-id = spaces
               perform find-latest-window
           end-if
           accept run-date from date yyyymmdd
           accept run-time from time

           perform varying kx from 1 by 1 until kx > consumer-count
               if consumer-every-window(kx)
                   perform distribute-window-extract
               else
                   perform varying cpx from 1 by 1
                       until cpx > closed-period-count
                       perform distribute-month-extract
                   end-perform
               end-if
               if return-code = 8
                   goback
               end-if
           end-perform

           move extracts-written to count-disp
           move extracts-held to held-disp
           display "DistributeExtracts: " function trim(count-disp)
               " extract(s) delivered, " function trim(held-disp)
               " held - log " function trim(dist-log-file-name)
           if extracts-held > 0
               move 4 to return-code
           end-if
           goback.

      *----------------------------------------------------------------
       load-subscriptions.
           open input subscription-file
           if subscription-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read subscription-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-subscription
               end-read
               if subscription-file-status not = "00" and
                  subscription-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close subscription-file.

       absorb-subscription.
           if subscription-record = spaces or
              subscription-record(1:1) = "*"
               exit paragraph
           end-if
           move spaces to sub-consumer sub-format sub-frequency
               sub-program sub-part
           unstring subscription-record delimited by ","
               into sub-consumer sub-format sub-frequency
                    sub-program sub-part
           move function upper-case(sub-format) to sub-format
           move function upper-case(sub-frequency) to sub-frequency
           if sub-consumer = spaces or sub-program = spaces or
              sub-part = spaces
               display "DistributeExtracts: incomplete subscription "
                   "line ignored: " function trim(subscription-record)
               exit paragraph
           end-if
           if (sub-format not = "FIXED" and sub-format not = "CSV")
              or (sub-frequency not = "WINDOW" and
                  sub-frequency not = "MONTHEND")
               display "DistributeExtracts: format must be FIXED or "
                   "CSV, frequency WINDOW or MONTHEND - ignored: "
                   function trim(subscription-record)
               exit paragraph
           end-if
           perform varying kx from 1 by 1 until kx > consumer-count
               if consumer-name(kx) = sub-consumer
                   exit perform
               end-if
           end-perform
           if kx > consumer-count
               if consumer-count >= max-consumers
                   exit paragraph
               end-if
               add 1 to consumer-count
               set kx to consumer-count
               move sub-consumer to consumer-name(kx)
               move sub-format to consumer-format(kx)
               move sub-frequency to consumer-frequency(kx)
           end-if
           if combination-count >= max-combinations
               exit paragraph
           end-if
           add 1 to combination-count
           set bx to combination-count
           set combo-consumer(bx) to kx
           move sub-program to combo-program(bx)
           move sub-part to combo-part(bx).

      *----------------------------------------------------------------
       load-delivery-log.
           open input dist-log-file
           if dist-log-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read dist-log-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-delivery
               end-read
               if dist-log-file-status not = "00" and
                  dist-log-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close dist-log-file.

       absorb-delivery.
           if dist-log-record = spaces or
              delivered-count >= max-deliveries
               exit paragraph
           end-if
           move spaces to log-consumer log-window
           unstring dist-log-record delimited by ","
               into log-consumer log-window
           add 1 to delivered-count
           move log-consumer to delivered-consumer(delivered-count)
           move log-window to delivered-window(delivered-count).

       check-window-delivered.
           set window-not-delivered to true
           perform varying lx from 1 by 1 until lx > delivered-count
               if delivered-consumer(lx) = consumer-name(kx) and
                  delivered-window(lx) = extract-window
                   set window-delivered to true
                   exit perform
               end-if
           end-perform.

      *----------------------------------------------------------------
       find-latest-window.
      *The latest window is the run id on the last ledger row.
           open input ledger-file
           if ledger-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       perform note-latest-window
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close ledger-file.

       note-latest-window.
           if ledger-line = spaces
               exit paragraph
           end-if
           move spaces to row-program row-part row-value row-stamp
               row-run-id
           unstring ledger-line delimited by ","
               into row-program row-part row-value row-stamp
                    row-run-id
           if row-run-id not = spaces
               move row-run-id to window-run-id
           end-if.

      *----------------------------------------------------------------
       distribute-window-extract.
           if window-run-id = spaces
               display "DistributeExtracts: no window on the ledger "
                   "for " function trim(consumer-name(kx)) "."
               exit paragraph
           end-if
           set extract-by-run to true
           move window-run-id to extract-window
           perform check-window-delivered
           if window-delivered
               display "DistributeExtracts: "
                   function trim(consumer-name(kx)) " already has "
                   function trim(extract-window) "."
               exit paragraph
           end-if
           move window-run-id to cert-check-run-id
           perform check-run-certification
           if run-not-certified
               add 1 to extracts-held
               display "DistributeExtracts: "
                   function trim(consumer-name(kx)) " held - run "
                   function trim(window-run-id) " is "
                   function trim(cert-check-decision) "."
               exit paragraph
           end-if
           perform write-consumer-extract.

       distribute-month-extract.
           set extract-by-month to true
           move closed-period(cpx) to extract-period
           move spaces to extract-window
           move extract-period to extract-window(1:6)
           perform check-window-delivered
           if window-delivered
               exit paragraph
           end-if
      *Survey the month first: a month with nothing subscribed is
      *not delivered at all, one with undecided runs waits.
           set extract-surveying to true
           perform read-extract-rows
           if detail-count = 0 and withheld-count = 0 and
              undecided-count = 0
               exit paragraph
           end-if
           if undecided-count > 0
               add 1 to extracts-held
               move undecided-count to held-disp
               display "DistributeExtracts: "
                   function trim(consumer-name(kx)) " month "
                   extract-period " held - "
                   function trim(held-disp)
                   " row(s) of runs not yet certified."
               exit paragraph
           end-if
           perform write-consumer-extract.

      *----------------------------------------------------------------
       write-consumer-extract.
           move spaces to extract-base-name
           string "dist_" function trim(consumer-name(kx)) "_"
               function trim(extract-window) ".txt"
               delimited by size into extract-base-name
           move extract-base-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to extract-file-name
           open output extract-file
           if extract-file-status not = "00"
               display "DistributeExtracts: cannot write "
                   function trim(extract-file-name)
                   " (file status " extract-file-status
                   ") - aborting."
               move 8 to return-code
               exit paragraph
           end-if
           move source-system-code to dh-source
           move run-date to dh-date
           move run-time to dh-time
           move consumer-name(kx) to dh-consumer
           move extract-window to dh-window
           if consumer-fixed(kx)
               move dist-header-record to extract-record
           else
               move spaces to extract-record
               string "H," source-system-code "," run-date ","
                   run-time "," function trim(consumer-name(kx)) ","
                   function trim(extract-window)
                   delimited by size into extract-record
           end-if
           write extract-record

           set extract-writing to true
           perform read-extract-rows

           move detail-count to dt-count
           move hash-total to dt-hash
           if consumer-fixed(kx)
               move dist-trailer-record to extract-record
           else
               move spaces to extract-record
               string "T," dt-count "," dt-hash
                   delimited by size into extract-record
           end-if
           write extract-record
           close extract-file
           add 1 to extracts-written
           perform log-delivery.

       log-delivery.
           open extend dist-log-file
           if dist-log-file-status = "35"
               open output dist-log-file
           end-if
           if dist-log-file-status not = "00"
               display "DistributeExtracts: cannot write "
                   function trim(dist-log-file-name)
                   " (file status " dist-log-file-status
                   ") - delivery of "
                   function trim(extract-file-name) " not logged."
               move 8 to return-code
               exit paragraph
           end-if
           move detail-count to count-disp
           move hash-total to hash-disp
           move withheld-count to held-disp
           move spaces to dist-log-record
           string function trim(consumer-name(kx)) ","
               function trim(extract-window) ","
               function trim(extract-base-name) ","
               function trim(count-disp) ","
               function trim(hash-disp) ","
               function trim(held-disp) ","
               run-date "-" run-time
               delimited by size into dist-log-record
           write dist-log-record
           close dist-log-file
           if delivered-count < max-deliveries
               add 1 to delivered-count
               move consumer-name(kx)
                   to delivered-consumer(delivered-count)
               move extract-window to delivered-window(delivered-count)
           end-if
           display "DistributeExtracts: "
               function trim(consumer-name(kx)) " "
               function trim(extract-window) " - "
               function trim(count-disp) " row(s) to "
               function trim(extract-base-name).

      *----------------------------------------------------------------
       read-extract-rows.
           move 0 to detail-count hash-total undecided-count
               withheld-count ledger-row-no
           open input ledger-file
           if ledger-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       perform select-extract-row
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close ledger-file.

       select-extract-row.
           add 1 to ledger-row-no
           if ledger-line = spaces
               exit paragraph
           end-if
           move spaces to row-program row-part row-value row-stamp
               row-run-id
           unstring ledger-line delimited by ","
               into row-program row-part row-value row-stamp
                    row-run-id
           compute value-length = function length(
               function trim(row-value))
           if value-length = 0 or
              row-value(1:value-length) not numeric
               exit paragraph
           end-if
           if extract-by-run
               if row-run-id not = extract-window
                   exit paragraph
               end-if
           else
               if row-stamp(1:6) not = extract-window(1:6)
                   exit paragraph
               end-if
           end-if
           set combo-not-matched to true
           perform varying bx from 1 by 1
               until bx > combination-count
               if combo-consumer(bx) = kx and
                  (combo-program(bx) = "*" or
                   combo-program(bx) = row-program) and
                  (combo-part(bx) = "*" or
                   combo-part(bx) = row-part)
                   set combo-matched to true
                   exit perform
               end-if
           end-perform
           if combo-not-matched
               exit paragraph
           end-if
           move row-run-id to cert-check-run-id
           perform check-run-certification
           if run-not-certified
               if cert-check-decision = "WITHHELD"
                   add 1 to withheld-count
               else
                   add 1 to undecided-count
               end-if
               exit paragraph
           end-if
           compute row-value-num = function numval(row-value)
           add 1 to detail-count
           compute hash-total = function mod(
               hash-total + function mod(row-value-num,
                   hash-modulus),
               hash-modulus)
           if extract-surveying
               exit paragraph
           end-if
           move row-program to dd-program
           move row-part to dd-part
           move row-value-num to dd-value
           move row-run-id to dd-run-id
           move row-stamp to dd-stamp
           move space to dd-adj-status
           move spaces to dd-adj-ref
           if ledger-row-no <= ledger-adj-row-count
               set lax to ledger-row-no
               move ledger-adj-state(lax) to dd-adj-status
               move ledger-adj-ref(lax) to dd-adj-ref
           end-if
           if consumer-fixed(kx)
               move dist-detail-record to extract-record
           else
               move row-value-num to value-disp
               move spaces to extract-record
               move 1 to csv-pointer
               string "D," function trim(row-program) ","
                   function trim(row-part) ","
                   function trim(value-disp) ","
                   function trim(row-run-id) ","
                   function trim(row-stamp) ","
                   delimited by size into extract-record
                   with pointer csv-pointer
               if dd-adj-status not = space
                   string dd-adj-status "," function trim(dd-adj-ref)
                       delimited by size into extract-record
                       with pointer csv-pointer
               else
                   string "," delimited by size into extract-record
                       with pointer csv-pointer
               end-if
           end-if
           write extract-record.

       copy 'LedgerAdjScan.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'CertCheck.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program DistributeExtracts.
