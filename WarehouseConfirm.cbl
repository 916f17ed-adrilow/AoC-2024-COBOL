       program-id. WarehouseConfirm as "WarehouseConfirm".

      *----------------------------------------------------------------
      * Reconciles the warehouse's load confirmations against the
      * extracts WarehouseExtract sent (consumer WAREHOUSE in the
      * distribution log, AOC_DISTRIBUTION_LOG).
      *
      * The warehouse returns one confirmation per extract, named
      * warehouse_confirm_<yyyymmdd>-<hhmmsscc>.txt after the
      * extract's header date and time, in AOC_WAREHOUSE_CONFIRM_DIR
      * (default the data directory).  Fixed layout:
      *     C  extract date 9(8), extract time 9(8), records
      *        received 9(9), loaded 9(9), rejected 9(9), their
      *        recomputed hash total 9(18)
      *     R  record number 9(9), reject reason X(60)  (one each)
      *
      * Each extract sent is then
      *     AWAITING   no confirmation yet, inside the allowance
      *     OVERDUE    no confirmation after AOC_CONFIRM_HOURS
      *                (default 24) hours - WARNING alert
      *     MISMATCH   received count or hash total differs from what
      *                was sent, loaded and rejected do not add up
      *                to received, the confirmation names another
      *                extract, or nothing loaded - SEVERE alert
      *     REJECTS    balanced, but some records rejected -
      *                WARNING alert
      *     CONFIRMED  balanced and every record loaded
      * Each status change is appended to the reconciliation file
      * (aoc_warehouse_recon.txt: window,status,yyyymmdd-hhmmsscc),
      * so an alert is raised once, not on every run.
      *
      * Output: warehouse_delivery_status.txt in the data directory,
      * outstanding extracts first, then confirmed ones with their
      * rejects.  Return code 8 when any extract is MISMATCH, 4 when
      * any is OVERDUE or has REJECTS.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select dist-log-file assign to dynamic dist-log-file-name
               line sequential
               file status is dist-log-file-status.

           select confirm-file assign to dynamic confirm-file-name
               line sequential
               file status is confirm-file-status.

           select recon-file assign to dynamic recon-file-name
               line sequential
               file status is recon-file-status.

           select delivery-report-file assign to dynamic
               delivery-report-file-name
               line sequential
               file status is delivery-report-file-status.

           copy 'AlertSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd dist-log-file.
       01 dist-log-record pic X(300).

       fd confirm-file.
       01 confirm-line pic X(120).

       fd recon-file.
       01 recon-record pic X(80).

       fd delivery-report-file.
       01 delivery-report-line pic X(160).

       copy 'AlertFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 dist-log-file-name pic X(200).
       01 dist-log-file-status pic X(2).
       01 confirm-file-name pic X(200).
       01 confirm-file-status pic X(2).
       01 confirm-dir pic X(200).
       01 recon-file-name pic X(200)
           value "aoc_warehouse_recon.txt".
       01 recon-file-status pic X(2).
       01 delivery-report-file-name pic X(200)
           value "warehouse_delivery_status.txt".
       01 delivery-report-file-status pic X(2).

       01 confirm-header.
           05 ch-type pic X.
           05 ch-extract-date pic X(8).
           05 ch-extract-time pic X(8).
           05 ch-received pic X(9).
           05 ch-loaded pic X(9).
           05 ch-rejected pic X(9).
           05 ch-hash pic X(18).
       01 confirm-reject.
           05 cr-type pic X.
           05 cr-record-no pic X(9).
           05 cr-reason pic X(60).

      *One entry per extract sent, in the order they went.
       78 max-sent-extracts value 1000.
       01 sent-table.
         05 sent-entry occurs max-sent-extracts times indexed by sx.
           10 sent-window pic X(17).
           10 sent-file pic X(60).
           10 sent-records binary-long.
           10 sent-hash pic 9(18).
           10 sent-status pic X(9).
               88 sent-awaiting value "AWAITING".
               88 sent-overdue value "OVERDUE".
               88 sent-mismatch value "MISMATCH".
               88 sent-rejects value "REJECTS".
               88 sent-confirmed value "CONFIRMED".
           10 sent-previous-status pic X(9).
           10 sent-age-hours binary-long.
           10 sent-received binary-long.
           10 sent-loaded binary-long.
           10 sent-rejected binary-long.
           10 sent-their-hash pic 9(18).
           10 sent-problem pic X(60).
       01 sent-count binary-long value 0.

       01 log-consumer pic X(16).
       01 log-window pic X(20).
       01 log-file pic X(60).
       01 log-records pic X(10).
       01 log-hash pic X(20).
       01 recon-window pic X(20).
       01 recon-status pic X(10).

       01 confirm-hours binary-long value 24.
       01 hours-text pic X(10).
       01 now-date pic 9(8).
       01 now-time pic 9(8).
       01 now-hour pic 9(2).
       01 now-hours binary-long.
       01 sent-hours binary-long.
       01 sent-date-num pic 9(8).
       01 sent-hour-num pic 9(2).

       01 awaiting-count binary-long value 0.
       01 overdue-count binary-long value 0.
       01 mismatch-count binary-long value 0.
       01 rejects-count binary-long value 0.
       01 confirmed-count binary-long value 0.
       01 count-disp pic Z(8)9.
       01 count-disp-2 pic Z(8)9.
       01 count-disp-3 pic Z(8)9.
       01 hash-disp pic Z(17)9.
       01 hash-disp-2 pic Z(17)9.
       01 line-pointer binary-long value 1.

       copy 'AlertFields.cpy'.
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
           move recon-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to recon-file-name
           move delivery-report-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to delivery-report-file-name

           accept confirm-dir from environment
               "AOC_WAREHOUSE_CONFIRM_DIR"
           if confirm-dir = spaces
               move "AOC_WAREHOUSE_CONFIRM_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to confirm-dir
           end-if

           accept hours-text from environment "AOC_CONFIRM_HOURS"
           if hours-text = spaces
               move "AOC_CONFIRM_HOURS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to hours-text
           end-if
           if hours-text not = spaces
               move function numval(hours-text) to confirm-hours
           end-if
           if confirm-hours < 1
               move 24 to confirm-hours
           end-if

           accept now-date from date yyyymmdd
           accept now-time from time
           move now-time(1:2) to now-hour
           compute now-hours = function integer-of-date(now-date) * 24
               + now-hour

           perform load-sent-extracts
           if sent-count = 0
               display "WarehouseConfirm: no warehouse extracts in "
                   function trim(dist-log-file-name) "."
               move 4 to return-code
               goback
           end-if
           perform load-recon-history

           perform varying sx from 1 by 1 until sx > sent-count
               perform reconcile-one-extract
               if sent-status(sx) not = sent-previous-status(sx)
                   perform record-status-change
               end-if
           end-perform

           perform write-delivery-report

           move confirmed-count to count-disp
           move awaiting-count to count-disp-2
           add overdue-count mismatch-count rejects-count
               giving count-disp-3
           display "WarehouseConfirm: " function trim(count-disp)
               " confirmed, " function trim(count-disp-2)
               " awaiting, " function trim(count-disp-3)
               " needing attention - see "
               function trim(delivery-report-file-name)
           evaluate true
               when mismatch-count > 0
                   move 8 to return-code
               when overdue-count > 0 or rejects-count > 0
                   move 4 to return-code
           end-evaluate
           goback.

      *----------------------------------------------------------------
       load-sent-extracts.
           open input dist-log-file
           if dist-log-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read dist-log-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-sent-extract
               end-read
               if dist-log-file-status not = "00" and
                  dist-log-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close dist-log-file.

       absorb-sent-extract.
           if dist-log-record(1:10) not = "WAREHOUSE,"
               exit paragraph
           end-if
           move spaces to log-consumer log-window log-file
               log-records log-hash
           unstring dist-log-record delimited by ","
               into log-consumer log-window log-file log-records
                    log-hash
           if sent-count >= max-sent-extracts
               exit paragraph
           end-if
           add 1 to sent-count
           set sx to sent-count
           move log-window to sent-window(sx)
           move log-file to sent-file(sx)
           move function numval(log-records) to sent-records(sx)
           move function numval(log-hash) to sent-hash(sx)
           move spaces to sent-status(sx) sent-previous-status(sx)
               sent-problem(sx)
           move 0 to sent-received(sx) sent-loaded(sx)
               sent-rejected(sx) sent-their-hash(sx)
               sent-age-hours(sx).

       load-recon-history.
      *The last status recorded for each extract is the one an
      *alert has already been raised for.
           open input recon-file
           if recon-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read recon-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-recon-row
               end-read
               if recon-file-status not = "00" and
                  recon-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close recon-file.

       absorb-recon-row.
           move spaces to recon-window recon-status
           unstring recon-record delimited by ","
               into recon-window recon-status
           perform varying sx from 1 by 1 until sx > sent-count
               if sent-window(sx) = recon-window
                   move recon-status to sent-previous-status(sx)
               end-if
           end-perform.

      *----------------------------------------------------------------
       reconcile-one-extract.
           perform build-confirm-file-name
           open input confirm-file
           if confirm-file-status not = "00"
               perform judge-unconfirmed-extract
               exit paragraph
           end-if
           move spaces to confirm-line
           read confirm-file
               at end move spaces to confirm-line
           end-read
           close confirm-file
           move confirm-line to confirm-header
           if ch-type not = "C" or ch-received not numeric or
              ch-loaded not numeric or ch-rejected not numeric or
              ch-hash not numeric
               set sent-mismatch(sx) to true
               move "confirmation header unreadable"
                   to sent-problem(sx)
               add 1 to mismatch-count
               exit paragraph
           end-if
           move ch-received to sent-received(sx)
           move ch-loaded to sent-loaded(sx)
           move ch-rejected to sent-rejected(sx)
           move ch-hash to sent-their-hash(sx)
           evaluate true
               when ch-extract-date not = sent-window(sx)(1:8) or
                    ch-extract-time not = sent-window(sx)(10:8)
                   move "confirmation names another extract"
                       to sent-problem(sx)
               when sent-received(sx) not = sent-records(sx)
                   move "records received differ from records sent"
                       to sent-problem(sx)
               when sent-their-hash(sx) not = sent-hash(sx)
                   move "hash total differs from the one sent"
                       to sent-problem(sx)
               when sent-loaded(sx) + sent-rejected(sx)
                    not = sent-received(sx)
                   move "loaded plus rejected differ from received"
                       to sent-problem(sx)
               when sent-loaded(sx) = 0 and sent-received(sx) > 0
                   move "file rejected - nothing loaded"
                       to sent-problem(sx)
           end-evaluate
           evaluate true
               when sent-problem(sx) not = spaces
                   set sent-mismatch(sx) to true
                   add 1 to mismatch-count
               when sent-rejected(sx) > 0
                   set sent-rejects(sx) to true
                   add 1 to rejects-count
               when other
                   set sent-confirmed(sx) to true
                   add 1 to confirmed-count
           end-evaluate.

       build-confirm-file-name.
           move spaces to confirm-file-name
           if confirm-dir = spaces
               move spaces to data-dir-filename
               string "warehouse_confirm_"
                   function trim(sent-window(sx)) ".txt"
                   delimited by size into data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to confirm-file-name
           else
               string function trim(confirm-dir) "/warehouse_confirm_"
                   function trim(sent-window(sx)) ".txt"
                   delimited by size into confirm-file-name
           end-if.

       judge-unconfirmed-extract.
           move sent-window(sx)(1:8) to sent-date-num
           move sent-window(sx)(10:2) to sent-hour-num
           compute sent-hours =
               function integer-of-date(sent-date-num) * 24
               + sent-hour-num
           compute sent-age-hours(sx) = now-hours - sent-hours
           if sent-age-hours(sx) >= confirm-hours
               set sent-overdue(sx) to true
               add 1 to overdue-count
           else
               set sent-awaiting(sx) to true
               add 1 to awaiting-count
           end-if.

       record-status-change.
           evaluate true
               when sent-mismatch(sx)
                   move "SEVERE" to alert-severity
                   move spaces to alert-reason
                   string "extract " sent-window(sx) " MISMATCH"
                       delimited by size into alert-reason
                   perform write-alert-entry
               when sent-overdue(sx)
                   move "WARNING" to alert-severity
                   move spaces to alert-reason
                   string "extract " sent-window(sx)
                       " not confirmed"
                       delimited by size into alert-reason
                   perform write-alert-entry
               when sent-rejects(sx)
                   move "WARNING" to alert-severity
                   move spaces to alert-reason
                   string "extract " sent-window(sx)
                       " loaded with rejects"
                       delimited by size into alert-reason
                   perform write-alert-entry
           end-evaluate
           open extend recon-file
           if recon-file-status = "35"
               open output recon-file
           end-if
           if recon-file-status not = "00"
               display "WarehouseConfirm: cannot write "
                   function trim(recon-file-name)
                   " (file status " recon-file-status ")."
               exit paragraph
           end-if
           move spaces to recon-record
           string sent-window(sx) "," function trim(sent-status(sx))
               "," now-date "-" now-time
               delimited by size into recon-record
           write recon-record
           close recon-file.

      *----------------------------------------------------------------
       write-delivery-report.
           open output delivery-report-file
           if delivery-report-file-status not = "00"
               display "WarehouseConfirm: cannot write "
                   function trim(delivery-report-file-name)
                   " (file status " delivery-report-file-status ")."
               move 8 to return-code
               exit paragraph
           end-if
           move spaces to delivery-report-line
           string "Warehouse delivery status - produced " now-date
               "-" now-time
               delimited by size into delivery-report-line
           write delivery-report-line
           move confirm-hours to count-disp
           move spaces to delivery-report-line
           string "Confirmation overdue after "
               function trim(count-disp) " hour(s)"
               delimited by size into delivery-report-line
           write delivery-report-line
           move spaces to delivery-report-line
           write delivery-report-line

           move "Outstanding extracts" to delivery-report-line
           write delivery-report-line
           perform varying sx from 1 by 1 until sx > sent-count
               if sent-awaiting(sx) or sent-overdue(sx)
                   perform write-outstanding-line
               end-if
           end-perform
           if awaiting-count + overdue-count = 0
               move "  (none)" to delivery-report-line
               write delivery-report-line
           end-if
           move spaces to delivery-report-line
           write delivery-report-line

           move "Confirmed extracts" to delivery-report-line
           write delivery-report-line
           perform varying sx from 1 by 1 until sx > sent-count
               if sent-mismatch(sx) or sent-rejects(sx) or
                  sent-confirmed(sx)
                   perform write-confirmed-line
               end-if
           end-perform
           if mismatch-count + rejects-count + confirmed-count = 0
               move "  (none)" to delivery-report-line
               write delivery-report-line
           end-if
           move spaces to delivery-report-line
           write delivery-report-line

           move sent-count to count-disp
           move spaces to delivery-report-line
           string "Extracts sent     : " function trim(count-disp)
               delimited by size into delivery-report-line
           write delivery-report-line
           move confirmed-count to count-disp
           move spaces to delivery-report-line
           string "Confirmed clean   : " function trim(count-disp)
               delimited by size into delivery-report-line
           write delivery-report-line
           move rejects-count to count-disp
           move spaces to delivery-report-line
           string "With rejects      : " function trim(count-disp)
               delimited by size into delivery-report-line
           write delivery-report-line
           move mismatch-count to count-disp
           move spaces to delivery-report-line
           string "Mismatched        : " function trim(count-disp)
               delimited by size into delivery-report-line
           write delivery-report-line
           move overdue-count to count-disp
           move spaces to delivery-report-line
           string "Overdue           : " function trim(count-disp)
               delimited by size into delivery-report-line
           write delivery-report-line
           close delivery-report-file.

       write-outstanding-line.
           move sent-records(sx) to count-disp
           move sent-age-hours(sx) to count-disp-2
           move sent-hash(sx) to hash-disp
           move spaces to delivery-report-line
           string "  " sent-window(sx) "  " sent-status(sx)
               " sent " function trim(count-disp) " record(s), hash "
               function trim(hash-disp) ", "
               function trim(count-disp-2) " hour(s) ago  "
               function trim(sent-file(sx))
               delimited by size into delivery-report-line
           write delivery-report-line.

       write-confirmed-line.
           move sent-records(sx) to count-disp
           move sent-loaded(sx) to count-disp-2
           move sent-rejected(sx) to count-disp-3
           move spaces to delivery-report-line
           move 1 to line-pointer
           string "  " sent-window(sx) "  " sent-status(sx)
               " sent " function trim(count-disp) ", loaded "
               function trim(count-disp-2) ", rejected "
               function trim(count-disp-3)
               delimited by size into delivery-report-line
               with pointer line-pointer
           write delivery-report-line
           if sent-mismatch(sx)
               move sent-received(sx) to count-disp
               move sent-hash(sx) to hash-disp
               move sent-their-hash(sx) to hash-disp-2
               move spaces to delivery-report-line
               string "      " function trim(sent-problem(sx))
                   " (received " function trim(count-disp)
                   ", hash " function trim(hash-disp-2)
                   " against " function trim(hash-disp) ")"
                   delimited by size into delivery-report-line
               write delivery-report-line
           end-if
           if sent-rejected(sx) > 0
               perform list-rejected-records
           end-if.

       list-rejected-records.
           perform build-confirm-file-name
           open input confirm-file
           if confirm-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read confirm-file
                   at end move 'y' to ws-eof
                   not at end
                       perform write-reject-line
               end-read
               if confirm-file-status not = "00" and
                  confirm-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close confirm-file.

       write-reject-line.
           move confirm-line to confirm-reject
           if cr-type not = "R"
               exit paragraph
           end-if
           move spaces to delivery-report-line
           string "      rejected record " cr-record-no ": "
               function trim(cr-reason)
               delimited by size into delivery-report-line
           write delivery-report-line.

       copy 'WriteAlertEntry.cpy'
           replacing ==program-name-tag== by =="WarehouseConfirm"==.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program WarehouseConfirm.
