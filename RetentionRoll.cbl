       program-id. RetentionRoll as "RetentionRoll".

      *----------------------------------------------------------------
      * Retention for the shared files every program appends to and
      * every report rereads in full.  LedgerArchive rolls the
      * ledger and ReportPurge the stamped reports; this rolls the
      * rest, driven by the retention policy file (AOC_RETENTION_
      * POLICY, default aoc_retention_policy.txt), one line per
      * file:
      *     file-id keep-days archive-directory
      * file-id is JOURNAL (aoc_run_journal.txt), ALERTS
      * (aoc_alerts.txt), STATISTICS (run_statistics.txt),
      * EXCEPTIONS (aoc_exceptions.txt) or CONTROLS
      * (aoc_control_totals.txt); an archive directory of "-" means
      * the data directory, a relative one sits under it.
      *
      * A record rolls off only when all of these hold:
      *   - it is older than keep-days (by its own stamp, or by the
      *     date in its run identifier for the exceptions hub and
      *     control totals, which carry no stamp),
      *   - its month is a period PeriodClose has CLOSED - anything
      *     in an open period stays live,
      *   - it is not an open item: an alert nobody has acknowledged
      *     (aoc_alert_acks.txt, matched the way AlertMonitor
      *     matches), or an exception whose disposition is not
      *     ACCEPTED or FIXED (AOC_EXCEPTION_DISP, as ExceptionDisp
      *     reads it).  Open items stay however old they are.
      * A record whose date will not parse is never aged out.
      *
      * Rolled records go to a dated archive per file
      * (<file>_<yyyymmdd-hhmmss>.arc) and the live file is
      * rewritten with the rest.  Each archive is catalogued in
      * aoc_retention_catalog.txt:
      *     set-stamp,file-id,archive-name,records,checksum,cutoff
      * the checksum being the same rolling byte checksum
      * InputManifest takes (newlines included), so the archive can
      * be proved untouched later.  Run outside the batch window,
      * like LedgerArchive: the live files are rewritten in place.
      *
      * Return code 4 when there is no policy file, 8 when a file
      * could not be archived or rewritten.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select policy-file assign to dynamic policy-file-name
               line sequential
               file status is policy-file-status.

           select live-file assign to dynamic live-file-name
               line sequential
               file status is live-file-status.

           select work-file assign to dynamic work-file-name
               line sequential
               file status is work-file-status.

           select archive-file assign to dynamic archive-file-name
               line sequential
               file status is archive-file-status.

           select catalog-file assign to dynamic catalog-file-name
               line sequential
               file status is catalog-file-status.

           select acks-file assign to dynamic acks-file-name
               line sequential
               file status is acks-file-status.

           select disp-file assign to dynamic disp-file-name
               line sequential
               file status is disp-file-status.

           copy 'PeriodLockSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd policy-file.
       01 policy-line pic X(260).

       fd live-file.
       01 live-line pic X(500).

       fd work-file.
       01 work-line pic X(500).

       fd archive-file.
       01 archive-line pic X(500).

       fd catalog-file.
       01 catalog-line pic X(300).

       fd acks-file.
       01 acks-line pic X(120).

       fd disp-file.
       01 disp-line pic X(200).

       copy 'PeriodLockFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 policy-file-name pic X(200).
       01 policy-file-status pic X(2).
       01 live-file-name pic X(200).
       01 live-file-status pic X(2).
       01 work-file-name pic X(210).
       01 work-file-status pic X(2).
       01 archive-file-name pic X(200).
       01 archive-file-status pic X(2).
       01 catalog-file-name pic X(200)
           value "aoc_retention_catalog.txt".
       01 catalog-file-status pic X(2).
       01 acks-file-name pic X(200) value "aoc_alert_acks.txt".
       01 acks-file-status pic X(2).
       01 disp-file-name pic X(200).
       01 disp-file-status pic X(2).

       78 max-policy-entries value 10.
       01 policy-table.
         05 policy-entry occurs max-policy-entries times
            indexed by px.
           10 policy-file-id pic X(12).
           10 policy-keep-days binary-long.
           10 policy-archive-dir pic X(200).
       01 policy-count binary-long value 0.
       01 policy-id-text pic X(12).
       01 policy-days-text pic X(10).
       01 policy-dir-text pic X(200).

      *Alert acknowledgments and exception dispositions, the two
      *sources of open items.
       78 max-acks value 500.
       01 ack-table.
         05 ack-entry occurs max-acks times indexed by ak.
           10 ack-severity pic X(8).
           10 ack-program pic X(16).
           10 ack-reason pic X(60).
       01 ack-count binary-long value 0.
       78 max-dispositions value 2000.
       01 disposition-table.
         05 disposition-entry occurs max-dispositions times
            indexed by dx.
           10 disp-program pic X(16).
           10 disp-line-no pic X(10).
           10 disp-reason pic X(40).
           10 disp-mark pic X(10).
       01 disposition-count binary-long value 0.

       01 set-stamp pic X(15).
       01 today-date pic 9(8).
       01 today-time pic 9(8).
       01 cutoff-date pic 9(8).
       01 cutoff-text pic X(8).
       01 base-name pic X(60).
       01 base-length binary-long value 0.

       01 record-field-table.
         05 record-field pic X(200) occurs 5 times.
       01 record-date pic X(8).
       01 filler pic X value 'n'.
           88 record-is-open-item value 'y'.
           88 record-not-open-item value 'n'.

       01 line-length binary-long value 0.
       01 char-pos binary-long value 0.
       78 checksum-modulus value 1000000007.
       78 newline-ordinal value 11.
       01 archive-checksum binary-double value 0.

       01 read-count binary-long value 0.
       01 rolled-count binary-long value 0.
       01 kept-open-item-count binary-long value 0.
       01 kept-open-period-count binary-long value 0.
       01 kept-recent-count binary-long value 0.
       01 kept-undated-count binary-long value 0.
       01 total-rolled-count binary-long value 0.
       01 failed-file-count binary-long value 0.
       01 filler pic X value 'n'.
           88 file-pass-failed value 'y'.
           88 file-pass-clean value 'n'.
       01 delete-return binary-long value 0.
       01 count-disp pic Z(6)9.
       01 count-disp-2 pic Z(6)9.
       01 count-disp-3 pic Z(6)9.
       01 count-disp-4 pic Z(6)9.
       01 count-disp-5 pic Z(6)9.
       01 checksum-disp pic Z(12)9.

      *check-period-lock judges ledger-date, so the record's date is
      *moved there.
       copy 'LedgerFields.cpy'.
       copy 'PeriodLockFields.cpy'.
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
           accept policy-file-name from environment
               "AOC_RETENTION_POLICY"
           if policy-file-name = spaces
               move "AOC_RETENTION_POLICY" to config-lookup-key
               perform get-config-value
               move config-lookup-value to policy-file-name
           end-if
           if policy-file-name = spaces
               move "aoc_retention_policy.txt" to policy-file-name
           end-if
           move policy-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to policy-file-name
           move catalog-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to catalog-file-name

           perform load-retention-policy
           if policy-count = 0
               display "RetentionRoll: no retention policy at "
                   function trim(policy-file-name)
                   " - nothing rolled."
               move 4 to return-code
               goback
           end-if

           accept today-date from date yyyymmdd
           accept today-time from time
           move spaces to set-stamp
           string today-date "-" today-time(1:6)
               delimited by size into set-stamp
           perform load-period-locks
           perform load-alert-acks
           perform load-exception-dispositions

           perform varying px from 1 by 1 until px > policy-count
               perform roll-one-file
           end-perform

           move total-rolled-count to count-disp
           display "RetentionRoll: " function trim(count-disp)
               " record(s) rolled off in set " set-stamp
           if failed-file-count > 0
               move 8 to return-code
           end-if
           goback.

       load-retention-policy.
           open input policy-file
           if policy-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read policy-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-policy-line
               end-read
               if policy-file-status not = "00" and
                  policy-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close policy-file.

       load-one-policy-line.
           if policy-line = spaces or policy-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to policy-id-text
           move spaces to policy-days-text
           move spaces to policy-dir-text
           unstring policy-line delimited by all space
               into policy-id-text policy-days-text policy-dir-text
           move function upper-case(policy-id-text) to policy-id-text
           evaluate policy-id-text
               when "JOURNAL"
               when "ALERTS"
               when "STATISTICS"
               when "EXCEPTIONS"
               when "CONTROLS"
                   continue
               when other
                   display "RetentionRoll: policy names unknown file "
                       function trim(policy-id-text)
                       " - line ignored."
                   exit paragraph
           end-evaluate
           if policy-days-text = spaces or
              function test-numval(policy-days-text) not = 0
               display "RetentionRoll: policy for "
                   function trim(policy-id-text)
                   " has no keep-days - line ignored."
               exit paragraph
           end-if
           if policy-count >= max-policy-entries
               exit paragraph
           end-if
           add 1 to policy-count
           set px to policy-count
           move policy-id-text to policy-file-id(px)
           move function numval(policy-days-text)
               to policy-keep-days(px)
           move policy-dir-text to policy-archive-dir(px).

       roll-one-file.
           evaluate policy-file-id(px)
               when "JOURNAL"
                   move "aoc_run_journal" to base-name
               when "ALERTS"
                   move "aoc_alerts" to base-name
               when "STATISTICS"
                   move "run_statistics" to base-name
               when "EXCEPTIONS"
                   move "aoc_exceptions" to base-name
               when "CONTROLS"
                   move "aoc_control_totals" to base-name
           end-evaluate
           compute base-length = function length(
               function trim(base-name))
           move spaces to data-dir-filename
           string base-name(1:base-length) ".txt"
               delimited by size into data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to live-file-name
           move spaces to work-file-name
           string function trim(live-file-name) ".new"
               delimited by size into work-file-name
           perform build-archive-name

           compute cutoff-date = function date-of-integer(
               function integer-of-date(today-date)
               - policy-keep-days(px))
           move cutoff-date to cutoff-text
           move 0 to read-count
           move 0 to rolled-count
           move 0 to kept-open-item-count
           move 0 to kept-open-period-count
           move 0 to kept-recent-count
           move 0 to kept-undated-count
           move 0 to archive-checksum
           set file-pass-clean to true

           open input live-file
           if live-file-status not = "00"
               display "RetentionRoll: " function trim(policy-file-id
                   (px)) " - nothing at " function trim(live-file-name)
                   " (file status " live-file-status ")."
               exit paragraph
           end-if
           open output work-file
           if work-file-status not = "00"
               display "RetentionRoll: cannot write "
                   function trim(work-file-name) " (file status "
                   work-file-status ") - "
                   function trim(policy-file-id(px)) " left alone."
               close live-file
               add 1 to failed-file-count
               exit paragraph
           end-if
           open output archive-file
           if archive-file-status not = "00"
               display "RetentionRoll: cannot write "
                   function trim(archive-file-name) " (file status "
                   archive-file-status ") - "
                   function trim(policy-file-id(px)) " left alone."
               close live-file
               close work-file
               call "CBL_DELETE_FILE" using work-file-name
                   returning delete-return
               end-call
               add 1 to failed-file-count
               exit paragraph
           end-if
               perform until ws-eof='y'
               read live-file
                   at end move 'y' to ws-eof
                   not at end
                       perform judge-live-record
               end-read
               if live-file-status not = "00" and
                  live-file-status not = "10"
                   set file-pass-failed to true
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close live-file
           close work-file
           close archive-file

      *Nothing is rewritten unless the whole file was read and
      *something actually rolled.
           if file-pass-failed or rolled-count = 0
               call "CBL_DELETE_FILE" using archive-file-name
                   returning delete-return
               end-call
               call "CBL_DELETE_FILE" using work-file-name
                   returning delete-return
               end-call
               if file-pass-failed
                   display "RetentionRoll: error reading "
                       function trim(live-file-name) " (file status "
                       live-file-status ") - left alone."
                   add 1 to failed-file-count
                   exit paragraph
               end-if
           else
               perform copy-work-file-back
               if file-pass-failed
                   exit paragraph
               end-if
               perform write-catalog-line
               add rolled-count to total-rolled-count
           end-if
           perform show-file-summary.

       build-archive-name.
           move spaces to data-dir-filename
           if policy-archive-dir(px) = spaces or
              policy-archive-dir(px) = "-"
               string base-name(1:base-length) "_" set-stamp ".arc"
                   delimited by size into data-dir-filename
           else
               string function trim(policy-archive-dir(px)) "/"
                   base-name(1:base-length) "_" set-stamp ".arc"
                   delimited by size into data-dir-filename
           end-if
           perform apply-data-dir-prefix
           move data-dir-filename to archive-file-name.

       judge-live-record.
           if live-line = spaces
               exit paragraph
           end-if
           add 1 to read-count
           move spaces to record-field-table
           unstring live-line delimited by ","
               into record-field(1) record-field(2) record-field(3)
                    record-field(4) record-field(5)
           perform find-record-date
           evaluate true
               when record-date is not numeric
                   add 1 to kept-undated-count
                   perform keep-live-record
               when record-date not < cutoff-text
                   add 1 to kept-recent-count
                   perform keep-live-record
               when other
                   move record-date to ledger-date
                   perform check-period-lock
                   if row-period-open
                       add 1 to kept-open-period-count
                       perform keep-live-record
                   else
                       perform check-open-item
                       if record-is-open-item
                           add 1 to kept-open-item-count
                           perform keep-live-record
                       else
                           perform roll-live-record
                       end-if
                   end-if
           end-evaluate.

       find-record-date.
      *Journal and alert rows carry their stamp fourth, statistics
      *rows second; the hub and control totals only have the run
      *identifier, whose date follows its prefix letter.
           move spaces to record-date
           evaluate policy-file-id(px)
               when "JOURNAL"
               when "ALERTS"
                   move record-field(4)(1:8) to record-date
               when "STATISTICS"
                   move record-field(2)(1:8) to record-date
               when "EXCEPTIONS"
                   move record-field(4)(2:8) to record-date
               when "CONTROLS"
                   move record-field(2)(2:8) to record-date
           end-evaluate.

       check-open-item.
           set record-not-open-item to true
           evaluate policy-file-id(px)
               when "ALERTS"
                   set record-is-open-item to true
                   perform varying ak from 1 by 1
                       until ak > ack-count
                       if (ack-severity(ak) = "*" or
                           ack-severity(ak) = record-field(1)) and
                          ack-program(ak) = record-field(2) and
                          ack-reason(ak) = record-field(3)
                           set record-not-open-item to true
                           set ak to ack-count
                       end-if
                   end-perform
               when "EXCEPTIONS"
      *Unmarked is as open as PENDING: nobody has closed it yet.
                   set record-is-open-item to true
                   perform varying dx from 1 by 1
                       until dx > disposition-count
                       if disp-program(dx) = record-field(1) and
                          disp-line-no(dx) = record-field(2) and
                          disp-reason(dx) = record-field(3)
                           if disp-mark(dx) = "ACCEPTED" or
                              disp-mark(dx) = "FIXED"
                               set record-not-open-item to true
                           end-if
                           set dx to disposition-count
                       end-if
                   end-perform
           end-evaluate.

       keep-live-record.
           move live-line to work-line
           write work-line.

       roll-live-record.
           add 1 to rolled-count
           move live-line to archive-line
           write archive-line
           compute line-length = function length(
               function trim(live-line trailing))
           perform varying char-pos from 1 by 1
               until char-pos > line-length
               compute archive-checksum = function mod(
                   archive-checksum * 31
                   + function ord(live-line(char-pos:1)),
                   checksum-modulus)
           end-perform
           compute archive-checksum = function mod(
               archive-checksum * 31 + newline-ordinal,
               checksum-modulus).

       copy-work-file-back.
      *The archive is closed and complete before the live file is
      *cut down to the records that stay.
           open input work-file
           if work-file-status not = "00"
               set file-pass-failed to true
           else
               open output live-file
               if live-file-status not = "00"
                   close work-file
                   set file-pass-failed to true
               end-if
           end-if
           if file-pass-failed
               display "RetentionRoll: cannot rewrite "
                   function trim(live-file-name)
                   " - rolled records are in "
                   function trim(archive-file-name)
                   " and the kept ones in "
                   function trim(work-file-name)
               add 1 to failed-file-count
               exit paragraph
           end-if
               perform until ws-eof='y'
               read work-file
                   at end move 'y' to ws-eof
                   not at end
                       move work-line to live-line
                       write live-line
               end-read
               end-perform.
               move 'n' to ws-eof
           close work-file
           close live-file
           call "CBL_DELETE_FILE" using work-file-name
               returning delete-return
           end-call.

       write-catalog-line.
           open extend catalog-file
           if catalog-file-status = "35"
               open output catalog-file
           end-if
           if catalog-file-status not = "00"
               display "RetentionRoll: catalog row lost (file "
                   "status " catalog-file-status ")"
               exit paragraph
           end-if
           move rolled-count to count-disp
           move archive-checksum to checksum-disp
           move spaces to catalog-line
           string set-stamp ","
               function trim(policy-file-id(px)) ","
               function trim(archive-file-name) ","
               function trim(count-disp) ","
               function trim(checksum-disp) ","
               cutoff-text
               delimited by size into catalog-line
           write catalog-line
           close catalog-file.

       show-file-summary.
           move read-count to count-disp
           move rolled-count to count-disp-2
           display "RetentionRoll: " function trim(policy-file-id(px))
               " - " function trim(count-disp) " read, "
               function trim(count-disp-2) " rolled (before "
               cutoff-text ")"
           if rolled-count > 0
               display "    archive "
                   function trim(archive-file-name)
           end-if
           move kept-open-item-count to count-disp
           move kept-open-period-count to count-disp-2
           move kept-recent-count to count-disp-3
           move kept-undated-count to count-disp-4
           display "    kept: " function trim(count-disp-3)
               " within keep-days, " function trim(count-disp-2)
               " in an open period, " function trim(count-disp)
               " open item(s), " function trim(count-disp-4)
               " undated".

       load-alert-acks.
           move acks-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to acks-file-name
           open input acks-file
           if acks-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read acks-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-ack
               end-read
               if acks-file-status not = "00" and
                  acks-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close acks-file.

       load-one-ack.
           if acks-line = spaces or acks-line(1:2) = "**"
               exit paragraph
           end-if
           if ack-count >= max-acks
               exit paragraph
           end-if
           add 1 to ack-count
           set ak to ack-count
           move spaces to ack-severity(ak)
           move spaces to ack-program(ak)
           move spaces to ack-reason(ak)
           unstring acks-line delimited by ","
               into ack-severity(ak) ack-program(ak)
                    ack-reason(ak).

       load-exception-dispositions.
           accept disp-file-name from environment
               "AOC_EXCEPTION_DISP"
           if disp-file-name = spaces
               move "AOC_EXCEPTION_DISP" to config-lookup-key
               perform get-config-value
               move config-lookup-value to disp-file-name
           end-if
           if disp-file-name = spaces
               move "aoc_exception_disp.txt" to disp-file-name
           end-if
           move disp-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to disp-file-name
           open input disp-file
           if disp-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read disp-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-disposition
               end-read
               if disp-file-status not = "00" and
                  disp-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close disp-file.

       load-one-disposition.
           if disp-line = spaces or disp-line(1:1) = "*"
               exit paragraph
           end-if
           if disposition-count >= max-dispositions
               exit paragraph
           end-if
           add 1 to disposition-count
           set dx to disposition-count
           move spaces to disp-program(dx)
           move spaces to disp-line-no(dx)
           move spaces to disp-reason(dx)
           move spaces to disp-mark(dx)
           unstring disp-line delimited by ","
               into disp-program(dx) disp-line-no(dx)
                    disp-reason(dx) disp-mark(dx).

       copy 'PeriodLockCheck.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program RetentionRoll.
