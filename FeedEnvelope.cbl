       program-id. FeedEnvelope as "FeedEnvelope".

      *----------------------------------------------------------------
      * Inbound envelope check for the Day input feeds.  Upstream
      * delivers each feed enveloped, alongside the plain input the
      * Day program reads (resolved exactly as that program resolves
      * it) with ".env" added to the name:
      *     HDR,feed-id,business-date,sequence
      *     ...the records of the plain layout...
      *     TRL,record-count,hash-total
      * The hash total is the fold InputManifest takes of a file -
      * each byte's ordinal (byte value plus one) added to the total
      * times 31, modulo 1000000007 - taken over the data records
      * with trailing spaces dropped and each followed by a newline.
      *
      * An envelope passes when the feed id is the Day program's own
      * name (Day1 ... Day11; both Day5 feeds are Day5), the business
      * date is the run date (AOC_RUN_DATE, default today), the
      * sequence number follows the last one accepted for that feed
      * (aoc_feed_sequence.txt, AOC_FEED_SEQUENCE), and the trailer's
      * count and hash total balance with the records received.  A
      * passing envelope is stripped to the plain input and its
      * sequence recorded; a failing one leaves the plain input
      * alone.  The same delivery again (same sequence and business
      * date) is re-checked and re-stripped, so a rerun window does
      * not trip over its own feed; an older sequence is refused.
      * A sequence that skips numbers is accepted and the skipped
      * ones reported as missing deliveries, with a WARNING alert.
      * A feed with no envelope is PLAIN - the plain input is used as
      * delivered - unless AOC_ENVELOPE_REQUIRED=Y.
      *
      * InputAudit CALLs it before its own checks and turns every
      * NO-GO here into a NO-GO for that input; it can equally be
      * run alone.  Output: feed_envelope_verdicts.txt
      * (input,verdict,detail - GO, GAP, NO-GO or PLAIN) and
      * feed_envelope_report.txt in the data directory.  Return code
      * 8 when any envelope fails, 4 when deliveries are missing.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select envelope-file assign to dynamic envelope-file-name
               line sequential
               file status is envelope-file-status.

           select plain-file assign to dynamic plain-file-name
               line sequential
               file status is plain-file-status.

           select sequence-file assign to dynamic sequence-file-name
               line sequential
               file status is sequence-file-status.

           select envelope-verdict-file assign to dynamic
               envelope-verdict-file-name
               line sequential
               file status is envelope-verdict-file-status.

           select envelope-report-file assign to dynamic
               envelope-report-file-name
               line sequential
               file status is envelope-report-file-status.

           copy 'AlertSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd envelope-file.
       01 envelope-record pic X(32000).

       fd plain-file.
       01 plain-record pic X(32000).

       fd sequence-file.
       01 sequence-record pic X(100).

       fd envelope-verdict-file.
       01 envelope-verdict-line pic X(200).

       fd envelope-report-file.
       01 envelope-report-line pic X(160).

       copy 'AlertFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 envelope-file-name pic X(200).
       01 envelope-file-status pic X(2).
       01 plain-file-name pic X(200).
       01 plain-file-status pic X(2).
       01 sequence-file-name pic X(200).
       01 sequence-file-status pic X(2).
       01 envelope-verdict-file-name pic X(200)
           value "feed_envelope_verdicts.txt".
       01 envelope-verdict-file-status pic X(2).
       01 envelope-report-file-name pic X(200)
           value "feed_envelope_report.txt".
       01 envelope-report-file-status pic X(2).

       01 run-date-text pic X(10).
       01 run-date pic 9(8).
       01 now-date pic 9(8).
       01 now-time pic 9(8).
       01 required-switch pic X value 'N'.
           88 envelope-required value 'Y' 'y'.

      *One slot per input, in InputAudit's order.
       78 feed-slots value 12.
       01 feed-table.
         05 feed-entry occurs feed-slots times indexed by fx.
           10 feed-label pic X(14).
           10 feed-expected-id pic X(10).
           10 feed-plain-name pic X(200).
           10 feed-verdict pic X(5).
               88 feed-go value "GO".
               88 feed-gap value "GAP".
               88 feed-no-go value "NO-GO".
               88 feed-plain value "PLAIN".
           10 feed-detail pic X(80).
           10 feed-sequence binary-long.
           10 feed-last-sequence binary-long.
           10 feed-last-date pic X(8).
           10 feed-records binary-long.
           10 feed-missing-from binary-long.
           10 feed-missing-to binary-long.
       01 feed-count binary-long value 0.
       01 feed-slot-label pic X(14).
       01 feed-slot-id pic X(10).

       01 env-line-no binary-long value 0.
       01 env-record-length binary-long value 0.
       01 env-char-pos binary-long value 0.
       01 env-data-count binary-long value 0.
       01 env-hash binary-double value 0.
       78 envelope-hash-modulus value 1000000007.
       01 filler pic X value 'n'.
           88 env-header-seen value 'y'.
           88 env-header-missing value 'n'.
       01 filler pic X value 'n'.
           88 env-trailer-seen value 'y'.
           88 env-trailer-missing value 'n'.
       01 filler pic X value 'n'.
           88 env-after-trailer value 'y'.
           88 env-in-order value 'n'.
       01 filler pic X value 'n'.
           88 env-copying value 'y'.
           88 env-checking value 'n'.

       01 hdr-tag pic X(4).
       01 hdr-feed-id pic X(14).
       01 hdr-date-text pic X(10).
       01 hdr-sequence-text pic X(10).
       01 trl-tag pic X(4).
       01 trl-count-text pic X(12).
       01 trl-hash-text pic X(14).
       01 trl-count binary-long.
       01 trl-hash binary-double.

       01 seq-label pic X(14).
       01 seq-number-text pic X(10).
       01 seq-date-text pic X(10).

       01 go-count binary-long value 0.
       01 no-go-count binary-long value 0.
       01 plain-count binary-long value 0.
       01 gap-count binary-long value 0.
       01 count-disp pic Z(8)9.
       01 count-disp-2 pic Z(8)9.
       01 count-disp-3 pic Z(8)9.
       01 hash-disp pic Z(11)9.

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
           move envelope-verdict-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to envelope-verdict-file-name
           move envelope-report-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to envelope-report-file-name
           accept sequence-file-name from environment
               "AOC_FEED_SEQUENCE"
           if sequence-file-name = spaces
               move "AOC_FEED_SEQUENCE" to config-lookup-key
               perform get-config-value
               move config-lookup-value to sequence-file-name
           end-if
           if sequence-file-name = spaces
               move "aoc_feed_sequence.txt" to sequence-file-name
           end-if
           move sequence-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to sequence-file-name

           accept run-date-text from environment "AOC_RUN_DATE"
           if run-date-text = spaces
               move "AOC_RUN_DATE" to config-lookup-key
               perform get-config-value
               move config-lookup-value to run-date-text
           end-if
           if run-date-text = spaces
               accept run-date from date yyyymmdd
           else
               move function numval(run-date-text) to run-date
           end-if
           accept required-switch from environment
               "AOC_ENVELOPE_REQUIRED"
           if required-switch = spaces
               move "AOC_ENVELOPE_REQUIRED" to config-lookup-key
               perform get-config-value
               move config-lookup-value to required-switch
           end-if
           accept now-date from date yyyymmdd
           accept now-time from time

           perform define-all-feeds
           perform load-feed-sequences
           perform varying fx from 1 by 1 until fx > feed-count
               perform check-one-envelope
           end-perform

           perform write-envelope-verdicts
           perform write-envelope-report

           move go-count to count-disp
           move no-go-count to count-disp-2
           move plain-count to count-disp-3
           display "FeedEnvelope: " function trim(count-disp)
               " envelope(s) accepted, " function trim(count-disp-2)
               " failed, " function trim(count-disp-3)
               " plain - see " function trim(envelope-report-file-name)
           evaluate true
               when no-go-count > 0
                   move 8 to return-code
               when gap-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           goback.

      *----------------------------------------------------------------
       define-all-feeds.
           accept data-dir-filename from environment "DAY1_INPUT"
           if data-dir-filename = spaces
               move "DAY1_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay1.txt" to data-dir-work
           move "Day1" to feed-slot-label
           move "Day1" to feed-slot-id
           perform define-one-feed
           accept data-dir-filename from environment "DAY2_INPUT"
           if data-dir-filename = spaces
               move "DAY2_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay2.txt" to data-dir-work
           move "Day2" to feed-slot-label
           move "Day2" to feed-slot-id
           perform define-one-feed
           accept data-dir-filename from environment "DAY3_INPUT"
           if data-dir-filename = spaces
               move "DAY3_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay3.txt" to data-dir-work
           move "Day3" to feed-slot-label
           move "Day3" to feed-slot-id
           perform define-one-feed
           accept data-dir-filename from environment "DAY4_INPUT"
           if data-dir-filename = spaces
               move "DAY4_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay4.txt" to data-dir-work
           move "Day4" to feed-slot-label
           move "Day4" to feed-slot-id
           perform define-one-feed
           accept data-dir-filename from environment "DAY5_INPUT1"
           if data-dir-filename = spaces
               move "DAY5_INPUT1" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay5_inputPart1.txt" to data-dir-work
           move "Day5 rules" to feed-slot-label
           move "Day5" to feed-slot-id
           perform define-one-feed
           accept data-dir-filename from environment "DAY5_INPUT2"
           if data-dir-filename = spaces
               move "DAY5_INPUT2" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay5_inputPart2.txt" to data-dir-work
           move "Day5 updates" to feed-slot-label
           move "Day5" to feed-slot-id
           perform define-one-feed
           accept data-dir-filename from environment "DAY6_INPUT"
           if data-dir-filename = spaces
               move "DAY6_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay6.txt" to data-dir-work
           move "Day6" to feed-slot-label
           move "Day6" to feed-slot-id
           perform define-one-feed
           accept data-dir-filename from environment "DAY7_INPUT"
           if data-dir-filename = spaces
               move "DAY7_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay7.txt" to data-dir-work
           move "Day7" to feed-slot-label
           move "Day7" to feed-slot-id
           perform define-one-feed
           accept data-dir-filename from environment "DAY8_INPUT"
           if data-dir-filename = spaces
               move "DAY8_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay8.txt" to data-dir-work
           move "Day8" to feed-slot-label
           move "Day8" to feed-slot-id
           perform define-one-feed
           accept data-dir-filename from environment "DAY9_INPUT"
           if data-dir-filename = spaces
               move "DAY9_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay9.txt" to data-dir-work
           move "Day9" to feed-slot-label
           move "Day9" to feed-slot-id
           perform define-one-feed
           accept data-dir-filename from environment "DAY10_INPUT"
           if data-dir-filename = spaces
               move "DAY10_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay10.txt" to data-dir-work
           move "Day10" to feed-slot-label
           move "Day10" to feed-slot-id
           perform define-one-feed
           accept data-dir-filename from environment "DAY11_INPUT"
           if data-dir-filename = spaces
               move "DAY11_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay11.txt" to data-dir-work
           move "Day11" to feed-slot-label
           move "Day11" to feed-slot-id
           perform define-one-feed.

       define-one-feed.
           if data-dir-filename = spaces
               move data-dir-work to data-dir-filename
           end-if
           perform apply-data-dir-prefix
           add 1 to feed-count
           set fx to feed-count
           move feed-slot-label to feed-label(fx)
           move feed-slot-id to feed-expected-id(fx)
           move data-dir-filename to feed-plain-name(fx)
           move spaces to feed-verdict(fx) feed-detail(fx)
               feed-last-date(fx)
           move 0 to feed-sequence(fx) feed-last-sequence(fx)
               feed-records(fx) feed-missing-from(fx)
               feed-missing-to(fx).

      *----------------------------------------------------------------
       load-feed-sequences.
      *The last sequence recorded for a feed is the last accepted.
           open input sequence-file
           if sequence-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read sequence-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-feed-sequence
               end-read
               if sequence-file-status not = "00" and
                  sequence-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close sequence-file.

       absorb-feed-sequence.
           move spaces to seq-label seq-number-text seq-date-text
           unstring sequence-record delimited by ","
               into seq-label seq-number-text seq-date-text
           perform varying fx from 1 by 1 until fx > feed-count
               if feed-label(fx) = seq-label
                   move function numval(seq-number-text)
                       to feed-last-sequence(fx)
                   move seq-date-text to feed-last-date(fx)
               end-if
           end-perform.

      *----------------------------------------------------------------
       check-one-envelope.
           move spaces to envelope-file-name
           string function trim(feed-plain-name(fx)) ".env"
               delimited by size into envelope-file-name
           set env-checking to true
           perform read-envelope
           if envelope-file-status = "35"
               if envelope-required
                   set feed-no-go(fx) to true
                   move "no enveloped delivery" to feed-detail(fx)
                   add 1 to no-go-count
               else
                   set feed-plain(fx) to true
                   move "not enveloped - plain input used"
                       to feed-detail(fx)
                   add 1 to plain-count
               end-if
               exit paragraph
           end-if
           perform judge-envelope
           if feed-no-go(fx)
               add 1 to no-go-count
               exit paragraph
           end-if

           move spaces to plain-file-name
           move feed-plain-name(fx) to plain-file-name
           open output plain-file
           if plain-file-status not = "00"
               set feed-no-go(fx) to true
               move spaces to feed-detail(fx)
               string "cannot write plain input (file status "
                   plain-file-status ")"
                   delimited by size into feed-detail(fx)
               add 1 to no-go-count
               exit paragraph
           end-if
           set env-copying to true
           perform read-envelope
           close plain-file
           add 1 to go-count
           if feed-sequence(fx) > feed-last-sequence(fx)
               perform record-feed-sequence
           end-if
           if feed-gap(fx)
               add 1 to gap-count
               move "WARNING" to alert-severity
               move spaces to alert-reason
               move feed-missing-from(fx) to count-disp
               move feed-missing-to(fx) to count-disp-2
               string function trim(feed-label(fx))
                   " feed missing delivery "
                   function trim(count-disp) " to "
                   function trim(count-disp-2)
                   delimited by size into alert-reason
               perform write-alert-entry
           end-if.

       read-envelope.
           move 0 to env-line-no env-data-count env-hash
           set env-header-missing to true
           set env-trailer-missing to true
           set env-in-order to true
           open input envelope-file
           if envelope-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read envelope-file
                   at end move 'y' to ws-eof
                   not at end
                       perform take-envelope-record
               end-read
               if envelope-file-status not = "00" and
                  envelope-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close envelope-file
           move "00" to envelope-file-status.

       take-envelope-record.
           add 1 to env-line-no
           if env-line-no = 1
               if envelope-record(1:4) = "HDR,"
                   set env-header-seen to true
                   move spaces to hdr-tag hdr-feed-id hdr-date-text
                       hdr-sequence-text
                   unstring envelope-record delimited by ","
                       into hdr-tag hdr-feed-id hdr-date-text
                            hdr-sequence-text
               end-if
               exit paragraph
           end-if
           if env-trailer-seen
               set env-after-trailer to true
               exit paragraph
           end-if
           if envelope-record(1:4) = "TRL,"
               set env-trailer-seen to true
               move spaces to trl-tag trl-count-text trl-hash-text
               unstring envelope-record delimited by ","
                   into trl-tag trl-count-text trl-hash-text
               exit paragraph
           end-if
           add 1 to env-data-count
           if env-copying
               move envelope-record to plain-record
               write plain-record
               exit paragraph
           end-if
           if envelope-record = spaces
               move 0 to env-record-length
           else
               compute env-record-length = function length(
                   function trim(envelope-record trailing))
           end-if
           perform varying env-char-pos from 1 by 1
               until env-char-pos > env-record-length
               compute env-hash = function mod(env-hash * 31
                   + function ord(envelope-record(env-char-pos:1)),
                   envelope-hash-modulus)
           end-perform
           compute env-hash = function mod(env-hash * 31
               + function ord(x"0A"), envelope-hash-modulus).

       judge-envelope.
           set feed-go(fx) to true
           move spaces to feed-detail(fx)
           move env-data-count to feed-records(fx)
           move function numval(hdr-sequence-text) to feed-sequence(fx)
           move function numval(trl-count-text) to trl-count
           move function numval(trl-hash-text) to trl-hash
           evaluate true
               when env-header-missing
                   move "no header record" to feed-detail(fx)
               when env-trailer-missing
                   move "no trailer record - transfer truncated"
                       to feed-detail(fx)
               when env-after-trailer
                   move "records after the trailer"
                       to feed-detail(fx)
               when function upper-case(hdr-feed-id) not =
                    function upper-case(feed-expected-id(fx))
                   string "feed id " function trim(hdr-feed-id)
                       " is not " function trim(feed-expected-id(fx))
                       delimited by size into feed-detail(fx)
               when hdr-date-text(1:8) not = run-date
                   string "business date " function trim(hdr-date-text)
                       " is not run date " run-date
                       delimited by size into feed-detail(fx)
               when feed-sequence(fx) = 0
                   move "sequence number missing or not numeric"
                       to feed-detail(fx)
               when trl-count not = env-data-count
                   move trl-count to count-disp
                   move env-data-count to count-disp-2
                   string "trailer count " function trim(count-disp)
                       " but " function trim(count-disp-2)
                       " record(s) received"
                       delimited by size into feed-detail(fx)
               when trl-hash not = env-hash
                   move env-hash to hash-disp
                   string "trailer hash " function trim(trl-hash-text)
                       " but " function trim(hash-disp)
                       " received"
                       delimited by size into feed-detail(fx)
               when feed-last-sequence(fx) > 0 and
                    (feed-sequence(fx) < feed-last-sequence(fx) or
                     (feed-sequence(fx) = feed-last-sequence(fx) and
                      hdr-date-text(1:8) not = feed-last-date(fx)))
                   move feed-sequence(fx) to count-disp
                   move feed-last-sequence(fx) to count-disp-2
                   string "sequence " function trim(count-disp)
                       " already received (last "
                       function trim(count-disp-2) ")"
                       delimited by size into feed-detail(fx)
           end-evaluate
           if feed-detail(fx) not = spaces
               set feed-no-go(fx) to true
               exit paragraph
           end-if
           if feed-last-sequence(fx) > 0 and
              feed-sequence(fx) > feed-last-sequence(fx) + 1
               set feed-gap(fx) to true
               compute feed-missing-from(fx) =
                   feed-last-sequence(fx) + 1
               compute feed-missing-to(fx) = feed-sequence(fx) - 1
               move feed-missing-from(fx) to count-disp
               move feed-missing-to(fx) to count-disp-2
               string "missing deliveries " function trim(count-disp)
                   " to " function trim(count-disp-2)
                   delimited by size into feed-detail(fx)
           end-if.

       record-feed-sequence.
           open extend sequence-file
           if sequence-file-status = "35"
               open output sequence-file
           end-if
           if sequence-file-status not = "00"
               display "FeedEnvelope: cannot write "
                   function trim(sequence-file-name)
                   " (file status " sequence-file-status ")."
               exit paragraph
           end-if
           move feed-sequence(fx) to count-disp
           move spaces to sequence-record
           string function trim(feed-label(fx)) ","
               function trim(count-disp) "," run-date ","
               now-date "-" now-time
               delimited by size into sequence-record
           write sequence-record
           close sequence-file.

      *----------------------------------------------------------------
       write-envelope-verdicts.
           open output envelope-verdict-file
           if envelope-verdict-file-status not = "00"
               display "FeedEnvelope: cannot write "
                   function trim(envelope-verdict-file-name)
                   " (file status " envelope-verdict-file-status ")."
               exit paragraph
           end-if
           perform varying fx from 1 by 1 until fx > feed-count
               move spaces to envelope-verdict-line
               string function trim(feed-label(fx)) ","
                   function trim(feed-verdict(fx)) ","
                   function trim(feed-detail(fx))
                   delimited by size into envelope-verdict-line
               write envelope-verdict-line
           end-perform
           close envelope-verdict-file.

       write-envelope-report.
           open output envelope-report-file
           if envelope-report-file-status not = "00"
               display "FeedEnvelope: cannot write "
                   function trim(envelope-report-file-name)
                   " (file status " envelope-report-file-status ")."
               exit paragraph
           end-if
           move spaces to envelope-report-line
           string "Feed envelope check - run date " run-date
               ", produced " now-date "-" now-time
               delimited by size into envelope-report-line
           write envelope-report-line
           move spaces to envelope-report-line
           write envelope-report-line
           perform varying fx from 1 by 1 until fx > feed-count
               move feed-sequence(fx) to count-disp
               move feed-records(fx) to count-disp-2
               move spaces to envelope-report-line
               if feed-plain(fx)
                   string "  " feed-label(fx) " " feed-verdict(fx)
                       " " function trim(feed-detail(fx))
                       delimited by size into envelope-report-line
               else
                   string "  " feed-label(fx) " " feed-verdict(fx)
                       " seq " count-disp " records " count-disp-2
                       "  " function trim(feed-detail(fx))
                       delimited by size into envelope-report-line
               end-if
               write envelope-report-line
           end-perform
           move spaces to envelope-report-line
           write envelope-report-line
           move "Missing deliveries" to envelope-report-line
           write envelope-report-line
           perform varying fx from 1 by 1 until fx > feed-count
               if feed-gap(fx)
                   move feed-missing-from(fx) to count-disp
                   move feed-missing-to(fx) to count-disp-2
                   move spaces to envelope-report-line
                   string "  " feed-label(fx) " sequence "
                       function trim(count-disp) " to "
                       function trim(count-disp-2)
                       " never received"
                       delimited by size into envelope-report-line
                   write envelope-report-line
               end-if
           end-perform
           if gap-count = 0
               move "  (none)" to envelope-report-line
               write envelope-report-line
           end-if
           close envelope-report-file.

       copy 'WriteAlertEntry.cpy'
           replacing ==program-name-tag== by =="FeedEnvelope"==.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program FeedEnvelope.
