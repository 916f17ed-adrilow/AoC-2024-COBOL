       program-id. InputProfile as "InputProfile".

      *----------------------------------------------------------------
      * Content profile of every Day input against its delivery
      * history.  InputAudit proves a file is well formed and
      * InputManifest that it changed; this program asks whether a
      * well-formed delivery looks like the ones before it.  Each
      * input (resolved exactly as the owning Day program resolves
      * it) is read once and its content statistics taken: record
      * counts, value ranges and means, glyph counts for the map
      * days, rule and update counts for Day5.
      *
      * Every statistic of a delivery not yet on file is appended
      * to the profile history, AOC_PROFILE_HISTORY (default
      * aoc_input_profile.txt):
      *     input,statistic,value,checksum,runid,stamp
      * The checksum is the one InputManifest takes, so a file
      * profiled twice is recorded once and never compared with
      * itself.  Each statistic is then judged against the band of
      * its earlier deliveries - lowest to highest value seen,
      * widened by AOC_PROFILE_TOLERANCE percent (default 25) either
      * side.  Outside the band is SUSPECT; with fewer than
      * AOC_PROFILE_MIN_HISTORY earlier deliveries (default 3) the
      * statistic is still LEARNING and is not judged.
      *
      * InputAudit CALLs it and prints the verdicts as advisory
      * lines under its own go/no-go; it can equally be run alone.
      *
      * Output: input_profile_report.txt (every statistic with its
      * band) and input_profile_verdicts.txt (input,verdict,detail -
      * PLAUSIBLE, SUSPECT, LEARNING or ABSENT) in the data
      * directory.  Return code 4 when any input is SUSPECT, 8 when
      * the history cannot be written.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select profile-input-file assign to dynamic
               profile-input-name
               binary sequential
               file status is profile-input-status.

           select history-file assign to dynamic history-file-name
               line sequential
               file status is history-file-status.

           select profile-report-file assign to dynamic
               profile-report-file-name
               line sequential
               file status is profile-report-file-status.

           select profile-verdict-file assign to dynamic
               profile-verdict-file-name
               line sequential
               file status is profile-verdict-file-status.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd profile-input-file.
       01 profile-byte pic X.

       fd history-file.
       01 history-line pic X(200).

       fd profile-report-file.
       01 profile-report-line pic X(132).

       fd profile-verdict-file.
       01 profile-verdict-line pic X(200).

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 profile-input-name pic X(200).
       01 profile-input-status pic X(2).
       01 history-file-name pic X(200).
       01 history-file-status pic X(2).
       01 profile-report-file-name pic X(200).
       01 profile-report-file-status pic X(2).
       01 profile-verdict-file-name pic X(200).
       01 profile-verdict-file-status pic X(2).

       01 profile-tolerance binary-long value 25.
       01 profile-min-history binary-long value 3.
       01 setting-text pic X(10).
       01 profile-date pic 9(8).
       01 profile-time pic 9(8).

      *One slot per input, in InputAudit's order.
       78 profile-slots value 12.
       01 profile-input-table.
         05 profile-input occurs profile-slots times indexed by pi.
           10 input-label pic X(14).
           10 input-file-name pic X(200).
           10 input-byte-count binary-double.
           10 input-checksum binary-double.
           10 filler pic X.
               88 input-present value 'Y'.
               88 input-absent value 'N'.
           10 filler pic X.
               88 input-delivery-on-file value 'Y'.
               88 input-delivery-new value 'N'.
           10 input-stat-count binary-long.
           10 input-suspect-count binary-long.
           10 input-learning-count binary-long.
           10 input-verdict pic X(9).
           10 input-detail pic X(80).
       01 profile-input-count binary-long value 0.
       01 profile-label pic X(14).

       78 max-profile-stats value 100.
       01 profile-stat-table.
         05 profile-stat occurs max-profile-stats times indexed by ps.
           10 stat-input binary-long.
           10 stat-name pic X(20).
           10 stat-value binary-double.
           10 stat-deliveries binary-long.
           10 stat-hist-low binary-double.
           10 stat-hist-high binary-double.
           10 stat-band-low binary-double.
           10 stat-band-high binary-double.
           10 filler pic X.
               88 stat-in-band value 'B'.
               88 stat-suspect value 'S'.
               88 stat-learning value 'L'.
       01 profile-stat-count binary-long value 0.
       01 new-stat-name pic X(20).
       01 new-stat-value binary-double.

      *Which input is being read, for the per-line and per-byte
      *statistics.
       01 profile-slot pic 99 value 0.
           88 profiling-day1 value 1.
           88 profiling-day2 value 2.
           88 profiling-day3 value 3.
           88 profiling-day4 value 4.
           88 profiling-day5-rules value 5.
           88 profiling-day5-updates value 6.
           88 profiling-day6 value 7.
           88 profiling-day7 value 8.
           88 profiling-day8 value 9.
           88 profiling-day9 value 10.
           88 profiling-day10 value 11.
           88 profiling-day11 value 12.

      *Statistics gathered while one input is read; cleared before
      *each.
       01 profile-byte-count binary-double.
       01 profile-checksum binary-double.
       78 profile-checksum-modulus value 1000000007.
       01 profile-line pic X(600).
       01 profile-line-length binary-long.
       01 profile-rows binary-long.
       01 profile-records binary-long.
       01 profile-width binary-long.
       01 value-count binary-long.
       01 value-low binary-double.
       01 value-high binary-double.
       01 value-sum binary-double.
       01 second-count binary-long.
       01 second-low binary-double.
       01 second-high binary-double.
       01 second-sum binary-double.
       01 glyph-table.
         05 glyph-count binary-long occurs 256 times.
       01 glyph-ord binary-long.
       01 glyph-char pic X.
       01 open-glyph-ord binary-long.
       01 day3-window pic X(7).
       01 day3-mul-count binary-long.
       01 day3-do-count binary-long.
       01 day3-dont-count binary-long.
       01 day9-digit-count binary-long.
       01 day9-file-blocks binary-double.
       01 day9-free-blocks binary-double.
       01 day9-digit pic 9.
       78 max-map-rows value 130.
       01 day6-half-table.
         05 day6-row-half occurs max-map-rows times.
           10 day6-west binary-long.
           10 day6-east binary-long.
       01 day6-half-row binary-long.
       01 day6-quarter binary-long occurs 4 times.
       01 map-row binary-long.

       01 scan-pos binary-long.
       01 char-pos binary-long.
       01 token-text pic X(40).
       01 token-length binary-long.
       01 token-value binary-double.
       01 token-count binary-long.
       01 colon-pos binary-long.
       01 rule-before pic X(10).
       01 rule-after pic X(10).

       01 row-label pic X(14).
       01 row-stat pic X(20).
       01 row-value-text pic X(20).
       01 row-checksum-text pic X(20).
       01 row-value binary-double.
       01 row-checksum binary-double.
       01 history-rows-read binary-long value 0.
       01 history-rows-written binary-long value 0.
       01 suspect-input-count binary-long value 0.

       01 value-disp pic -(17)9.
       01 low-disp pic -(17)9.
       01 high-disp pic -(17)9.
       01 count-disp pic Z(6)9.
       01 checksum-disp pic Z(12)9.
       01 verdict-pointer binary-long.

       copy 'RunIdFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

       procedure division.
           perform load-runtime-config
           perform ensure-run-id
           accept aoc-data-dir from environment "AOC_DATA_DIR"
           if aoc-data-dir = spaces
               move "AOC_DATA_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to aoc-data-dir
           end-if
           perform settle-profile-settings

           perform profile-all-inputs
           perform load-profile-history
           perform varying ps from 1 by 1
               until ps > profile-stat-count
               perform judge-one-stat
           end-perform
           perform varying pi from 1 by 1
               until pi > profile-input-count
               perform settle-input-verdict
           end-perform
           perform append-new-deliveries
           perform write-profile-report
           perform write-profile-verdicts

           move suspect-input-count to count-disp
           display "InputProfile: " function trim(count-disp)
               " input(s) SUSPECT against delivery history - see "
               function trim(profile-report-file-name)
           if history-file-status not = "00"
               move 8 to return-code
           else
               if suspect-input-count > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if
           goback.

       settle-profile-settings.
           accept history-file-name from environment
               "AOC_PROFILE_HISTORY"
           if history-file-name = spaces
               move "AOC_PROFILE_HISTORY" to config-lookup-key
               perform get-config-value
               move config-lookup-value to history-file-name
           end-if
           if history-file-name = spaces
               move "aoc_input_profile.txt" to history-file-name
           end-if
           move history-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to history-file-name
           move "input_profile_report.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to profile-report-file-name
           move "input_profile_verdicts.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to profile-verdict-file-name

           move spaces to setting-text
           accept setting-text from environment
               "AOC_PROFILE_TOLERANCE"
           if setting-text = spaces
               move "AOC_PROFILE_TOLERANCE" to config-lookup-key
               perform get-config-value
               move config-lookup-value to setting-text
           end-if
           if setting-text not = spaces
               move function numval(setting-text) to profile-tolerance
           end-if
           move spaces to setting-text
           accept setting-text from environment
               "AOC_PROFILE_MIN_HISTORY"
           if setting-text = spaces
               move "AOC_PROFILE_MIN_HISTORY" to config-lookup-key
               perform get-config-value
               move config-lookup-value to setting-text
           end-if
           if setting-text not = spaces
               move function numval(setting-text)
                   to profile-min-history
           end-if
           if profile-min-history < 1
               move 1 to profile-min-history
           end-if.

       profile-all-inputs.
           accept data-dir-filename from environment "DAY1_INPUT"
           if data-dir-filename = spaces
               move "DAY1_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay1.txt" to data-dir-work
           move "Day1" to profile-label
           perform profile-one-input
           accept data-dir-filename from environment "DAY2_INPUT"
           if data-dir-filename = spaces
               move "DAY2_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay2.txt" to data-dir-work
           move "Day2" to profile-label
           perform profile-one-input
           accept data-dir-filename from environment "DAY3_INPUT"
           if data-dir-filename = spaces
               move "DAY3_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay3.txt" to data-dir-work
           move "Day3" to profile-label
           perform profile-one-input
           accept data-dir-filename from environment "DAY4_INPUT"
           if data-dir-filename = spaces
               move "DAY4_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay4.txt" to data-dir-work
           move "Day4" to profile-label
           perform profile-one-input
           accept data-dir-filename from environment "DAY5_INPUT1"
           if data-dir-filename = spaces
               move "DAY5_INPUT1" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay5_inputPart1.txt" to data-dir-work
           move "Day5 rules" to profile-label
           perform profile-one-input
           accept data-dir-filename from environment "DAY5_INPUT2"
           if data-dir-filename = spaces
               move "DAY5_INPUT2" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay5_inputPart2.txt" to data-dir-work
           move "Day5 updates" to profile-label
           perform profile-one-input
           accept data-dir-filename from environment "DAY6_INPUT"
           if data-dir-filename = spaces
               move "DAY6_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay6.txt" to data-dir-work
           move "Day6" to profile-label
           perform profile-one-input
           accept data-dir-filename from environment "DAY7_INPUT"
           if data-dir-filename = spaces
               move "DAY7_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay7.txt" to data-dir-work
           move "Day7" to profile-label
           perform profile-one-input
           accept data-dir-filename from environment "DAY8_INPUT"
           if data-dir-filename = spaces
               move "DAY8_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay8.txt" to data-dir-work
           move "Day8" to profile-label
           perform profile-one-input
           accept data-dir-filename from environment "DAY9_INPUT"
           if data-dir-filename = spaces
               move "DAY9_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay9.txt" to data-dir-work
           move "Day9" to profile-label
           perform profile-one-input
           accept data-dir-filename from environment "DAY10_INPUT"
           if data-dir-filename = spaces
               move "DAY10_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay10.txt" to data-dir-work
           move "Day10" to profile-label
           perform profile-one-input
           accept data-dir-filename from environment "DAY11_INPUT"
           if data-dir-filename = spaces
               move "DAY11_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           move "inputDay11.txt" to data-dir-work
           move "Day11" to profile-label
           perform profile-one-input.

       profile-one-input.
      *The file is read a byte at a time, the way InputManifest reads
      *it, so the checksum matches the manifest's; lines are rebuilt
      *from the bytes for the line-oriented inputs.
           add 1 to profile-input-count
           set pi to profile-input-count
           move profile-input-count to profile-slot
           move profile-label to input-label(pi)
           if data-dir-filename = spaces
               move data-dir-work to data-dir-filename
           end-if
           perform apply-data-dir-prefix
           move data-dir-filename to profile-input-name
           move profile-input-name to input-file-name(pi)
           move 0 to input-stat-count(pi) input-suspect-count(pi)
               input-learning-count(pi)
           move spaces to input-verdict(pi) input-detail(pi)
           set input-delivery-new(pi) to true
           perform clear-input-statistics
           set input-absent(pi) to true
           open input profile-input-file
           if profile-input-status not = "00"
               move 0 to input-byte-count(pi) input-checksum(pi)
               exit paragraph
           end-if
           set input-present(pi) to true
               perform until ws-eof='y'
               read profile-input-file
                   at end move 'y' to ws-eof
                   not at end
                       perform profile-one-byte
               end-read
               if profile-input-status not = "00" and
                  profile-input-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close profile-input-file
           if profile-line-length > 0
               perform profile-one-line
           end-if
           move profile-byte-count to input-byte-count(pi)
           move profile-checksum to input-checksum(pi)
           evaluate true
               when profiling-day1
                   perform finish-day1-profile
               when profiling-day2
                   perform finish-day2-profile
               when profiling-day3
                   perform finish-day3-profile
               when profiling-day4
                   perform finish-day4-profile
               when profiling-day5-rules
                   perform finish-day5-rules-profile
               when profiling-day5-updates
                   perform finish-day5-updates-profile
               when profiling-day6
                   perform finish-day6-profile
               when profiling-day7
                   perform finish-day7-profile
               when profiling-day8
                   perform finish-day8-profile
               when profiling-day9
                   perform finish-day9-profile
               when profiling-day10
                   perform finish-day10-profile
               when profiling-day11
                   perform finish-day11-profile
           end-evaluate.

       clear-input-statistics.
           move 0 to profile-byte-count profile-checksum
               profile-line-length profile-rows profile-records
               profile-width
           move spaces to profile-line
           move 0 to value-count value-low value-high value-sum
           move 0 to second-count second-low second-high second-sum
           perform varying glyph-ord from 1 by 1 until glyph-ord > 256
               move 0 to glyph-count(glyph-ord)
           end-perform
           move spaces to day3-window
           move 0 to day3-mul-count day3-do-count day3-dont-count
           move 0 to day9-digit-count day9-file-blocks
               day9-free-blocks
           perform varying map-row from 1 by 1
               until map-row > max-map-rows
               move 0 to day6-west(map-row) day6-east(map-row)
           end-perform.

       profile-one-byte.
           add 1 to profile-byte-count
           compute profile-checksum = function mod(
               profile-checksum * 31 + function ord(profile-byte),
               profile-checksum-modulus)
           evaluate true
               when profile-byte = x"0A"
                   perform profile-one-line
               when profile-byte = x"0D"
                   continue
               when other
                   if profile-line-length < length of profile-line
                       add 1 to profile-line-length
                       move profile-byte
                           to profile-line(profile-line-length:1)
                   end-if
                   if profiling-day3
                       perform profile-day3-byte
                   end-if
                   if profiling-day9
                       perform profile-day9-byte
                   end-if
           end-evaluate.

       profile-one-line.
           add 1 to profile-rows
           if profile-rows = 1
               move profile-line-length to profile-width
           end-if
           if profile-line not = spaces
               add 1 to profile-records
               evaluate true
                   when profiling-day1
                       perform profile-day1-line
                   when profiling-day2
                       perform profile-day2-line
                   when profiling-day4
                       perform count-line-glyphs
                   when profiling-day5-rules
                       perform profile-day5-rules-line
                   when profiling-day5-updates
                       perform profile-day5-updates-line
                   when profiling-day6
                       perform count-line-glyphs
                       perform profile-day6-line
                   when profiling-day7
                       perform profile-day7-line
                   when profiling-day8
                       perform count-line-glyphs
                   when profiling-day10
                       perform count-line-glyphs
                   when profiling-day11
                       perform profile-day11-line
               end-evaluate
           end-if
           move spaces to profile-line
           move 0 to profile-line-length.

       next-line-token.
      *Next space-delimited token from scan-pos on; token-length is
      *0 once the line is used up.
           move spaces to token-text
           move 0 to token-length
           perform until scan-pos > profile-line-length or
                         token-length > 0
               unstring profile-line(1:profile-line-length)
                   delimited by all space
                   into token-text
                   with pointer scan-pos
               end-unstring
               if token-text not = spaces
                   compute token-length = function length(
                       function trim(token-text))
               end-if
           end-perform
           move 0 to token-value
           if token-length > 0
               if token-text(1:token-length) is numeric
                   move function numval(token-text) to token-value
               else
                   move 0 to token-length
               end-if
           end-if.

       note-first-value.
           if value-count = 0 or token-value < value-low
               move token-value to value-low
           end-if
           if value-count = 0 or token-value > value-high
               move token-value to value-high
           end-if
           add token-value to value-sum
           add 1 to value-count.

       note-second-value.
           if second-count = 0 or token-value < second-low
               move token-value to second-low
           end-if
           if second-count = 0 or token-value > second-high
               move token-value to second-high
           end-if
           add token-value to second-sum
           add 1 to second-count.

       count-line-glyphs.
           perform varying char-pos from 1 by 1
               until char-pos > profile-line-length
               compute glyph-ord = function ord(
                   profile-line(char-pos:1))
               add 1 to glyph-count(glyph-ord)
           end-perform.

       fetch-glyph-count.
           compute glyph-ord = function ord(glyph-char)
           move glyph-count(glyph-ord) to new-stat-value.

       add-profile-stat.
           if profile-stat-count >= max-profile-stats
               exit paragraph
           end-if
           add 1 to profile-stat-count
           set ps to profile-stat-count
           set stat-input(ps) to pi
           move new-stat-name to stat-name(ps)
           move new-stat-value to stat-value(ps)
           move 0 to stat-deliveries(ps) stat-hist-low(ps)
               stat-hist-high(ps) stat-band-low(ps) stat-band-high(ps)
           set stat-learning(ps) to true
           add 1 to input-stat-count(pi).

      *-------------------------------- Day1: two columns of numbers
       profile-day1-line.
           move 1 to scan-pos
           perform next-line-token
           if token-length > 0
               perform note-first-value
           end-if
           perform next-line-token
           if token-length > 0
               perform note-second-value
           end-if.

       finish-day1-profile.
           move "records" to new-stat-name
           move profile-records to new-stat-value
           perform add-profile-stat
           move "left-low" to new-stat-name
           move value-low to new-stat-value
           perform add-profile-stat
           move "left-high" to new-stat-name
           move value-high to new-stat-value
           perform add-profile-stat
           move "left-mean" to new-stat-name
           move 0 to new-stat-value
           if value-count > 0
               compute new-stat-value rounded = value-sum / value-count
           end-if
           perform add-profile-stat
           move "right-low" to new-stat-name
           move second-low to new-stat-value
           perform add-profile-stat
           move "right-high" to new-stat-name
           move second-high to new-stat-value
           perform add-profile-stat
           move "right-mean" to new-stat-name
           move 0 to new-stat-value
           if second-count > 0
               compute new-stat-value rounded =
                   second-sum / second-count
           end-if
           perform add-profile-stat.

      *-------------------------------- Day2: reports of levels
       profile-day2-line.
           move 1 to scan-pos
           perform next-line-token
           perform until token-length = 0
               perform note-first-value
               perform next-line-token
           end-perform.

       finish-day2-profile.
           move "reports" to new-stat-name
           move profile-records to new-stat-value
           perform add-profile-stat
           move "levels" to new-stat-name
           move value-count to new-stat-value
           perform add-profile-stat
           move "level-low" to new-stat-name
           move value-low to new-stat-value
           perform add-profile-stat
           move "level-high" to new-stat-name
           move value-high to new-stat-value
           perform add-profile-stat
           move "level-mean" to new-stat-name
           move 0 to new-stat-value
           if value-count > 0
               compute new-stat-value rounded = value-sum / value-count
           end-if
           perform add-profile-stat.

      *-------------------------------- Day3: instruction stream
       profile-day3-byte.
           move day3-window(2:6) to day3-window(1:6)
           move profile-byte to day3-window(7:1)
           if day3-window(4:4) = "mul("
               add 1 to day3-mul-count
           end-if
           if day3-window(4:4) = "do()"
               add 1 to day3-do-count
           end-if
           if day3-window = "don't()"
               add 1 to day3-dont-count
           end-if.

       finish-day3-profile.
           move "bytes" to new-stat-name
           move profile-byte-count to new-stat-value
           perform add-profile-stat
           move "lines" to new-stat-name
           move profile-rows to new-stat-value
           perform add-profile-stat
           move "mul-calls" to new-stat-name
           move day3-mul-count to new-stat-value
           perform add-profile-stat
           move "do-calls" to new-stat-name
           move day3-do-count to new-stat-value
           perform add-profile-stat
           move "dont-calls" to new-stat-name
           move day3-dont-count to new-stat-value
           perform add-profile-stat.

      *-------------------------------- Day4: letter grid
       finish-day4-profile.
           move "rows" to new-stat-name
           move profile-records to new-stat-value
           perform add-profile-stat
           move "width" to new-stat-name
           move profile-width to new-stat-value
           perform add-profile-stat
           move "glyph-X" to new-stat-name
           move "X" to glyph-char
           perform fetch-glyph-count
           perform add-profile-stat
           move "glyph-M" to new-stat-name
           move "M" to glyph-char
           perform fetch-glyph-count
           perform add-profile-stat
           move "glyph-A" to new-stat-name
           move "A" to glyph-char
           perform fetch-glyph-count
           perform add-profile-stat
           move "glyph-S" to new-stat-name
           move "S" to glyph-char
           perform fetch-glyph-count
           perform add-profile-stat.

      *-------------------------------- Day5: ordering rules, updates
       profile-day5-rules-line.
           move spaces to rule-before rule-after
           unstring profile-line delimited by "|"
               into rule-before rule-after
           if rule-before(1:3) is numeric
               move function numval(rule-before) to token-value
               perform note-first-value
           end-if
           if rule-after(1:3) is numeric
               move function numval(rule-after) to token-value
               perform note-first-value
           end-if.

       finish-day5-rules-profile.
           move "rules" to new-stat-name
           move profile-records to new-stat-value
           perform add-profile-stat
           move "page-low" to new-stat-name
           move value-low to new-stat-value
           perform add-profile-stat
           move "page-high" to new-stat-name
           move value-high to new-stat-value
           perform add-profile-stat.

       profile-day5-updates-line.
           move 0 to token-count
           inspect profile-line(1:profile-line-length)
               tallying token-count for all ","
           compute token-value = token-count + 1
           perform note-first-value.

       finish-day5-updates-profile.
           move "updates" to new-stat-name
           move profile-records to new-stat-value
           perform add-profile-stat
           move "pages" to new-stat-name
           move value-sum to new-stat-value
           perform add-profile-stat
           move "pages-max" to new-stat-name
           move value-high to new-stat-value
           perform add-profile-stat
           move "pages-mean" to new-stat-name
           move 0 to new-stat-value
           if value-count > 0
               compute new-stat-value rounded = value-sum / value-count
           end-if
           perform add-profile-stat.

      *-------------------------------- Day6: lab map
       profile-day6-line.
      *Obstructions per row in the west and east halves of the map,
      *folded into quadrants once the height is known.
           if profile-rows > max-map-rows
               exit paragraph
           end-if
           perform varying char-pos from 1 by 1
               until char-pos > profile-line-length
               if profile-line(char-pos:1) = "#"
                   if char-pos * 2 <= profile-width
                       add 1 to day6-west(profile-rows)
                   else
                       add 1 to day6-east(profile-rows)
                   end-if
               end-if
           end-perform.

       finish-day6-profile.
           move 0 to day6-quarter(1) day6-quarter(2)
               day6-quarter(3) day6-quarter(4)
           compute day6-half-row = profile-rows / 2
           perform varying map-row from 1 by 1
               until map-row > profile-rows or map-row > max-map-rows
               if map-row <= day6-half-row
                   add day6-west(map-row) to day6-quarter(1)
                   add day6-east(map-row) to day6-quarter(2)
               else
                   add day6-west(map-row) to day6-quarter(3)
                   add day6-east(map-row) to day6-quarter(4)
               end-if
           end-perform
           move "rows" to new-stat-name
           move profile-records to new-stat-value
           perform add-profile-stat
           move "width" to new-stat-name
           move profile-width to new-stat-value
           perform add-profile-stat
           move "obstructions" to new-stat-name
           move "#" to glyph-char
           perform fetch-glyph-count
           perform add-profile-stat
           move "obstructions-nw" to new-stat-name
           move day6-quarter(1) to new-stat-value
           perform add-profile-stat
           move "obstructions-ne" to new-stat-name
           move day6-quarter(2) to new-stat-value
           perform add-profile-stat
           move "obstructions-sw" to new-stat-name
           move day6-quarter(3) to new-stat-value
           perform add-profile-stat
           move "obstructions-se" to new-stat-name
           move day6-quarter(4) to new-stat-value
           perform add-profile-stat
           move "guards" to new-stat-name
           move 0 to value-sum
           move "^" to glyph-char
           perform fetch-glyph-count
           add new-stat-value to value-sum
           move "v" to glyph-char
           perform fetch-glyph-count
           add new-stat-value to value-sum
           move "<" to glyph-char
           perform fetch-glyph-count
           add new-stat-value to value-sum
           move ">" to glyph-char
           perform fetch-glyph-count
           add value-sum to new-stat-value
           perform add-profile-stat.

      *-------------------------------- Day7: calibration equations
       profile-day7-line.
           move 0 to colon-pos
           inspect profile-line tallying colon-pos
               for characters before initial ":"
           if colon-pos = 0 or colon-pos >= profile-line-length
               exit paragraph
           end-if
           move spaces to token-text
           move profile-line(1:colon-pos) to token-text
           if colon-pos <= length of token-text and
              token-text(1:colon-pos) is numeric
               move function numval(token-text) to token-value
               perform note-first-value
           end-if
           compute scan-pos = colon-pos + 2
           move 0 to token-count
           perform next-line-token
           perform until token-length = 0
               add 1 to token-count
               perform next-line-token
           end-perform
           move token-count to token-value
           perform note-second-value.

       finish-day7-profile.
           move "equations" to new-stat-name
           move profile-records to new-stat-value
           perform add-profile-stat
           move "target-high" to new-stat-name
           move value-high to new-stat-value
           perform add-profile-stat
           move "target-mean" to new-stat-name
           move 0 to new-stat-value
           if value-count > 0
               compute new-stat-value rounded = value-sum / value-count
           end-if
           perform add-profile-stat
           move "operands-max" to new-stat-name
           move second-high to new-stat-value
           perform add-profile-stat
           move "operands-mean" to new-stat-name
           move 0 to new-stat-value
           if second-count > 0
               compute new-stat-value rounded =
                   second-sum / second-count
           end-if
           perform add-profile-stat.

      *-------------------------------- Day8: antenna map
       finish-day8-profile.
           move 0 to value-count value-sum
           move "." to glyph-char
           perform fetch-glyph-count
           move glyph-ord to open-glyph-ord
           perform varying glyph-ord from 1 by 1 until glyph-ord > 256
               if glyph-count(glyph-ord) > 0 and
                  glyph-ord not = open-glyph-ord
                   add 1 to value-count
                   add glyph-count(glyph-ord) to value-sum
               end-if
           end-perform
           move "rows" to new-stat-name
           move profile-records to new-stat-value
           perform add-profile-stat
           move "width" to new-stat-name
           move profile-width to new-stat-value
           perform add-profile-stat
           move "antennas" to new-stat-name
           move value-sum to new-stat-value
           perform add-profile-stat
           move "frequencies" to new-stat-name
           move value-count to new-stat-value
           perform add-profile-stat.

      *-------------------------------- Day9: disk map digits
       profile-day9-byte.
           if profile-byte is not numeric
               exit paragraph
           end-if
           move profile-byte to day9-digit
           add 1 to day9-digit-count
           if function mod(day9-digit-count, 2) = 1
               add day9-digit to day9-file-blocks
           else
               add day9-digit to day9-free-blocks
           end-if.

       finish-day9-profile.
           move "digits" to new-stat-name
           move day9-digit-count to new-stat-value
           perform add-profile-stat
           move "file-blocks" to new-stat-name
           move day9-file-blocks to new-stat-value
           perform add-profile-stat
           move "free-blocks" to new-stat-name
           move day9-free-blocks to new-stat-value
           perform add-profile-stat.

      *-------------------------------- Day10: height survey
       finish-day10-profile.
           move "rows" to new-stat-name
           move profile-records to new-stat-value
           perform add-profile-stat
           move "width" to new-stat-name
           move profile-width to new-stat-value
           perform add-profile-stat
           move "trailheads" to new-stat-name
           move "0" to glyph-char
           perform fetch-glyph-count
           perform add-profile-stat
           move "summits" to new-stat-name
           move "9" to glyph-char
           perform fetch-glyph-count
           perform add-profile-stat
           move "impassable" to new-stat-name
           move "." to glyph-char
           perform fetch-glyph-count
           perform add-profile-stat.

      *-------------------------------- Day11: starting stones
       profile-day11-line.
           move 1 to scan-pos
           perform next-line-token
           perform until token-length = 0
               perform note-first-value
               perform next-line-token
           end-perform.

       finish-day11-profile.
           move "stones" to new-stat-name
           move value-count to new-stat-value
           perform add-profile-stat
           move "stone-high" to new-stat-name
           move value-high to new-stat-value
           perform add-profile-stat
           move "stone-mean" to new-stat-name
           move 0 to new-stat-value
           if value-count > 0
               compute new-stat-value rounded = value-sum / value-count
           end-if
           perform add-profile-stat.

       load-profile-history.
           open input history-file
           if history-file-status not = "00"
               move "00" to history-file-status
               exit paragraph
           end-if
               perform until ws-eof='y'
               read history-file
                   at end move 'y' to ws-eof
                   not at end
                       perform absorb-history-row
               end-read
               if history-file-status not = "00" and
                  history-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close history-file
           move "00" to history-file-status.

       absorb-history-row.
           if history-line = spaces or history-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to row-label row-stat row-value-text
               row-checksum-text
           unstring history-line delimited by ","
               into row-label row-stat row-value-text row-checksum-text
           add 1 to history-rows-read
           move function numval(row-value-text) to row-value
           move function numval(row-checksum-text) to row-checksum
           perform varying pi from 1 by 1
               until pi > profile-input-count
               if input-label(pi) = row-label
                   exit perform
               end-if
           end-perform
           if pi > profile-input-count
               exit paragraph
           end-if
      *The delivery being judged is already on file: it is not its
      *own history.
           if input-present(pi) and row-checksum = input-checksum(pi)
               set input-delivery-on-file(pi) to true
               exit paragraph
           end-if
           perform varying ps from 1 by 1
               until ps > profile-stat-count
               if stat-input(ps) = pi and stat-name(ps) = row-stat
                   if stat-deliveries(ps) = 0 or
                      row-value < stat-hist-low(ps)
                       move row-value to stat-hist-low(ps)
                   end-if
                   if stat-deliveries(ps) = 0 or
                      row-value > stat-hist-high(ps)
                       move row-value to stat-hist-high(ps)
                   end-if
                   add 1 to stat-deliveries(ps)
                   exit perform
               end-if
           end-perform.

       judge-one-stat.
           set pi to stat-input(ps)
           if stat-deliveries(ps) < profile-min-history
               set stat-learning(ps) to true
               add 1 to input-learning-count(pi)
               exit paragraph
           end-if
           compute stat-band-low(ps) = stat-hist-low(ps)
               - stat-hist-low(ps) * profile-tolerance / 100
           compute stat-band-high(ps) = stat-hist-high(ps)
               + stat-hist-high(ps) * profile-tolerance / 100
           if stat-value(ps) < stat-band-low(ps) or
              stat-value(ps) > stat-band-high(ps)
               set stat-suspect(ps) to true
               add 1 to input-suspect-count(pi)
               if input-detail(pi) = spaces
                   move stat-value(ps) to value-disp
                   move stat-band-low(ps) to low-disp
                   move stat-band-high(ps) to high-disp
                   string function trim(stat-name(ps)) " "
                       function trim(value-disp) " outside "
                       function trim(low-disp) "-"
                       function trim(high-disp)
                       delimited by size into input-detail(pi)
               end-if
           else
               set stat-in-band(ps) to true
           end-if.

       settle-input-verdict.
           evaluate true
               when input-absent(pi)
                   move "ABSENT" to input-verdict(pi)
                   move "input file not found" to input-detail(pi)
               when input-suspect-count(pi) > 0
                   move "SUSPECT" to input-verdict(pi)
                   add 1 to suspect-input-count
                   if input-suspect-count(pi) > 1
                       compute token-count = input-suspect-count(pi) - 1
                       move token-count to count-disp
                       move 1 to verdict-pointer
                       inspect input-detail(pi) tallying verdict-pointer
                           for characters before initial "  "
                       string " (+" function trim(count-disp) " more)"
                           delimited by size into input-detail(pi)
                           with pointer verdict-pointer
                   end-if
               when input-learning-count(pi) = input-stat-count(pi)
                   move "LEARNING" to input-verdict(pi)
                   move profile-min-history to count-disp
                   string "fewer than " function trim(count-disp)
                       " earlier deliveries on file"
                       delimited by size into input-detail(pi)
               when other
                   move "PLAUSIBLE" to input-verdict(pi)
           end-evaluate.

       append-new-deliveries.
           open extend history-file
           if history-file-status = "35"
               open output history-file
           end-if
           if history-file-status not = "00"
               display "InputProfile: cannot write "
                   function trim(history-file-name)
                   " (file status " history-file-status
                   ") - delivery profiles not recorded."
               exit paragraph
           end-if
           accept profile-date from date yyyymmdd
           accept profile-time from time
           perform varying ps from 1 by 1
               until ps > profile-stat-count
               set pi to stat-input(ps)
               if input-present(pi) and input-delivery-new(pi)
                   move stat-value(ps) to value-disp
                   move input-checksum(pi) to checksum-disp
                   move spaces to history-line
                   string function trim(input-label(pi)) ","
                       function trim(stat-name(ps)) ","
                       function trim(value-disp) ","
                       function trim(checksum-disp) ","
                       function trim(batch-run-id) ","
                       profile-date "-" profile-time
                       delimited by size into history-line
                   write history-line
                   add 1 to history-rows-written
               end-if
           end-perform
           close history-file.

       write-profile-report.
           open output profile-report-file
           if profile-report-file-status not = "00"
               display "InputProfile: cannot write "
                   function trim(profile-report-file-name)
                   " (file status " profile-report-file-status ")."
               exit paragraph
           end-if
           move spaces to profile-report-line
           string "Input content profile - run "
               function trim(batch-run-id)
               delimited by size into profile-report-line
           write profile-report-line
           move profile-tolerance to count-disp
           move spaces to profile-report-line
           string "Band: earlier deliveries' range widened by "
               function trim(count-disp) "% either side"
               delimited by size into profile-report-line
           write profile-report-line
           move spaces to profile-report-line
           write profile-report-line
           perform varying pi from 1 by 1
               until pi > profile-input-count
               perform write-input-section
           end-perform
           move history-rows-read to count-disp
           move spaces to profile-report-line
           string "History rows read    : " function trim(count-disp)
               delimited by size into profile-report-line
           write profile-report-line
           move history-rows-written to count-disp
           move spaces to profile-report-line
           string "History rows written : " function trim(count-disp)
               delimited by size into profile-report-line
           write profile-report-line
           move suspect-input-count to count-disp
           move spaces to profile-report-line
           string "Inputs SUSPECT       : " function trim(count-disp)
               delimited by size into profile-report-line
           write profile-report-line
           close profile-report-file.

       write-input-section.
           move spaces to profile-report-line
           string input-label(pi) " " input-verdict(pi) " "
               function trim(input-file-name(pi))
               delimited by size into profile-report-line
           write profile-report-line
           if input-absent(pi)
               move spaces to profile-report-line
               write profile-report-line
               exit paragraph
           end-if
           move spaces to profile-report-line
           if input-delivery-on-file(pi)
               move "    delivery already on file - judged against "
                 & "the deliveries before it" to profile-report-line
           else
               move "    new delivery - recorded in the history"
                   to profile-report-line
           end-if
           write profile-report-line
           perform varying ps from 1 by 1
               until ps > profile-stat-count
               if stat-input(ps) = pi
                   perform write-stat-line
               end-if
           end-perform
           move spaces to profile-report-line
           write profile-report-line.

       write-stat-line.
           move stat-value(ps) to value-disp
           move stat-deliveries(ps) to count-disp
           move spaces to profile-report-line
           evaluate true
               when stat-learning(ps)
                   string "    " stat-name(ps) value-disp
                       "   learning (" function trim(count-disp)
                       " earlier)"
                       delimited by size into profile-report-line
               when other
                   move stat-band-low(ps) to low-disp
                   move stat-band-high(ps) to high-disp
                   string "    " stat-name(ps) value-disp
                       "   band " function trim(low-disp) "-"
                       function trim(high-disp) " ("
                       function trim(count-disp) " earlier)"
                       delimited by size into profile-report-line
                   if stat-suspect(ps)
                       move "SUSPECT" to profile-report-line(90:7)
                   end-if
           end-evaluate
           write profile-report-line.

       write-profile-verdicts.
           open output profile-verdict-file
           if profile-verdict-file-status not = "00"
               display "InputProfile: cannot write "
                   function trim(profile-verdict-file-name)
                   " (file status " profile-verdict-file-status ")."
               exit paragraph
           end-if
           perform varying pi from 1 by 1
               until pi > profile-input-count
               move spaces to profile-verdict-line
               string function trim(input-label(pi)) ","
                   function trim(input-verdict(pi)) ","
                   function trim(input-detail(pi))
                   delimited by size into profile-verdict-line
               write profile-verdict-line
           end-perform
           close profile-verdict-file.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.

       copy 'ReadConfig.cpy'.

       end program InputProfile.
