           select verdict-file assign to dynamic verdict-file-name
               line sequential.

           select profile-verdict-file assign to dynamic
               profile-verdict-file-name
               line sequential
               file status is profile-verdict-file-status.

           select envelope-verdict-file assign to dynamic
               envelope-verdict-file-name
               line sequential
               file status is envelope-verdict-file-status.

           copy 'ConfigSelect.cpy'.

       data division.
       fd verdict-file.
       01 verdict-line pic X(100).

       fd profile-verdict-file.
       01 profile-verdict-line pic X(200).

       fd envelope-verdict-file.
       01 envelope-verdict-line pic X(200).

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 verdict-count binary-long value 0.
       01 no-go-count binary-long value 0.

      *InputProfile's content verdicts, reported beneath the go/no-go
      *as advice only.
       01 profile-verdict-file-name pic X(200)
           value "input_profile_verdicts.txt".
       01 profile-verdict-file-status pic X(2).
       78 max-advisories value 12.
       01 advisory-table.
         05 advisory-entry occurs max-advisories times indexed by ai.
           10 advisory-label pic X(14).
           10 advisory-verdict pic X(9).
           10 advisory-detail pic X(80).
       01 advisory-count binary-long value 0.
       01 suspect-advisory-count binary-long value 0.
       01 learning-advisory-count binary-long value 0.
       01 filler pic X value 'y'.
           88 profile-available value 'y'.
           88 profile-unavailable value 'n'.
       01 advisory-disp pic Z9.

      *FeedEnvelope's envelope checks: a failed envelope is a NO-GO
      *for its input, a sequence gap is listed as missing deliveries.
       01 envelope-verdict-file-name pic X(200)
           value "feed_envelope_verdicts.txt".
       01 envelope-verdict-file-status pic X(2).
       01 envelope-label pic X(14).
       01 envelope-verdict pic X(5).
       01 envelope-detail pic X(80).
       78 max-missing-feeds value 12.
       01 missing-feed-table.
         05 missing-feed occurs max-missing-feeds times indexed by mi.
           10 missing-feed-label pic X(14).
           10 missing-feed-detail pic X(80).
       01 missing-feed-count binary-long value 0.
       01 filler pic X value 'y'.
           88 envelope-available value 'y'.
           88 envelope-unavailable value 'n'.

       01 audit-eof pic x(1).
       01 audit-line-count binary-long value 0.
       01 audit-line-length binary-long value 0.
           move verdict-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to verdict-file-name
           move profile-verdict-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to profile-verdict-file-name
           move envelope-verdict-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to envelope-verdict-file-name

           perform strip-feed-envelopes

           perform audit-day1
           perform audit-day2
           perform audit-day10
           perform audit-day11

           perform apply-envelope-verdicts

           perform gather-profile-advisories

           perform write-verdict-report

           if no-go-count > 0
                   perform read-audit-line
                   if audit-eof not = 'y' and
                      audit-input-record not = spaces
      *A new-generation master carries each pair's key column,
      *"  #nnnnnn", after the two locations.
                       if (audit-line-length not = 13 and
                           (audit-line-length not = 22 or
                            audit-input-record(14:3) not = "  #" or
                            audit-input-record(17:6) not numeric))
                          or
                          audit-input-record(1:5) not numeric or
                          audit-input-record(9:5) not numeric
                           move "not two 5-digit columns"
           end-if
           perform finish-check.

       strip-feed-envelopes.
      *Enveloped feeds are checked and stripped to the plain layout
      *before the plain inputs are audited below.
           call "FeedEnvelope"
               on exception
                   set envelope-unavailable to true
           end-call
           move 0 to return-code.

       apply-envelope-verdicts.
           if envelope-unavailable
               exit paragraph
           end-if
           open input envelope-verdict-file
           if envelope-verdict-file-status not = "00"
               set envelope-unavailable to true
               exit paragraph
           end-if
           move 'n' to audit-eof
               perform until audit-eof='y'
               read envelope-verdict-file
                   at end move 'y' to audit-eof
                   not at end
                       perform absorb-envelope-verdict
               end-read
               if envelope-verdict-file-status not = "00" and
                  envelope-verdict-file-status not = "10"
                   move 'y' to audit-eof
               end-if
               end-perform.
               move 'n' to audit-eof
           close envelope-verdict-file.

       absorb-envelope-verdict.
           move spaces to envelope-label envelope-verdict
               envelope-detail
           unstring envelope-verdict-line delimited by ","
               into envelope-label envelope-verdict envelope-detail
           if envelope-verdict = "GAP" and
              missing-feed-count < max-missing-feeds
               add 1 to missing-feed-count
               set mi to missing-feed-count
               move envelope-label to missing-feed-label(mi)
               move envelope-detail to missing-feed-detail(mi)
           end-if
           if envelope-verdict not = "NO-GO"
               exit paragraph
           end-if
           perform varying vi from 1 by 1 until vi > verdict-count
               if verdict-label(vi) = envelope-label
                   if verdict-go(vi)
                       set verdict-no-go(vi) to true
                       move spaces to verdict-reason(vi)
                       string "envelope: "
                           function trim(envelope-detail)
                           delimited by size into verdict-reason(vi)
                       add 1 to no-go-count
                   end-if
                   exit perform
               end-if
           end-perform.

       write-missing-deliveries.
           if envelope-unavailable
               exit paragraph
           end-if
           move "Feed envelopes - missing deliveries:" to verdict-line
           write verdict-line
           display verdict-line(1:60)
           perform varying mi from 1 by 1 until mi > missing-feed-count
               move spaces to verdict-line
               string "  " missing-feed-label(mi) " "
                   function trim(missing-feed-detail(mi))
                   delimited by size into verdict-line
               write verdict-line
               display verdict-line(1:90)
           end-perform
           if missing-feed-count = 0
               move "  no delivery missing from the feed sequences"
                   to verdict-line
               write verdict-line
               display verdict-line(1:60)
           end-if.

       gather-profile-advisories.
      *A well-formed file can still be an implausible delivery;
      *InputProfile judges each input's content against its delivery
      *history.  Its verdicts are advice for the operator and never
      *alter the go/no-go or the return code.
           call "InputProfile"
               on exception
                   set profile-unavailable to true
           end-call
           move 0 to return-code
           if profile-unavailable
               exit paragraph
           end-if
           open input profile-verdict-file
           if profile-verdict-file-status not = "00"
               set profile-unavailable to true
               exit paragraph
           end-if
           move 'n' to audit-eof
               perform until audit-eof='y'
               read profile-verdict-file
                   at end move 'y' to audit-eof
                   not at end
                       perform absorb-profile-verdict
               end-read
               if profile-verdict-file-status not = "00" and
                  profile-verdict-file-status not = "10"
                   move 'y' to audit-eof
               end-if
               end-perform.
               move 'n' to audit-eof
           close profile-verdict-file.

       absorb-profile-verdict.
           if profile-verdict-line = spaces or
              advisory-count >= max-advisories
               exit paragraph
           end-if
           add 1 to advisory-count
           set ai to advisory-count
           move spaces to advisory-label(ai) advisory-verdict(ai)
               advisory-detail(ai)
           unstring profile-verdict-line delimited by ","
               into advisory-label(ai) advisory-verdict(ai)
                    advisory-detail(ai)
           if advisory-verdict(ai) = "SUSPECT"
               add 1 to suspect-advisory-count
           end-if
           if advisory-verdict(ai) = "LEARNING"
               add 1 to learning-advisory-count
           end-if.

       write-profile-advisories.
           move "Content profile (advisory - does not change the "
             & "verdict):" to verdict-line
           write verdict-line
           display verdict-line(1:60)
           if profile-unavailable
               move "  content profile not available - InputProfile "
                 & "did not run" to verdict-line
               write verdict-line
               display verdict-line(1:70)
               exit paragraph
           end-if
           perform varying ai from 1 by 1 until ai > advisory-count
               if advisory-verdict(ai) = "SUSPECT"
                   move spaces to verdict-line
                   string "  " advisory-label(ai) " SUSPECT - "
                       function trim(advisory-detail(ai))
                       delimited by size into verdict-line
                   write verdict-line
                   display verdict-line(1:90)
               end-if
           end-perform
           if suspect-advisory-count = 0
               move "  no input SUSPECT against its delivery history"
                   to verdict-line
               write verdict-line
               display verdict-line(1:60)
           end-if
           if learning-advisory-count > 0
               move learning-advisory-count to advisory-disp
               move spaces to verdict-line
               string "  " function trim(advisory-disp)
                   " input(s) still LEARNING - too few deliveries on "
                   "file to judge"
                   delimited by size into verdict-line
               write verdict-line
               display verdict-line(1:80)
           end-if.

       write-verdict-report.
           open output verdict-file
           move "=== Input pre-flight audit ===" to verdict-line
           end-if
           write verdict-line
           display verdict-line(1:60)
           perform write-missing-deliveries
           perform write-profile-advisories
           close verdict-file.

       copy 'DataDirPrefix.cpy'.
