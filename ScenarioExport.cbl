       program-id. ScenarioExport as "ScenarioExport".

      *----------------------------------------------------------------
      * Copies a captured scenario set into a package that can be
      * handed to an outside party, with the personal and site
      * detail masked out and everything needed to reproduce the
      * problem left exactly as captured.
      *
      * AOC_SCENARIO names the set (required), read from
      * AOC_SCENARIO_DIR (default the data directory).  The package
      * is written to AOC_EXPORT_DIR (required, and never the
      * scenario directory itself) as scn_<name>_<base-name> files
      * plus the package's own scenario_<name>_manifest.txt, whose
      * names carry no directories and whose byte counts and
      * checksums are taken over the files as sent.  ScenarioReplay
      * runs a package straight from the directory it is unpacked
      * into.
      *
      * Masked on the way out:
      *   JOURNAL - the user id on each row,
      *   NOTES   - the author of each run note; the note text is
      *             withheld,
      *   OWNERS  - each department name; comment lines dropped,
      *   SITES   - each site code becomes a neutral two-character
      *             code and its directory site_<code>; comment
      *             lines dropped.
      * Inputs, configuration, run-control, budgets, expected
      * answers and the captured summary go out byte for byte.
      *
      * A user id, department or site code gets the same token in
      * every export: the tokens handed out are kept in the mask
      * register (AOC_MASK_REGISTER, default aoc_mask_register.txt)
      * as "kind,token,original" rows.  What this export replaced
      * is listed in scenario_<name>_masking.txt beside the set in
      * the scenario directory - that file stays here - as
      * "kind,token,count,original" rows, with SITEDIR rows for
      * the directories and NOTE rows for the withheld note texts.
      *
      * Return code 8 when nothing could be exported, 4 when the
      * package is short of a file the set holds.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select source-file assign to dynamic source-file-name
               binary sequential
               file status is source-file-status.

           select package-file assign to dynamic package-file-name
               binary sequential
               file status is package-file-status.

           select text-in-file assign to dynamic source-file-name
               line sequential
               file status is source-file-status.

           select text-out-file assign to dynamic package-file-name
               line sequential
               file status is package-file-status.

           select scenario-manifest-file assign to dynamic
               scenario-manifest-file-name
               line sequential
               file status is scenario-manifest-file-status.

           select package-manifest-file assign to dynamic
               package-manifest-file-name
               line sequential
               file status is package-manifest-file-status.

           select masking-manifest-file assign to dynamic
               masking-manifest-file-name
               line sequential
               file status is masking-manifest-file-status.

           select mask-register-file assign to dynamic
               mask-register-file-name
               line sequential
               file status is mask-register-file-status.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd source-file.
       01 source-byte pic X.

       fd package-file.
       01 package-byte pic X.

       fd text-in-file.
       01 text-in-line pic X(300).

       fd text-out-file.
       01 text-out-line pic X(300).

       fd scenario-manifest-file.
       01 scenario-manifest-line pic X(300).

       fd package-manifest-file.
       01 package-manifest-line pic X(300).

       fd masking-manifest-file.
       01 masking-manifest-line pic X(300).

       fd mask-register-file.
       01 mask-register-line pic X(120).

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 text-eof pic x(1).
       01 source-file-name pic X(200).
       01 source-file-status pic X(2).
       01 package-file-name pic X(200).
       01 package-file-status pic X(2).
       01 scenario-manifest-file-name pic X(200).
       01 scenario-manifest-file-status pic X(2).
       01 package-manifest-file-name pic X(200).
       01 package-manifest-file-status pic X(2).
       01 masking-manifest-file-name pic X(200).
       01 masking-manifest-file-status pic X(2).
       01 mask-register-file-name pic X(200).
       01 mask-register-file-status pic X(2).

       01 scenario-name pic X(20).
       01 scenario-dir pic X(200).
       01 export-dir pic X(200).
       01 package-name pic X(200).
       01 base-name pic X(200).
       01 base-length binary-long value 0.
       01 base-scan binary-long value 0.
       01 slash-position binary-long value 0.

       01 mrow-role pic X(8).
       01 mrow-original pic X(200).
       01 mrow-captured pic X(200).

       01 copy-byte-count binary-double value 0.
       01 copy-checksum binary-double value 0.
       78 checksum-modulus value 1000000007.

      *Journal row: program,event,user,stamp,status,input,runid
      *[,version].
       01 jrow-program pic X(30).
       01 jrow-event pic X(20).
       01 jrow-user pic X(30).
       01 jrow-stamp pic X(30).
       01 jrow-status pic X(20).
       01 jrow-input pic X(120).
       01 jrow-run-id pic X(30).
       01 jrow-version pic X(30).

      *Run note: run-id,author,stamp,note.
       01 nrow-run-id pic X(30).
       01 nrow-author pic X(30).
       01 nrow-stamp pic X(30).
       01 nrow-text pic X(150).

       01 glyph-token pic X(4).
       01 dept-token pic X(60).
       01 site-code-token pic X(10).
       01 site-dir-token pic X(200).

      *Tokens handed out, this export's and every earlier one's.
       78 max-mask-entries value 500.
       01 mask-table.
         05 mask-entry occurs max-mask-entries times
               indexed by mx.
           10 mask-kind pic X(4).
           10 mask-token pic X(10).
           10 mask-original pic X(60).
           10 mask-use-count binary-long.
       01 mask-count binary-long value 0.
       01 user-issued binary-long value 0.
       01 dept-issued binary-long value 0.
       01 site-issued binary-long value 0.
       01 mask-lookup-kind pic X(4).
       01 mask-lookup-original pic X(60).
       01 mask-lookup-token pic X(10).
       01 token-number pic 9(4).
       01 site-token-letters pic X(10) value "ZYXWVUTSRQ".
       01 site-token-digits pic X(10) value "0123456789".
       01 site-token-quotient binary-long value 0.
       01 site-token-remainder binary-long value 0.
       78 max-site-tokens value 99.
       01 new-mask-count binary-long value 0.

       01 exported-count binary-long value 0.
       01 absent-count binary-long value 0.
       01 failed-count binary-long value 0.
       01 masked-value-count binary-long value 0.
       01 withheld-count binary-long value 0.
       01 count-disp pic Z(4)9.
       01 bytes-disp pic Z(12)9.
       01 checksum-disp pic Z(12)9.

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

           accept scenario-name from environment "AOC_SCENARIO"
           if scenario-name = spaces
               display "ScenarioExport: name the scenario with "
                   "AOC_SCENARIO - nothing exported."
               move 8 to return-code
               goback
           end-if

           accept scenario-dir from environment "AOC_SCENARIO_DIR"
           if scenario-dir = spaces
               move "AOC_SCENARIO_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to scenario-dir
           end-if
           if scenario-dir = spaces
               move aoc-data-dir to scenario-dir
           end-if

           accept export-dir from environment "AOC_EXPORT_DIR"
           if export-dir = spaces
               move "AOC_EXPORT_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to export-dir
           end-if
           if export-dir = spaces
               display "ScenarioExport: name the package directory "
                   "with AOC_EXPORT_DIR - nothing exported."
               move 8 to return-code
               goback
           end-if
           if function trim(export-dir) = function trim(scenario-dir)
               or (scenario-dir = spaces and export-dir = ".")
               display "ScenarioExport: AOC_EXPORT_DIR is the "
                   "scenario directory itself - nothing exported."
               move 8 to return-code
               goback
           end-if

           move spaces to mask-register-file-name
           accept mask-register-file-name from environment
               "AOC_MASK_REGISTER"
           if mask-register-file-name = spaces
               move "AOC_MASK_REGISTER" to config-lookup-key
               perform get-config-value
               move config-lookup-value to mask-register-file-name
           end-if
           if mask-register-file-name = spaces
               move "aoc_mask_register.txt"
                   to mask-register-file-name
           end-if
           move mask-register-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to mask-register-file-name
           perform load-mask-register

           move spaces to data-dir-filename
           string "scenario_" function trim(scenario-name)
               "_manifest.txt"
               delimited by size into data-dir-filename
           if scenario-dir not = spaces
               move spaces to scenario-manifest-file-name
               string function trim(scenario-dir) "/"
                   function trim(data-dir-filename)
                   delimited by size
                   into scenario-manifest-file-name
           else
               move data-dir-filename
                   to scenario-manifest-file-name
           end-if
           move spaces to package-manifest-file-name
           string function trim(export-dir) "/"
               function trim(data-dir-filename)
               delimited by size into package-manifest-file-name

           move spaces to data-dir-filename
           string "scenario_" function trim(scenario-name)
               "_masking.txt"
               delimited by size into data-dir-filename
           if scenario-dir not = spaces
               move spaces to masking-manifest-file-name
               string function trim(scenario-dir) "/"
                   function trim(data-dir-filename)
                   delimited by size
                   into masking-manifest-file-name
           else
               move data-dir-filename
                   to masking-manifest-file-name
           end-if

           open input scenario-manifest-file
           if scenario-manifest-file-status not = "00"
               display "ScenarioExport: no manifest "
                   function trim(scenario-manifest-file-name)
                   " - scenario " function trim(scenario-name)
                   " was never captured."
               move 8 to return-code
               goback
           end-if
           open output package-manifest-file
           if package-manifest-file-status not = "00"
               display "ScenarioExport: cannot write "
                   function trim(package-manifest-file-name)
                   " (file status "
                   package-manifest-file-status ") - aborting."
               close scenario-manifest-file
               move 8 to return-code
               goback
           end-if
           open output masking-manifest-file
           if masking-manifest-file-status not = "00"
               display "ScenarioExport: cannot write "
                   function trim(masking-manifest-file-name)
                   " (file status "
                   masking-manifest-file-status ") - aborting."
               close scenario-manifest-file
               close package-manifest-file
               move 8 to return-code
               goback
           end-if

               perform until ws-eof='y'
               read scenario-manifest-file
                   at end move 'y' to ws-eof
                   not at end
                       perform export-one-file
               end-read
               if scenario-manifest-file-status not = "00" and
                  scenario-manifest-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close scenario-manifest-file
           close package-manifest-file

           perform write-masking-summary
           close masking-manifest-file
           if new-mask-count > 0
               perform save-mask-register
           end-if

           move exported-count to count-disp
           display "ScenarioExport: scenario "
               function trim(scenario-name) " packaged - "
               function trim(count-disp) " file(s), manifest "
               function trim(package-manifest-file-name)
           move masked-value-count to count-disp
           display "ScenarioExport: " function trim(count-disp)
               " value(s) masked, listed in "
               function trim(masking-manifest-file-name)
           if withheld-count > 0
               move withheld-count to count-disp
               display "ScenarioExport: " function trim(count-disp)
                   " run note text(s) withheld."
           end-if
           if absent-count > 0
               move absent-count to count-disp
               display "ScenarioExport: " function trim(count-disp)
                   " file(s) were absent at capture and are listed "
                   "as such."
           end-if
           if failed-count > 0
               move failed-count to count-disp
               display "ScenarioExport: " function trim(count-disp)
                   " file(s) could not be packaged - the package "
                   "is incomplete."
               move 4 to return-code
           end-if
           if exported-count = 0
               move 8 to return-code
           end-if
           goback.

       export-one-file.
           if scenario-manifest-line = spaces
               exit paragraph
           end-if
           move spaces to mrow-role
           move spaces to mrow-original
           move spaces to mrow-captured
           unstring scenario-manifest-line delimited by ","
               into mrow-role mrow-original mrow-captured
           move mrow-original to base-name
           perform derive-base-name
           if mrow-captured = "(absent)" or mrow-captured = spaces
               add 1 to absent-count
               move spaces to package-manifest-line
               string function trim(mrow-role) ","
                   base-name(1:base-length) ",(absent),0,0"
                   delimited by size into package-manifest-line
               write package-manifest-line
               exit paragraph
           end-if

           move mrow-captured to source-file-name
           move 0 to slash-position
           inspect mrow-captured tallying slash-position for all "/"
           if slash-position = 0 and scenario-dir not = spaces
               move spaces to source-file-name
               string function trim(scenario-dir) "/"
                   function trim(mrow-captured)
                   delimited by size into source-file-name
           end-if
           move spaces to package-name
           string "scn_" function trim(scenario-name) "_"
               base-name(1:base-length)
               delimited by size into package-name
           move spaces to package-file-name
           string function trim(export-dir) "/"
               function trim(package-name)
               delimited by size into package-file-name

           evaluate mrow-role
               when "JOURNAL"
               when "NOTES"
               when "OWNERS"
               when "SITES"
                   perform mask-text-file
               when other
                   perform copy-byte-file
           end-evaluate
           if source-file-status not = "00" and
              source-file-status not = "10"
               add 1 to failed-count
               exit paragraph
           end-if
           if package-file-status not = "00" and
              package-file-status not = "10"
               add 1 to failed-count
               exit paragraph
           end-if

           perform checksum-package-file
           add 1 to exported-count
           move copy-byte-count to bytes-disp
           move copy-checksum to checksum-disp
           move spaces to package-manifest-line
           string function trim(mrow-role) ","
               base-name(1:base-length) ","
               function trim(package-name) ","
               function trim(bytes-disp) ","
               function trim(checksum-disp)
               delimited by size into package-manifest-line
           write package-manifest-line.

       copy-byte-file.
           open input source-file
           if source-file-status not = "00"
               display "ScenarioExport: captured file missing - "
                   function trim(source-file-name)
               exit paragraph
           end-if
           open output package-file
           if package-file-status not = "00"
               display "ScenarioExport: cannot write "
                   function trim(package-file-name)
                   " (file status " package-file-status ")."
               close source-file
               exit paragraph
           end-if
               perform until ws-eof='y'
               read source-file
                   at end move 'y' to ws-eof
                   not at end
                       move source-byte to package-byte
                       write package-byte
               end-read
               if source-file-status not = "00" and
                  source-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close source-file
           close package-file.

       mask-text-file.
           open input text-in-file
           if source-file-status not = "00"
               display "ScenarioExport: captured file missing - "
                   function trim(source-file-name)
               exit paragraph
           end-if
           open output text-out-file
           if package-file-status not = "00"
               display "ScenarioExport: cannot write "
                   function trim(package-file-name)
                   " (file status " package-file-status ")."
               close text-in-file
               exit paragraph
           end-if
           move 'n' to text-eof
           perform until text-eof = 'y'
               read text-in-file
                   at end move 'y' to text-eof
                   not at end
                       perform mask-one-line
               end-read
               if source-file-status not = "00" and
                  source-file-status not = "10"
                   move 'y' to text-eof
               end-if
           end-perform
           close text-in-file
           close text-out-file.

       mask-one-line.
           evaluate mrow-role
               when "JOURNAL"
                   perform mask-journal-line
               when "NOTES"
                   perform mask-notes-line
               when "OWNERS"
                   perform mask-owners-line
               when "SITES"
                   perform mask-sites-line
           end-evaluate.

       mask-journal-line.
           if text-in-line = spaces
               exit paragraph
           end-if
           move spaces to jrow-program jrow-event jrow-user
               jrow-stamp jrow-status jrow-input jrow-run-id
               jrow-version
           unstring text-in-line delimited by ","
               into jrow-program jrow-event jrow-user jrow-stamp
                    jrow-status jrow-input jrow-run-id jrow-version
           if jrow-user not = spaces
               move "USER" to mask-lookup-kind
               move jrow-user to mask-lookup-original
               perform find-mask-token
               move mask-lookup-token to jrow-user
           end-if
           move spaces to text-out-line
           string function trim(jrow-program) ","
               function trim(jrow-event) ","
               function trim(jrow-user) ","
               function trim(jrow-stamp) ","
               function trim(jrow-status) ","
               function trim(jrow-input) ","
               function trim(jrow-run-id)
               delimited by size into text-out-line
           if jrow-version not = spaces
               move spaces to text-in-line
               string function trim(text-out-line) ","
                   function trim(jrow-version)
                   delimited by size into text-in-line
               move text-in-line to text-out-line
           end-if
           write text-out-line.

       mask-notes-line.
           if text-in-line = spaces
               exit paragraph
           end-if
           move spaces to nrow-run-id nrow-author nrow-stamp
               nrow-text
           unstring text-in-line delimited by ","
               into nrow-run-id nrow-author nrow-stamp nrow-text
           if nrow-author not = spaces
               move "USER" to mask-lookup-kind
               move nrow-author to mask-lookup-original
               perform find-mask-token
               move mask-lookup-token to nrow-author
           end-if
           add 1 to withheld-count
           move spaces to masking-manifest-line
           string "NOTE," function trim(nrow-run-id) ",1,"
               function trim(nrow-text)
               delimited by size into masking-manifest-line
           write masking-manifest-line
           move spaces to text-out-line
           string function trim(nrow-run-id) ","
               function trim(nrow-author) ","
               function trim(nrow-stamp) ",(note withheld)"
               delimited by size into text-out-line
           write text-out-line.

       mask-owners-line.
      *Comment lines may name people or departments; they do not
      *go out.
           if text-in-line = spaces or text-in-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to glyph-token
           move spaces to dept-token
           unstring text-in-line delimited by all space
               into glyph-token dept-token
           if glyph-token = spaces or dept-token = spaces
               move text-in-line to text-out-line
               write text-out-line
               exit paragraph
           end-if
           move "DEPT" to mask-lookup-kind
           move dept-token to mask-lookup-original
           perform find-mask-token
           move spaces to text-out-line
           string function trim(glyph-token) " "
               function trim(mask-lookup-token)
               delimited by size into text-out-line
           write text-out-line.

       mask-sites-line.
           if text-in-line = spaces or text-in-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to site-code-token
           move spaces to site-dir-token
           unstring text-in-line delimited by all space
               into site-code-token site-dir-token
           if site-code-token = spaces
               exit paragraph
           end-if
      *Site codes are two characters wherever they are used.
           move "SITE" to mask-lookup-kind
           move site-code-token(1:2) to mask-lookup-original
           perform find-mask-token
           move spaces to text-out-line
           if site-dir-token = spaces
               move mask-lookup-token to text-out-line
           else
               string function trim(mask-lookup-token) " site_"
                   function trim(mask-lookup-token)
                   delimited by size into text-out-line
               move spaces to masking-manifest-line
               string "SITEDIR,site_" function trim(mask-lookup-token)
                   ",1," function trim(site-dir-token)
                   delimited by size into masking-manifest-line
               write masking-manifest-line
           end-if
           write text-out-line.

       find-mask-token.
           add 1 to masked-value-count
           perform varying mx from 1 by 1 until mx > mask-count
               if mask-kind(mx) = mask-lookup-kind and
                  mask-original(mx) = mask-lookup-original
                   add 1 to mask-use-count(mx)
                   move mask-token(mx) to mask-lookup-token
                   exit paragraph
               end-if
           end-perform
           if mask-count >= max-mask-entries
               display "ScenarioExport: mask register full at "
                   max-mask-entries " entries - "
                   function trim(mask-lookup-kind)
                   " value masked as withheld."
               move "WITHHELD" to mask-lookup-token
               exit paragraph
           end-if
           move spaces to mask-lookup-token
           evaluate mask-lookup-kind
               when "USER"
                   add 1 to user-issued
                   move user-issued to token-number
                   string "USER" token-number
                       delimited by size into mask-lookup-token
               when "DEPT"
                   add 1 to dept-issued
                   move dept-issued to token-number
                   string "DEPT" token-number
                       delimited by size into mask-lookup-token
               when "SITE"
                   if site-issued >= max-site-tokens
                       display "ScenarioExport: neutral site codes "
                           "used up - site masked as withheld."
                       move "WITHHELD" to mask-lookup-token
                       exit paragraph
                   end-if
                   add 1 to site-issued
                   divide site-issued by 10
                       giving site-token-quotient
                       remainder site-token-remainder
                   string site-token-letters(
                           site-token-quotient + 1:1)
                       site-token-digits(site-token-remainder + 1:1)
                       delimited by size into mask-lookup-token
           end-evaluate
           add 1 to mask-count
           add 1 to new-mask-count
           set mx to mask-count
           move mask-lookup-kind to mask-kind(mx)
           move mask-lookup-token to mask-token(mx)
           move mask-lookup-original to mask-original(mx)
           move 1 to mask-use-count(mx).

       load-mask-register.
           open input mask-register-file
           if mask-register-file-status not = "00"
      *First export - no tokens handed out yet.
               exit paragraph
           end-if
               perform until ws-eof='y'
               read mask-register-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-mask
               end-read
               if mask-register-file-status not = "00" and
                  mask-register-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close mask-register-file.

       load-one-mask.
           if mask-register-line = spaces or
              mask-register-line(1:1) = "*"
               exit paragraph
           end-if
           if mask-count >= max-mask-entries
               exit paragraph
           end-if
           add 1 to mask-count
           set mx to mask-count
           move spaces to mask-kind(mx) mask-token(mx)
               mask-original(mx)
           move 0 to mask-use-count(mx)
           unstring mask-register-line delimited by ","
               into mask-kind(mx) mask-token(mx) mask-original(mx)
           evaluate mask-kind(mx)
               when "USER"
                   add 1 to user-issued
               when "DEPT"
                   add 1 to dept-issued
               when "SITE"
                   add 1 to site-issued
           end-evaluate.

       save-mask-register.
           open output mask-register-file
           if mask-register-file-status not = "00"
               display "ScenarioExport: cannot write "
                   function trim(mask-register-file-name)
                   " (file status " mask-register-file-status
                   ") - tokens from this export will not be "
                   "reused."
               move 4 to return-code
               exit paragraph
           end-if
           perform varying mx from 1 by 1 until mx > mask-count
               move spaces to mask-register-line
               string function trim(mask-kind(mx)) ","
                   function trim(mask-token(mx)) ","
                   function trim(mask-original(mx))
                   delimited by size into mask-register-line
               write mask-register-line
           end-perform
           close mask-register-file.

       write-masking-summary.
           perform varying mx from 1 by 1 until mx > mask-count
               if mask-use-count(mx) > 0
                   move mask-use-count(mx) to count-disp
                   move spaces to masking-manifest-line
                   string function trim(mask-kind(mx)) ","
                       function trim(mask-token(mx)) ","
                       function trim(count-disp) ","
                       function trim(mask-original(mx))
                       delimited by size into masking-manifest-line
                   write masking-manifest-line
               end-if
           end-perform.

       checksum-package-file.
      *Checksums are taken over the package as written, so the
      *receiving end can prove it holds what was sent.
           move 0 to copy-byte-count
           move 0 to copy-checksum
           open input package-file
           if package-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read package-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to copy-byte-count
                       compute copy-checksum = function mod(
                           copy-checksum * 31
                           + function ord(package-byte),
                           checksum-modulus)
               end-read
               if package-file-status not = "00" and
                  package-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close package-file.

       derive-base-name.
           move 0 to slash-position
           compute base-length = function length(
               function trim(base-name))
           perform varying base-scan from 1 by 1
               until base-scan > base-length
               if base-name(base-scan:1) = "/"
                   move base-scan to slash-position
               end-if
           end-perform
           if slash-position > 0
               compute base-scan = slash-position + 1
               move base-name(base-scan:
                   base-length - slash-position) to mrow-original
               move mrow-original to base-name
               compute base-length = function length(
                   function trim(base-name))
           end-if.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program ScenarioExport.
