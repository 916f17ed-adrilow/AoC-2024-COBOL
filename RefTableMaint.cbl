       program-id. RefTableMaint as "RefTableMaint".

      *----------------------------------------------------------------
      * Reference-table maintenance for the Day control files, in
      * the ExpectedMaint SCREEN SECTION style.  The tables were all
      * hand-edited in a text editor and a typo only showed up when
      * a run went wrong; here every entry is checked against the
      * rules the owning program's load paragraph applies before it
      * can be saved.
      *
      *   GRAMMAR    Day3 instruction grammar (DAY3_GRAMMAR, default
      *              day3_grammar.txt) - "name count width action",
      *              as load-one-grammar-line: name up to 12, count
      *              0-3 and width 0-9 in digits, action ADD, ON, OFF
      *              or COUNT; 10 entries at most.
      *   OPERATORS  Day7 operator set (DAY7_OPERATORS in the
      *              configuration file) - one symbol per entry, as
      *              load-operator-set: + * | - or /, each once.
      *   WORDS      Day4 word list (DAY4_WORDLIST, default
      *              day4_wordlist.txt) - one word per entry, up to
      *              10 letters, 10 words at most (load-one-word).
      *   STENCILS   Day4 stencil library (DAY4_PATTERNS, default
      *              day4_patterns.txt) - "name row/row/...", as
      *              load-one-pattern-line: name up to 10, 1 to 10
      *              rows of 1 to 10 cells; 10 stencils at most.
      *   ZONES      Day4 exclusion zones (DAY4_ZONES, default
      *              day4_zones.txt) - "top left bottom right
      *              [label]", as load-one-zone: four coordinates in
      *              digits, a one-word label up to 20; 20 at most.
      *   OWNERS     Day8 frequency owners (DAY8_OWNERS, default
      *              aoc_freq_owners.txt) - "glyph department", as
      *              load-one-owner: a one-character glyph and a
      *              one-word department up to 30; 100 at most.
      * A key (grammar name, operator, word, stencil name, glyph)
      * may appear only once.  Entries already on file that break a
      * rule are loaded and flagged on the L listing; the table will
      * not save until they are changed or deleted.  Comment lines
      * (* in column 1, or the lines ahead of the first PATTERN in
      * the stencil library) are kept at the top of the file.
      *
      * Actions: T opens the table named, L lists its entries on the
      * console, A adds the entry keyed, C changes entry number n to
      * it, D deletes entry number n, S saves, Q leaves.  The entry
      * field and its continuation line are joined, so a long
      * stencil can run onto the second line.
      *
      * Sign-on and authority are ExpectedMaint's: AOC_MAINT_AUTH
      * (default aoc_maint_auth.txt) "userid actions" lines, A for
      * add/change, D for delete, S for save, * for all three.
      * Every change, save and denied attempt is appended to
      * aoc_reftable_audit.txt as
      *     user,date-time,action,table #n,before,after,outcome
      * Saving renames the file in use to <name>.bak first, so the
      * previous version is always one step back; the operator set
      * is saved by rewriting the DAY7_OPERATORS line of the
      * configuration file the same way.
      *
      * Inside a HARD window of the change-freeze calendar
      * (FreezeCheck.cpy) S is refused unless AOC_EMERGENCY_CHANGE
      * carries an emergency change number; the refusal is audited
      * as DENIED and, with emergency and soft-freeze saves, goes
      * on the freeze register.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select ref-file assign to dynamic ref-file-name
               line sequential
               file status is ref-file-status.

           select ref-backup-file assign to dynamic
               ref-backup-file-name
               line sequential
               file status is ref-backup-file-status.

           select auth-file assign to dynamic auth-file-name
               line sequential
               file status is auth-file-status.

           select maint-audit-file assign to dynamic
               maint-audit-file-name
               line sequential
               file status is maint-audit-file-status.

           copy 'FreezeSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd ref-file.
       01 ref-line pic X(240).

       fd ref-backup-file.
       01 ref-backup-line pic X(240).

       fd auth-file.
       01 auth-line pic X(60).

       fd maint-audit-file.
       01 maint-audit-record pic X(320).

       copy 'FreezeFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 ref-file-name pic X(200).
       01 ref-file-status pic X(2).
       01 ref-backup-file-name pic X(200).
       01 ref-backup-file-status pic X(2).
       01 ref-rename-return binary-long value 0.

      *The table open on the screen.  Every table is held the same
      *way - one text per entry in the form keyed on the screen -
      *and only load, validation and save know each file's layout.
       01 ref-table-code pic X(10) value spaces.
           88 table-grammar value "GRAMMAR".
           88 table-operators value "OPERATORS".
           88 table-words value "WORDS".
           88 table-stencils value "STENCILS".
           88 table-zones value "ZONES".
           88 table-owners value "OWNERS".
           88 table-known value "GRAMMAR" "OPERATORS" "WORDS"
               "STENCILS" "ZONES" "OWNERS".
           88 table-none value spaces.
       01 ref-config-key pic X(20).
       01 ref-default-name pic X(40).
       01 ref-owner-program pic X(6).
       01 ref-limit binary-long value 0.
       01 ref-env-value pic X(200).

       78 max-ref-entries value 100.
       01 ref-table.
         05 ref-entry occurs max-ref-entries times indexed by rx.
           10 ref-text pic X(120).
           10 ref-key pic X(30).
           10 ref-problem pic X(60).
           10 filler pic X.
               88 ref-entry-valid value 'y'.
               88 ref-entry-invalid value 'n'.
       01 ref-count binary-long value 0.
       01 ref-invalid-count binary-long value 0.
       01 ref-self binary-long value 0.
       01 ref-other binary-long value 0.

       78 max-ref-comments value 30.
       01 ref-comment-table.
         05 ref-comment pic X(120) occurs max-ref-comments times.
       01 ref-comment-count binary-long value 0.
       01 ref-comment-ix binary-long value 0.

      *One entry under test and what the checks made of it.
       01 check-text pic X(120).
       01 check-key pic X(30).
       01 check-problem pic X(60).
       01 filler pic X value 'y'.
           88 check-valid value 'y'.
           88 check-invalid value 'n'.
       01 ref-tok-1 pic X(120).
       01 ref-tok-2 pic X(120).
       01 ref-tok-3 pic X(120).
       01 ref-tok-4 pic X(120).
       01 ref-tok-5 pic X(120).
       01 ref-tok-6 pic X(120).
       01 ref-tok-length binary-long value 0.
       01 ref-row-text pic X(120).
       01 ref-row-count binary-long value 0.
       01 ref-row-pointer binary-long value 0.
       01 ref-build-pointer binary-long value 0.
       01 ref-symbols pic X(10).
       01 ref-symbol-pointer binary-long value 0.
       01 ref-char-ix binary-long value 0.

       01 scr-table pic X(10).
       01 scr-entry-no pic 9(3) value 0.
       01 scr-text-1 pic X(55).
       01 scr-text-2 pic X(55).
       01 scr-action pic X.
       01 scr-message pic X(70).
       01 scr-file-note pic X(70).
       01 entry-disp pic Z(2)9.
       01 count-disp pic Z(2)9.
       01 limit-disp pic Z(2)9.

       01 filler pic X value 'n'.
           88 maint-done value 'y'.

       01 filler pic X value 'n'.
           88 changes-pending value 'y'.
           88 nothing-pending value 'n'.

      *Authorization exactly as ExpectedMaint keeps it.
       01 auth-file-name pic X(200) value "aoc_maint_auth.txt".
       01 auth-file-status pic X(2).
       01 maint-audit-file-name pic X(200)
           value "aoc_reftable_audit.txt".
       01 maint-audit-file-status pic X(2).
       78 max-auth-users value 30.
       01 auth-table.
         05 auth-entry occurs max-auth-users times indexed by au.
           10 auth-user pic X(30).
           10 auth-actions pic X(10).
       01 auth-user-count binary-long value 0.
       01 filler pic X value 'n'.
           88 auth-file-present value 'y'.
           88 auth-file-absent value 'n'.
       01 signed-user pic X(30).
       01 signed-actions pic X(10).
       01 scr-signon-user pic X(30).
       01 scr-signon-message pic X(60).
       01 filler pic X value 'n'.
           88 signon-done value 'y'.
       01 filler pic X value 'n'.
           88 action-allowed value 'y'.
           88 action-denied value 'n'.
       01 audit-action pic X(12).
       01 audit-entry-no pic 9(3) value 0.
       01 audit-before pic X(120).
       01 audit-after pic X(120).
       01 audit-outcome pic X(7).
       01 audit-date pic 9(8).
       01 audit-time pic 9(8).
       01 checked-action pic X.

       copy 'FreezeFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

       screen section.
       01 signon-screen.
           05 blank screen.
           05 line 1 col 5
              value "=== Reference-table maintenance - sign on ===".
           05 line 3 col 5 value "User id      :".
           05 line 3 col 21 pic X(30) using scr-signon-user.
           05 line 5 col 5 pic X(60) from scr-signon-message.

       01 maint-screen.
           05 blank screen.
           05 line 1 col 5
              value "=== Reference-table maintenance ===".
           05 line 3 col 5 value "Table        :".
           05 line 3 col 21 pic X(10) using scr-table.
           05 line 4 col 5 value
              "GRAMMAR OPERATORS WORDS STENCILS ZONES OWNERS".
           05 line 5 col 5 pic X(70) from scr-file-note.
           05 line 7 col 5 value "Entry no.    :".
           05 line 7 col 21 pic 9(3) using scr-entry-no.
           05 line 8 col 5 value "Entry        :".
           05 line 8 col 21 pic X(55) using scr-text-1.
           05 line 9 col 5 value "  continued  :".
           05 line 9 col 21 pic X(55) using scr-text-2.
           05 line 11 col 5 value
              "T=open table  L=list  A=add  C=change  D=delete".
           05 line 12 col 5 value "S=save  Q=quit".
           05 line 13 col 5 value "Action       :".
           05 line 13 col 21 pic X using scr-action.
           05 line 15 col 5 pic X(70) from scr-message.

       procedure division.
           perform load-runtime-config
           accept aoc-data-dir from environment "AOC_DATA_DIR"
           if aoc-data-dir = spaces
               move "AOC_DATA_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to aoc-data-dir
           end-if
           move maint-audit-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to maint-audit-file-name

           perform load-authorizations
           perform sign-on-user
           if not signon-done
               display "RefTableMaint: sign-on abandoned."
               goback
           end-if

           move spaces to scr-message
           move "No table open - key a table name and T."
               to scr-file-note

           perform until maint-done
               move space to scr-action
               display maint-screen
               accept maint-screen
               move spaces to scr-message
               evaluate function upper-case(scr-action)
                   when "T"
                       perform open-ref-table
                   when "L"
                       perform list-ref-entries
                   when "A"
                       perform add-ref-entry
                   when "C"
                       perform change-ref-entry
                   when "D"
                       perform delete-ref-entry
                   when "S"
                       perform save-ref-table
                   when "Q"
                       if changes-pending
                           move "Unsaved changes - S to save or Q "
                               & "again to abandon." to scr-message
                           set nothing-pending to true
                       else
                           set maint-done to true
                       end-if
                   when other
                       move "Unknown action." to scr-message
               end-evaluate
           end-perform

           display " "
           display "RefTableMaint: done."
           goback.

      *----------------------------------------------------------------
       open-ref-table.
           if changes-pending
               move "Unsaved changes - S to save or T again to "
                   & "abandon them." to scr-message
               set nothing-pending to true
               exit paragraph
           end-if
           move function upper-case(scr-table) to scr-table
           move scr-table to ref-table-code
           if not table-known
               move spaces to ref-table-code
               move "No such table." to scr-message
               move "No table open - key a table name and T."
                   to scr-file-note
               exit paragraph
           end-if
           evaluate true
               when table-grammar
                   move "DAY3_GRAMMAR" to ref-config-key
                   move "day3_grammar.txt" to ref-default-name
                   move "Day3" to ref-owner-program
                   move 10 to ref-limit
               when table-operators
                   move "DAY7_OPERATORS" to ref-config-key
                   move spaces to ref-default-name
                   move "Day7" to ref-owner-program
                   move 5 to ref-limit
               when table-words
                   move "DAY4_WORDLIST" to ref-config-key
                   move "day4_wordlist.txt" to ref-default-name
                   move "Day4" to ref-owner-program
                   move 10 to ref-limit
               when table-stencils
                   move "DAY4_PATTERNS" to ref-config-key
                   move "day4_patterns.txt" to ref-default-name
                   move "Day4" to ref-owner-program
                   move 10 to ref-limit
               when table-zones
                   move "DAY4_ZONES" to ref-config-key
                   move "day4_zones.txt" to ref-default-name
                   move "Day4" to ref-owner-program
                   move 20 to ref-limit
               when table-owners
                   move "DAY8_OWNERS" to ref-config-key
                   move "aoc_freq_owners.txt" to ref-default-name
                   move "Day8" to ref-owner-program
                   move 100 to ref-limit
           end-evaluate
           move 0 to ref-count
           move 0 to ref-comment-count
           move spaces to ref-env-value
           accept ref-env-value from environment ref-config-key
           if table-operators
               perform load-operator-entries
           else
               perform resolve-ref-file
               perform load-ref-file
           end-if
           perform revalidate-all
           move ref-count to count-disp
           move ref-invalid-count to entry-disp
           string function trim(ref-table-code) " open: "
               function trim(count-disp) " entries, "
               function trim(entry-disp) " failing the "
               function trim(ref-owner-program) " load rules."
               delimited by size into scr-message.

       resolve-ref-file.
           move ref-env-value to ref-file-name
           if ref-file-name = spaces
               move ref-config-key to config-lookup-key
               perform get-config-value
               move config-lookup-value to ref-file-name
           end-if
           move spaces to scr-file-note
           if ref-file-name = spaces
               move ref-default-name to ref-file-name
               string function trim(ref-config-key) " not set - "
                   function trim(ref-owner-program)
                   " reads this file only once it names it."
                   delimited by size into scr-file-note
           end-if
           move ref-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to ref-file-name
           if scr-file-note = spaces
               string "File: " function trim(ref-file-name)
                   delimited by size into scr-file-note
           end-if.

       load-ref-file.
           open input ref-file
           if ref-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read ref-file
                   at end move 'y' to ws-eof
                   not at end
                       if table-stencils
                           perform absorb-stencil-line
                       else
                           perform absorb-ref-line
                       end-if
               end-read
               if ref-file-status not = "00" and
                  ref-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close ref-file.

       absorb-ref-line.
      *Day4's word list has no comment convention - every line is
      *a word - while the grammar, zone and owner loaders skip a *
      *in column 1.
           if ref-line = spaces
               exit paragraph
           end-if
           if ref-line(1:1) = "*" and not table-words
               perform keep-comment-line
               exit paragraph
           end-if
           if ref-count >= max-ref-entries
               exit paragraph
           end-if
           add 1 to ref-count
           set rx to ref-count
           move function trim(ref-line) to ref-text(rx).

       absorb-stencil-line.
      *A PATTERN line opens a stencil; each following line is one
      *of its rows, joined on with / the way the screen keys them.
      *Lines ahead of the first PATTERN are ignored by Day4 and are
      *kept as the file's preamble.
           if ref-line = spaces
               exit paragraph
           end-if
           move spaces to ref-tok-1 ref-tok-2
           unstring ref-line delimited by all space
               into ref-tok-1 ref-tok-2
           if ref-tok-1 = "PATTERN"
               if ref-count >= max-ref-entries
                   exit paragraph
               end-if
               add 1 to ref-count
               set rx to ref-count
               move ref-tok-2 to ref-text(rx)
               exit paragraph
           end-if
           if ref-count = 0
               perform keep-comment-line
               exit paragraph
           end-if
           set rx to ref-count
           perform join-stencil-row.

       join-stencil-row.
      *The first row follows the name after a space, later rows
      *after a /.
           compute ref-build-pointer = function length(
               function trim(ref-text(rx))) + 1
           move spaces to ref-tok-3 ref-tok-4
           unstring ref-text(rx) delimited by all space
               into ref-tok-3 ref-tok-4
           if ref-tok-4 = spaces
               string " " function trim(ref-line)
                   delimited by size into ref-text(rx)
                   with pointer ref-build-pointer
           else
               string "/" function trim(ref-line)
                   delimited by size into ref-text(rx)
                   with pointer ref-build-pointer
           end-if.

       keep-comment-line.
           if ref-comment-count < max-ref-comments
               add 1 to ref-comment-count
               move ref-line to ref-comment(ref-comment-count)
           end-if.

       load-operator-entries.
      *The operator set is a configuration value, not a file: one
      *entry per symbol of DAY7_OPERATORS as the configuration
      *file holds it.
           move ref-config-key to config-lookup-key
           perform get-config-value
           move config-lookup-value to ref-symbols
           perform varying ref-char-ix from 1 by 1
               until ref-char-ix > 10
               if ref-symbols(ref-char-ix:1) not = space
                   add 1 to ref-count
                   set rx to ref-count
                   move ref-symbols(ref-char-ix:1) to ref-text(rx)
               end-if
           end-perform
           move spaces to scr-file-note
           if ref-env-value not = spaces
               string "DAY7_OPERATORS is set in the environment ("
                   function trim(ref-env-value)
                   ") and overrides this."
                   delimited by size into scr-file-note
           else
               string "Configuration file: "
                   function trim(config-file-name)
                   delimited by size into scr-file-note
           end-if.

      *----------------------------------------------------------------
       revalidate-all.
      *Layout rules entry by entry first, so every key is known
      *before the keys are checked against one another.
           move 0 to ref-invalid-count
           perform varying rx from 1 by 1 until rx > ref-count
               move ref-text(rx) to check-text
               perform validate-ref-entry
               move check-key to ref-key(rx)
               move check-problem to ref-problem(rx)
               if check-valid
                   set ref-entry-valid(rx) to true
               else
                   set ref-entry-invalid(rx) to true
               end-if
           end-perform
           perform varying rx from 1 by 1 until rx > ref-count
               if ref-entry-valid(rx)
                   set ref-self to rx
                   move ref-key(rx) to check-key
                   set check-valid to true
                   perform check-duplicate-key
                   if check-invalid
                       set ref-entry-invalid(rx) to true
                       move check-problem to ref-problem(rx)
                   end-if
               end-if
               if ref-entry-invalid(rx)
                   add 1 to ref-invalid-count
               end-if
           end-perform.

       validate-ref-entry.
           set check-valid to true
           move spaces to check-key
           move spaces to check-problem
           move spaces to ref-tok-1 ref-tok-2 ref-tok-3
               ref-tok-4 ref-tok-5 ref-tok-6
           if check-text = spaces
               set check-invalid to true
               move "Entry is blank." to check-problem
               exit paragraph
           end-if
           unstring check-text delimited by all space
               into ref-tok-1 ref-tok-2 ref-tok-3
                    ref-tok-4 ref-tok-5 ref-tok-6
           evaluate true
               when table-grammar
                   perform validate-grammar-entry
               when table-operators
                   perform validate-operator-entry
               when table-words
                   perform validate-word-entry
               when table-stencils
                   perform validate-stencil-entry
               when table-zones
                   perform validate-zone-entry
               when table-owners
                   perform validate-owner-entry
           end-evaluate.

       validate-grammar-entry.
           move ref-tok-1 to check-key
           compute ref-tok-length = function length(
               function trim(ref-tok-1))
           if ref-tok-length > 12
               set check-invalid to true
               move "Grammar name is longer than 12 characters."
                   to check-problem
               exit paragraph
           end-if
           compute ref-tok-length = function length(
               function trim(ref-tok-2))
           if ref-tok-2 = spaces or ref-tok-length > 1 or
              ref-tok-2(1:1) not numeric or ref-tok-2(1:1) > "3"
               set check-invalid to true
               move "Argument count must be a digit 0 to 3."
                   to check-problem
               exit paragraph
           end-if
           compute ref-tok-length = function length(
               function trim(ref-tok-3))
           if ref-tok-3 = spaces or ref-tok-length > 1 or
              ref-tok-3(1:1) not numeric
               set check-invalid to true
               move "Argument width must be a digit 0 to 9."
                   to check-problem
               exit paragraph
           end-if
           if ref-tok-4 not = "ADD" and ref-tok-4 not = "ON" and
              ref-tok-4 not = "OFF" and ref-tok-4 not = "COUNT"
               set check-invalid to true
               move "Action must be ADD, ON, OFF or COUNT."
                   to check-problem
               exit paragraph
           end-if
           if ref-tok-5 not = spaces
               set check-invalid to true
               move "Only name, count, width and action are read."
                   to check-problem
           end-if.

       validate-operator-entry.
           move ref-tok-1 to check-key
           if ref-tok-2 not = spaces or ref-tok-1(2:) not = spaces
               set check-invalid to true
               move "One operator symbol per entry."
                   to check-problem
               exit paragraph
           end-if
           if ref-tok-1(1:1) not = "+" and ref-tok-1(1:1) not = "*"
              and ref-tok-1(1:1) not = "|" and
              ref-tok-1(1:1) not = "-" and ref-tok-1(1:1) not = "/"
               set check-invalid to true
               move "Operator must be + * | - or /."
                   to check-problem
           end-if.

       validate-word-entry.
      *Day4 takes the whole trimmed line as the word.
           move function trim(check-text) to check-key
           compute ref-tok-length = function length(
               function trim(check-text))
           if ref-tok-length > 10
               set check-invalid to true
               move "Word is longer than 10 letters."
                   to check-problem
               exit paragraph
           end-if
           if ref-tok-2 not = spaces
               set check-invalid to true
               move "A word may not contain spaces."
                   to check-problem
           end-if.

       validate-stencil-entry.
           move ref-tok-1 to check-key
           compute ref-tok-length = function length(
               function trim(ref-tok-1))
           if ref-tok-length > 10
               set check-invalid to true
               move "Stencil name is longer than 10 characters."
                   to check-problem
               exit paragraph
           end-if
           if ref-tok-2 = spaces
               set check-invalid to true
               move "Stencil has no body rows."
                   to check-problem
               exit paragraph
           end-if
           if ref-tok-3 not = spaces
               set check-invalid to true
               move "Rows are separated by / with no spaces."
                   to check-problem
               exit paragraph
           end-if
           move 0 to ref-row-count
           move 1 to ref-row-pointer
           compute ref-tok-length = function length(
               function trim(ref-tok-2))
           perform until ref-row-pointer > ref-tok-length
                      or check-invalid
               move spaces to ref-row-text
               unstring ref-tok-2(1:ref-tok-length) delimited by "/"
                   into ref-row-text with pointer ref-row-pointer
               add 1 to ref-row-count
               perform validate-stencil-row
           end-perform
           if check-valid and
              ref-tok-2(ref-tok-length:1) = "/"
               set check-invalid to true
               move "Stencil ends in an empty row."
                   to check-problem
           end-if.

       validate-stencil-row.
           if ref-row-count > 10
               set check-invalid to true
               move "Stencil is taller than 10 rows."
                   to check-problem
               exit paragraph
           end-if
           if ref-row-text = spaces
               set check-invalid to true
               move "Stencil has an empty row."
                   to check-problem
               exit paragraph
           end-if
           if ref-row-text(11:) not = spaces
               set check-invalid to true
               move "Stencil is wider than 10 cells."
                   to check-problem
           end-if.

       validate-zone-entry.
      *Zones carry no key of their own - two may share a label.
           if ref-tok-1 = spaces or ref-tok-2 = spaces or
              ref-tok-3 = spaces or ref-tok-4 = spaces
               set check-invalid to true
               move "Exclusion zone needs four coordinates."
                   to check-problem
               exit paragraph
           end-if
           move ref-tok-1 to ref-row-text
           perform check-zone-coordinate
           move ref-tok-2 to ref-row-text
           perform check-zone-coordinate
           move ref-tok-3 to ref-row-text
           perform check-zone-coordinate
           move ref-tok-4 to ref-row-text
           perform check-zone-coordinate
           if check-invalid
               exit paragraph
           end-if
           compute ref-tok-length = function length(
               function trim(ref-tok-5))
           if ref-tok-5 not = spaces and ref-tok-length > 20
               set check-invalid to true
               move "Zone label is longer than 20 characters."
                   to check-problem
               exit paragraph
           end-if
           if ref-tok-6 not = spaces
               set check-invalid to true
               move "Zone label must be one word."
                   to check-problem
           end-if.

       check-zone-coordinate.
           compute ref-tok-length = function length(
               function trim(ref-row-text))
           if ref-tok-length > 4 or
              ref-row-text(1:ref-tok-length) not numeric
               set check-invalid to true
               move "Zone coordinates must be digits."
                   to check-problem
           end-if.

       validate-owner-entry.
           move ref-tok-1 to check-key
           if ref-tok-2 = spaces
               set check-invalid to true
               move "Owner needs a glyph and a department."
                   to check-problem
               exit paragraph
           end-if
           if ref-tok-1(2:) not = spaces
               set check-invalid to true
               move "Frequency glyph is one character."
                   to check-problem
               exit paragraph
           end-if
           compute ref-tok-length = function length(
               function trim(ref-tok-2))
           if ref-tok-length > 30
               set check-invalid to true
               move "Department is longer than 30 characters."
                   to check-problem
               exit paragraph
           end-if
           if ref-tok-3 not = spaces
               set check-invalid to true
               move "Department must be one word."
                   to check-problem
           end-if.

       check-duplicate-key.
      *ref-self is the entry under test (0 for a new one).
           if check-key = spaces
               exit paragraph
           end-if
           perform varying ref-other from 1 by 1
               until ref-other > ref-count
               if ref-other not = ref-self and
                  ref-key(ref-other) = check-key
                   set check-invalid to true
                   move ref-other to entry-disp
                   move spaces to check-problem
                   string function trim(check-key)
                       " is already entry "
                       function trim(entry-disp) "."
                       delimited by size into check-problem
                   exit perform
               end-if
           end-perform.

      *----------------------------------------------------------------
       take-screen-entry.
           move spaces to check-text
           string function trim(scr-text-1)
               function trim(scr-text-2)
               delimited by size into check-text.

       add-ref-entry.
           if table-none
               move "Open a table first." to scr-message
               exit paragraph
           end-if
           move "A" to checked-action
           move "ADD" to audit-action
           move 0 to audit-entry-no
           perform check-authority
           if action-denied
               exit paragraph
           end-if
           perform take-screen-entry
           perform validate-ref-entry
           if check-valid
               move 0 to ref-self
               perform check-duplicate-key
           end-if
           if check-invalid
               move check-problem to scr-message
               exit paragraph
           end-if
           if ref-count >= ref-limit
               move ref-limit to limit-disp
               string "Table full - " function trim(ref-owner-program)
                   " reads " function trim(limit-disp)
                   " entries at most."
                   delimited by size into scr-message
               exit paragraph
           end-if
           add 1 to ref-count
           move ref-count to audit-entry-no
           move "(none)" to audit-before
           move check-text to audit-after
           perform write-allowed-audit
           set rx to ref-count
           move check-text to ref-text(rx)
           perform revalidate-all
           move ref-count to entry-disp
           string "Entry " function trim(entry-disp) " added."
               delimited by size into scr-message
           set changes-pending to true.

       change-ref-entry.
           if table-none
               move "Open a table first." to scr-message
               exit paragraph
           end-if
           move "A" to checked-action
           move "CHANGE" to audit-action
           move scr-entry-no to audit-entry-no
           perform check-authority
           if action-denied
               exit paragraph
           end-if
           if scr-entry-no = 0 or scr-entry-no > ref-count
               move "No such entry number." to scr-message
               exit paragraph
           end-if
           perform take-screen-entry
           perform validate-ref-entry
           if check-valid
               move scr-entry-no to ref-self
               perform check-duplicate-key
           end-if
           if check-invalid
               move check-problem to scr-message
               exit paragraph
           end-if
           set rx to scr-entry-no
           move ref-text(rx) to audit-before
           move check-text to audit-after
           perform write-allowed-audit
           move check-text to ref-text(rx)
           perform revalidate-all
           move "Entry changed." to scr-message
           set changes-pending to true.

       delete-ref-entry.
           if table-none
               move "Open a table first." to scr-message
               exit paragraph
           end-if
           move "D" to checked-action
           move "DELETE" to audit-action
           move scr-entry-no to audit-entry-no
           perform check-authority
           if action-denied
               exit paragraph
           end-if
           if scr-entry-no = 0 or scr-entry-no > ref-count
               move "No such entry number." to scr-message
               exit paragraph
           end-if
           set rx to scr-entry-no
           move ref-text(rx) to audit-before
           move "(none)" to audit-after
           perform write-allowed-audit
           perform varying rx from rx by 1
               until rx >= ref-count
               move ref-entry(rx + 1) to ref-entry(rx)
           end-perform
           subtract 1 from ref-count
           perform revalidate-all
           move "Entry deleted." to scr-message
           set changes-pending to true.

       list-ref-entries.
           if table-none
               move "Open a table first." to scr-message
               exit paragraph
           end-if
           display " "
           display "=== " function trim(ref-table-code) " ==="
           perform varying rx from 1 by 1 until rx > ref-count
               move rx to entry-disp
               display function trim(entry-disp) ": "
                   function trim(ref-text(rx))
               if ref-entry-invalid(rx)
                   display "     ** " function trim(ref-problem(rx))
               end-if
           end-perform
           move "Listed on the console." to scr-message.

      *----------------------------------------------------------------
       save-ref-table.
           if table-none
               move "Open a table first." to scr-message
               exit paragraph
           end-if
           move "S" to checked-action
           move "SAVE" to audit-action
           move 0 to audit-entry-no
           perform check-authority
           if action-denied
               exit paragraph
           end-if
           if ref-invalid-count > 0
               move ref-invalid-count to count-disp
               string function trim(count-disp) " entries still fail "
                   "the load rules - change or delete them first."
                   delimited by size into scr-message
               exit paragraph
           end-if
           move signed-user to freeze-change-user
           move spaces to freeze-change-object
           if table-operators
               move "CONFIG DAY7_OPERATORS save" to freeze-change-object
           else
               string "REFTABLE " function trim(ref-table-code)
                   " save" delimited by size into freeze-change-object
           end-if
           perform check-change-freeze
           if freeze-change-refused
               move spaces to audit-before
               move "change freeze" to audit-after
               perform write-denied-audit
               move freeze-message to scr-message
               exit paragraph
           end-if
           move spaces to audit-before
           move spaces to audit-after
           perform write-allowed-audit
           if table-operators
               perform save-operator-set
           else
               perform save-ref-file
           end-if
           if ref-file-status = "00" and freeze-active
               perform record-freeze-change
               move freeze-message to scr-message
           end-if.

       back-up-ref-file.
      *The file in use becomes <name>.bak; the one before that is
      *let go.
           move spaces to ref-backup-file-name
           string function trim(ref-file-name) ".bak"
               delimited by size into ref-backup-file-name
           call "CBL_DELETE_FILE" using ref-backup-file-name
               returning ref-rename-return
           end-call
           call "CBL_RENAME_FILE" using ref-file-name
               ref-backup-file-name
               returning ref-rename-return
           end-call.

       save-ref-file.
           perform back-up-ref-file
           open output ref-file
           if ref-file-status not = "00"
               move "Save failed - file would not open."
                   to scr-message
               exit paragraph
           end-if
           perform varying ref-comment-ix from 1 by 1
               until ref-comment-ix > ref-comment-count
               move ref-comment(ref-comment-ix) to ref-line
               write ref-line
           end-perform
           perform varying rx from 1 by 1 until rx > ref-count
               if table-stencils
                   perform write-stencil-entry
               else
                   move ref-text(rx) to ref-line
                   write ref-line
               end-if
           end-perform
           close ref-file
           set nothing-pending to true
           move "Saved - previous version kept as .bak."
               to scr-message.

       write-stencil-entry.
           move spaces to ref-tok-1 ref-tok-2
           unstring ref-text(rx) delimited by all space
               into ref-tok-1 ref-tok-2
           move spaces to ref-line
           string "PATTERN " function trim(ref-tok-1)
               delimited by size into ref-line
           write ref-line
           move 1 to ref-row-pointer
           compute ref-tok-length = function length(
               function trim(ref-tok-2))
           perform until ref-row-pointer > ref-tok-length
               move spaces to ref-row-text
               unstring ref-tok-2(1:ref-tok-length) delimited by "/"
                   into ref-row-text with pointer ref-row-pointer
               move ref-row-text to ref-line
               write ref-line
           end-perform.

       save-operator-set.
      *The configuration file is copied line for line with its
      *DAY7_OPERATORS line replaced; an empty set drops the line,
      *which leaves Day7 on its default + * |.
           move spaces to ref-symbols
           move 1 to ref-symbol-pointer
           perform varying rx from 1 by 1 until rx > ref-count
               string ref-text(rx)(1:1) delimited by size
                   into ref-symbols with pointer ref-symbol-pointer
           end-perform
           move config-file-name to ref-file-name
           perform back-up-ref-file
           open output ref-file
           if ref-file-status not = "00"
               move "Save failed - configuration would not open."
                   to scr-message
               exit paragraph
           end-if
           open input ref-backup-file
           if ref-backup-file-status = "00"
               perform until ws-eof='y'
               read ref-backup-file
                   at end move 'y' to ws-eof
                   not at end
                       perform copy-config-line
               end-read
               if ref-backup-file-status not = "00" and
                  ref-backup-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close ref-backup-file
           end-if
           if ref-symbols not = spaces
               move spaces to ref-line
               string "DAY7_OPERATORS " function trim(ref-symbols)
                   delimited by size into ref-line
               write ref-line
           end-if
           close ref-file
           set nothing-pending to true
           move "Saved - previous configuration kept as .bak."
               to scr-message.

       copy-config-line.
           move spaces to ref-tok-1
           if ref-backup-line(1:1) not = "*"
               unstring ref-backup-line delimited by all space
                   into ref-tok-1
           end-if
           if ref-tok-1 not = "DAY7_OPERATORS"
               move ref-backup-line to ref-line
               write ref-line
           end-if.

      *----------------------------------------------------------------
       load-authorizations.
           accept auth-file-name from environment "AOC_MAINT_AUTH"
           if auth-file-name not = spaces
               move auth-file-name to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to auth-file-name
           else
               move "aoc_maint_auth.txt" to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to auth-file-name
           end-if
           open input auth-file
           if auth-file-status not = "00"
               set auth-file-absent to true
               exit paragraph
           end-if
           set auth-file-present to true
               perform until ws-eof='y'
               read auth-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-authorization
               end-read
               if auth-file-status not = "00" and
                  auth-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close auth-file.

       load-one-authorization.
           if auth-line = spaces or auth-line(1:1) = "*"
               exit paragraph
           end-if
           if auth-user-count >= max-auth-users
               exit paragraph
           end-if
           add 1 to auth-user-count
           set au to auth-user-count
           move spaces to auth-user(au)
           move spaces to auth-actions(au)
           unstring auth-line delimited by all space
               into auth-user(au) auth-actions(au).

       sign-on-user.
           accept scr-signon-user from environment "USER"
           move spaces to scr-signon-message
           if auth-file-absent
               move "No authorization file - open access (audited)."
                   to scr-signon-message
           end-if
           perform until signon-done
               display signon-screen
               accept signon-screen
               if scr-signon-user = spaces
                   move "Blank user id abandons sign-on."
                       to scr-signon-message
                   exit perform
               end-if
               move scr-signon-user to signed-user
               if auth-file-absent
                   move "ADS" to signed-actions
                   set signon-done to true
               else
                   move spaces to signed-actions
                   perform varying au from 1 by 1
                       until au > auth-user-count
                       if auth-user(au) = signed-user
                           move auth-actions(au) to signed-actions
                           set au to auth-user-count
                       end-if
                   end-perform
                   if signed-actions = spaces
                       move "SIGNON" to audit-action
                       move spaces to audit-before
                       move spaces to audit-after
                       perform write-denied-audit
                       move "User not authorized - try another id."
                           to scr-signon-message
                       move spaces to scr-signon-user
                   else
                       set signon-done to true
                   end-if
               end-if
           end-perform.

       check-authority.
           set action-allowed to true
           if signed-actions = "*"
               exit paragraph
           end-if
           set action-denied to true
           perform varying au from 1 by 1 until au > 10
               if signed-actions(au:1) = checked-action
                   set action-allowed to true
                   set au to 10
               end-if
           end-perform
           if action-denied
               move spaces to audit-before
               move spaces to audit-after
               perform write-denied-audit
               move spaces to scr-message
               string "Not authorized for "
                   function trim(audit-action) " - attempt audited."
                   delimited by size into scr-message
           end-if.

       write-allowed-audit.
           move "ALLOWED" to audit-outcome
           perform write-maint-audit.

       write-denied-audit.
           move "DENIED" to audit-outcome
           perform write-maint-audit.

       write-maint-audit.
           accept audit-date from date yyyymmdd
           accept audit-time from time
           open extend maint-audit-file
           if maint-audit-file-status = "35"
               open output maint-audit-file
           end-if
           if maint-audit-file-status not = "00"
               display "RefTableMaint: audit record lost (file "
                   "status " maint-audit-file-status ")"
               exit paragraph
           end-if
           move spaces to maint-audit-record
           string function trim(signed-user) ","
               audit-date "-" audit-time ","
               function trim(audit-action) ","
               function trim(ref-table-code) " #" audit-entry-no ","
               function trim(audit-before) ","
               function trim(audit-after) ","
               audit-outcome
               delimited by size into maint-audit-record
           write maint-audit-record
           close maint-audit-file.

       copy 'FreezeCheck.cpy'
           replacing ==program-name-tag== by =="RefTableMaint"==.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program RefTableMaint.
