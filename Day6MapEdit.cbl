       program-id. Day6MapEdit as "Day6MapEdit".

      *----------------------------------------------------------------
      * Map editor for Day6 patrol planning, in the ExpectedMaint
      * SCREEN SECTION style.  Planners try obstruction layouts here
      * instead of hand-editing the 130-wide map in a text editor,
      * where row widths kept getting broken.
      *
      * The map named by DAY6_INPUT (default inputDay6.txt) is
      * loaded once and shown one page at a time, 16 rows by 64
      * columns.  Actions: N/P page down/up, R/L page right/left,
      * G jumps the page to the row and column fields, W places a
      * wall on the floor cell at row/column, E erases the wall
      * there, M moves guard number n (guards numbered in reading
      * order) to row/column with the facing glyph given, X runs
      * that guard's patrol over the edited map and shows the
      * visited-cell count and whether it exits or loops, S saves,
      * Q leaves.
      *
      * Saving never overwrites the delivered map: it writes a new
      * generation next to it named <map>_<yyyymmdd-hhmmss>.<ext>,
      * and only after the checks InputAudit's Day6 verdict applies
      * (every row as wide as row 1, no more than 130x130, only map
      * glyphs, at least one guard).  Every applied edit, every save
      * and every refused save is appended to day6_map_edit_log.txt
      * as user,date-time,action,cell,before,after.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select map-file assign to dynamic map-file-name
               line sequential
               file status is map-file-status.

           select generation-file assign to dynamic
               generation-file-name
               line sequential
               file status is generation-file-status.

           select edit-log-file assign to dynamic edit-log-file-name
               line sequential
               file status is edit-log-file-status.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd map-file.
       01 map-record pic X(200).

       fd generation-file.
       01 generation-record pic X(130).

       fd edit-log-file.
       01 edit-log-record pic X(200).

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 map-file-name pic X(200) value "inputDay6.txt".
       01 map-file-status pic X(2).
       01 generation-file-name pic X(200).
       01 generation-file-status pic X(2).
       01 edit-log-file-name pic X(200)
           value "day6_map_edit_log.txt".
       01 edit-log-file-status pic X(2).

      *Same 130x130 limit and glyph set Day6 itself scans with; the
      *row lengths are kept as loaded so a map that arrived with a
      *ragged row is refused on save rather than silently padded.
       78 max-height value 130.
       78 max-width value 130.
       01 edit-map.
         05 edit-row occurs max-height times.
           10 edit-cell pic X occurs max-width times.
               copy 'Day6_MapCells.cpy'.
       01 edit-row-lengths.
         05 edit-row-length binary-long occurs max-height times.
       01 edit-height binary-long value 0.
       01 edit-width binary-long value 0.
       01 filler pic X value 'n'.
           88 map-oversize value 'y'.
           88 map-fits value 'n'.

       01 scr-row pic 9(3) value 0.
       01 scr-col pic 9(3) value 0.
       01 scr-facing pic X value '^'.
       01 scr-guard pic 9(2) value 1.
       01 scr-action pic X.
       01 scr-message pic X(70).
       01 scr-patrol pic X(70).
       01 scr-header pic X(70).
       01 scr-ruler pic X(70).

      *One page of the map as it appears on the screen.
       78 page-rows value 16.
       78 page-cols value 64.
       01 page-top binary-long value 1.
       01 page-left binary-long value 1.
       01 page-view.
         05 view-entry occurs page-rows times.
           10 view-row-no pic Z(3).
           10 view-line pic X(64).
       01 view-index binary-long value 0.
       01 view-y binary-long value 0.

       01 scan-y binary-long value 0.
       01 scan-x binary-long value 0.
       01 guard-count binary-long value 0.
       01 guard-y binary-long value 0.
       01 guard-x binary-long value 0.
       01 filler pic X value 'n'.
           88 guard-located value 'y'.
           88 guard-missing value 'n'.

      *Patrol walker: the same rule Day6 walks by (turn right in
      *place at a wall, otherwise step), with one direction bit per
      *cell so a repeated cell-and-facing state proves a loop.
      *Other guards' start glyphs are floor to the walker.
       78 up-flag value B#1000.
       78 down-flag value B#0100.
       78 left-flag value B#0010.
       78 right-flag value B#0001.
       01 patrol-state-memory.
         05 filler occurs max-height times.
           10 patrol-state pic 9 usage comp-5
              occurs max-width times.
       01 patrol-walker.
         05 walker-cell pic X.
           copy 'Day6_MapCells.cpy'.
         05 walker-y binary-long.
         05 walker-x binary-long.
         05 walker-ahead-y binary-long.
         05 walker-ahead-x binary-long.
         05 walker-flag pic 9 usage comp-5.
       01 patrol-steps binary-long value 0.
       01 patrol-visited binary-long value 0.
       01 filler pic X value 'n'.
           88 patrol-exited value 'x'.
           88 patrol-looped value 'l'.
           88 patrol-walking value 'n'.

      *Save checks, mirroring InputAudit's audit-day6.
       01 filler pic X value 'n'.
           88 save-check-failed value 'y'.
           88 save-check-clean value 'n'.
       01 save-fail-text pic X(60).

       01 filler pic X value 'n'.
           88 editor-done value 'y'.
       01 filler pic X value 'n'.
           88 changes-pending value 'y'.
           88 nothing-pending value 'n'.

       01 signed-user pic X(30).
       01 scr-signon-user pic X(30).
       01 scr-signon-message pic X(60).
       01 filler pic X value 'n'.
           88 signon-done value 'y'.

       01 edit-action pic X(12).
       01 edit-log-y binary-long value 0.
       01 edit-log-x binary-long value 0.
       01 edit-before pic X(20).
       01 edit-after pic X(20).
       01 edit-date pic 9(8).
       01 edit-time pic 9(8).
       01 generation-stamp pic X(15).
       01 name-length binary-long value 0.
       01 name-scan binary-long value 0.
       01 dot-position binary-long value 0.

       01 row-disp pic Z(2)9.
       01 col-disp pic Z(2)9.
       01 col-disp-2 pic Z(2)9.
       01 count-disp pic Z(5)9.
       01 count-disp-2 pic Z(5)9.
       01 guard-disp pic Z9.

       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

       screen section.
       01 signon-screen.
           05 blank screen.
           05 line 1 col 5
              value "=== Day6 map editor - sign on ===".
           05 line 3 col 5 value "User id      :".
           05 line 3 col 21 pic X(30) using scr-signon-user.
           05 line 5 col 5 pic X(60) from scr-signon-message.

       01 editor-screen.
           05 blank screen.
           05 line 1 col 2 value "=== Day6 map editor ===".
           05 line 2 col 2 pic X(70) from scr-header.
           05 line 3 col 2 value "Row:".
           05 line 3 col 7 pic 9(3) using scr-row.
           05 line 3 col 12 value "Col:".
           05 line 3 col 17 pic 9(3) using scr-col.
           05 line 3 col 22 value "Facing:".
           05 line 3 col 30 pic X using scr-facing.
           05 line 3 col 33 value "Guard:".
           05 line 3 col 40 pic 9(2) using scr-guard.
           05 line 3 col 44 value "Action:".
           05 line 3 col 52 pic X using scr-action.
           05 line 4 col 2 value
              "N/P=down/up R/L=right/left G=go W=wall E=erase".
           05 line 4 col 49 value "M=move X=patrol S=save Q=quit".
           05 line 5 col 2 pic X(70) from scr-ruler.
           05 line 6 col 2 pic X(3) from view-row-no(1).
           05 line 6 col 6 pic X(64) from view-line(1).
           05 line 7 col 2 pic X(3) from view-row-no(2).
           05 line 7 col 6 pic X(64) from view-line(2).
           05 line 8 col 2 pic X(3) from view-row-no(3).
           05 line 8 col 6 pic X(64) from view-line(3).
           05 line 9 col 2 pic X(3) from view-row-no(4).
           05 line 9 col 6 pic X(64) from view-line(4).
           05 line 10 col 2 pic X(3) from view-row-no(5).
           05 line 10 col 6 pic X(64) from view-line(5).
           05 line 11 col 2 pic X(3) from view-row-no(6).
           05 line 11 col 6 pic X(64) from view-line(6).
           05 line 12 col 2 pic X(3) from view-row-no(7).
           05 line 12 col 6 pic X(64) from view-line(7).
           05 line 13 col 2 pic X(3) from view-row-no(8).
           05 line 13 col 6 pic X(64) from view-line(8).
           05 line 14 col 2 pic X(3) from view-row-no(9).
           05 line 14 col 6 pic X(64) from view-line(9).
           05 line 15 col 2 pic X(3) from view-row-no(10).
           05 line 15 col 6 pic X(64) from view-line(10).
           05 line 16 col 2 pic X(3) from view-row-no(11).
           05 line 16 col 6 pic X(64) from view-line(11).
           05 line 17 col 2 pic X(3) from view-row-no(12).
           05 line 17 col 6 pic X(64) from view-line(12).
           05 line 18 col 2 pic X(3) from view-row-no(13).
           05 line 18 col 6 pic X(64) from view-line(13).
           05 line 19 col 2 pic X(3) from view-row-no(14).
           05 line 19 col 6 pic X(64) from view-line(14).
           05 line 20 col 2 pic X(3) from view-row-no(15).
           05 line 20 col 6 pic X(64) from view-line(15).
           05 line 21 col 2 pic X(3) from view-row-no(16).
           05 line 21 col 6 pic X(64) from view-line(16).
           05 line 22 col 2 pic X(70) from scr-patrol.
           05 line 23 col 2 pic X(70) from scr-message.

       procedure division.
           perform load-runtime-config
           accept aoc-data-dir from environment "AOC_DATA_DIR"
           if aoc-data-dir = spaces
               move "AOC_DATA_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to aoc-data-dir
           end-if

           accept map-file-name from environment "DAY6_INPUT"
           if map-file-name = spaces
               move "DAY6_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to map-file-name
           end-if
           if map-file-name = spaces
               move "inputDay6.txt" to map-file-name
           end-if
           move map-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to map-file-name

           move edit-log-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to edit-log-file-name

           perform load-map
           if map-file-status not = "00" and
              map-file-status not = "10"
               display "Day6MapEdit: " function trim(map-file-name)
                   " could not be read (file status "
                   map-file-status ")."
               goback
           end-if

           perform sign-on-user
           if not signon-done
               display "Day6MapEdit: sign-on abandoned."
               goback
           end-if

           move spaces to scr-message
           move spaces to scr-patrol
           if map-oversize
               move "Map exceeds 130x130 - only the first 130 rows "
                   & "and columns are shown." to scr-message
           end-if

           perform until editor-done
               perform build-page-view
               move space to scr-action
               display editor-screen
               accept editor-screen
               move spaces to scr-message
               evaluate function upper-case(scr-action)
                   when "N"
                       add page-rows to page-top
                       perform clamp-page
                   when "P"
                       subtract page-rows from page-top
                       perform clamp-page
                   when "R"
                       add page-cols to page-left
                       perform clamp-page
                   when "L"
                       subtract page-cols from page-left
                       perform clamp-page
                   when "G"
                       move scr-row to page-top
                       move scr-col to page-left
                       perform clamp-page
                   when "W"
                       perform place-wall
                   when "E"
                       perform erase-wall
                   when "M"
                       perform move-guard
                   when "X"
                       perform run-patrol
                   when "S"
                       perform save-generation
                   when "Q"
                       if changes-pending
                           move "Unsaved changes - S to save or Q "
                               & "again to abandon." to scr-message
                           set nothing-pending to true
                       else
                           set editor-done to true
                       end-if
                   when other
                       move "Unknown action." to scr-message
               end-evaluate
           end-perform

           display " "
           display "Day6MapEdit: done."
           goback.

       load-map.
           move spaces to edit-map
           move 0 to edit-height
           move 0 to edit-width
           set map-fits to true
           open input map-file
           if map-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read map-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-map-row
               end-read
               if map-file-status not = "00" and
                  map-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close map-file.

       load-map-row.
           if edit-height >= max-height
               set map-oversize to true
               exit paragraph
           end-if
           add 1 to edit-height
           compute edit-row-length(edit-height) = function length(
               function trim(map-record))
           if map-record = spaces
               move 0 to edit-row-length(edit-height)
           end-if
           if edit-row-length(edit-height) > max-width
               set map-oversize to true
           end-if
           if edit-height = 1
               move edit-row-length(1) to edit-width
               if edit-width > max-width
                   move max-width to edit-width
               end-if
           end-if
           move map-record(1:max-width) to edit-row(edit-height).

       sign-on-user.
           accept scr-signon-user from environment "USER"
           move "Edits are logged under this user id."
               to scr-signon-message
           perform until signon-done
               display signon-screen
               accept signon-screen
               if scr-signon-user = spaces
                   exit perform
               end-if
               move scr-signon-user to signed-user
               set signon-done to true
           end-perform.

       clamp-page.
           if page-top > edit-height - page-rows + 1
               compute page-top = edit-height - page-rows + 1
           end-if
           if page-top < 1
               move 1 to page-top
           end-if
           if page-left > edit-width - page-cols + 1
               compute page-left = edit-width - page-cols + 1
           end-if
           if page-left < 1
               move 1 to page-left
           end-if.

       build-page-view.
           perform count-guards
           move edit-height to row-disp
           move edit-width to col-disp
           move guard-count to guard-disp
           move spaces to scr-header
           string function trim(map-file-name) "  "
               function trim(row-disp) "x" function trim(col-disp)
               "  guards " function trim(guard-disp)
               delimited by size into scr-header
           if changes-pending
               string function trim(scr-header) "  (unsaved)"
                   delimited by size into scr-header
           end-if
           move page-left to col-disp
           compute scan-x = page-left + page-cols - 1
           if scan-x > edit-width
               move edit-width to scan-x
           end-if
           move scan-x to col-disp-2
           move spaces to scr-ruler
           string "    columns " function trim(col-disp) " to "
               function trim(col-disp-2)
               delimited by size into scr-ruler
           perform varying view-index from 1 by 1
               until view-index > page-rows
               compute view-y = page-top + view-index - 1
               if view-y > edit-height
                   move 0 to view-row-no(view-index)
                   move spaces to view-line(view-index)
               else
                   move view-y to view-row-no(view-index)
                   move edit-row(view-y)(page-left:page-cols)
                       to view-line(view-index)
               end-if
           end-perform.

       check-target-cell.
      *Row and column must name a cell of the loaded map; the
      *message says why not when they do not.
           if scr-row < 1 or scr-row > edit-height
             or scr-col < 1 or scr-col > edit-width
               move spaces to scr-message
               move edit-height to row-disp
               move edit-width to col-disp
               string "Row/column outside the map (1-"
                   function trim(row-disp) " by 1-"
                   function trim(col-disp) ")."
                   delimited by size into scr-message
           end-if.

       place-wall.
           perform check-target-cell
           if scr-message not = spaces
               exit paragraph
           end-if
           if not new-path of edit-cell(scr-row, scr-col)
               move "Walls go on floor cells ('.') only."
                   to scr-message
               exit paragraph
           end-if
           move "PLACE-WALL" to edit-action
           move scr-row to edit-log-y
           move scr-col to edit-log-x
           move "." to edit-before
           move "#" to edit-after
           set real-wall of edit-cell(scr-row, scr-col) to true
           perform write-edit-log
           set changes-pending to true
           move "Wall placed." to scr-message.

       erase-wall.
           perform check-target-cell
           if scr-message not = spaces
               exit paragraph
           end-if
           if not wall of edit-cell(scr-row, scr-col)
               move "No wall at that cell." to scr-message
               exit paragraph
           end-if
           move "REMOVE-WALL" to edit-action
           move scr-row to edit-log-y
           move scr-col to edit-log-x
           move edit-cell(scr-row, scr-col) to edit-before
           move "." to edit-after
           set new-path of edit-cell(scr-row, scr-col) to true
           perform write-edit-log
           set changes-pending to true
           move "Wall removed." to scr-message.

       move-guard.
           perform check-target-cell
           if scr-message not = spaces
               exit paragraph
           end-if
           move scr-facing to walker-cell
           if not guard of walker-cell
               move "Facing must be ^, v, < or >." to scr-message
               exit paragraph
           end-if
           perform locate-guard
           if guard-missing
               exit paragraph
           end-if
           if (scr-row not = guard-y or scr-col not = guard-x)
             and not path of edit-cell(scr-row, scr-col)
               move "A guard can only start on a floor cell."
                   to scr-message
               exit paragraph
           end-if
           move "MOVE-GUARD" to edit-action
           move scr-row to edit-log-y
           move scr-col to edit-log-x
           move guard-y to row-disp
           move guard-x to col-disp
           move spaces to edit-before
           string "(" function trim(row-disp) ","
               function trim(col-disp) ")"
               edit-cell(guard-y, guard-x)
               delimited by size into edit-before
           move "." to edit-cell(guard-y, guard-x)
           move scr-facing to edit-cell(scr-row, scr-col)
           move scr-row to row-disp
           move scr-col to col-disp
           move spaces to edit-after
           string "(" function trim(row-disp) ","
               function trim(col-disp) ")" scr-facing
               delimited by size into edit-after
           perform write-edit-log
           set changes-pending to true
           move "Guard moved." to scr-message.

       count-guards.
           move 0 to guard-count
           perform varying scan-y from 1 by 1
               until scan-y > edit-height
               perform varying scan-x from 1 by 1
                   until scan-x > edit-width
                   if guard of edit-cell(scan-y, scan-x)
                       add 1 to guard-count
                   end-if
               end-perform
           end-perform.

       locate-guard.
      *Guards are numbered in reading order, the order Day6 finds
      *them in when it loads the map.
           set guard-missing to true
           move 0 to guard-count
           perform varying scan-y from 1 by 1
               until scan-y > edit-height or guard-located
               perform varying scan-x from 1 by 1
                   until scan-x > edit-width or guard-located
                   if guard of edit-cell(scan-y, scan-x)
                       add 1 to guard-count
                       if guard-count = scr-guard
                           set guard-located to true
                           move scan-y to guard-y
                           move scan-x to guard-x
                       end-if
                   end-if
               end-perform
           end-perform
           if guard-missing
               move scr-guard to guard-disp
               move spaces to scr-message
               string "No guard number " function trim(guard-disp)
                   " on the map."
                   delimited by size into scr-message
           end-if.

       run-patrol.
           perform locate-guard
           if guard-missing
               exit paragraph
           end-if
           move low-values to patrol-state-memory
           move edit-cell(guard-y, guard-x) to walker-cell
           move guard-y to walker-y
           move guard-x to walker-x
           move 0 to patrol-steps
           move 0 to patrol-visited
           set patrol-walking to true
           perform until not patrol-walking
               perform set-walker-flag
               if (patrol-state(walker-y, walker-x) b-and
                   walker-flag) not = 0
                   set patrol-looped to true
               else
                   if patrol-state(walker-y, walker-x) = 0
                       add 1 to patrol-visited
                   end-if
                   compute patrol-state(walker-y, walker-x) =
                       patrol-state(walker-y, walker-x) b-or
                       walker-flag
                   perform advance-patrol-walker
                   add 1 to patrol-steps
               end-if
           end-perform
           move scr-guard to guard-disp
           move patrol-visited to count-disp
           move patrol-steps to count-disp-2
           move spaces to scr-patrol
           if patrol-exited
               string "Patrol of guard " function trim(guard-disp)
                   ": EXITS the map after "
                   function trim(count-disp-2) " step(s), "
                   function trim(count-disp) " cell(s) visited"
                   delimited by size into scr-patrol
           else
               string "Patrol of guard " function trim(guard-disp)
                   ": LOOPS after " function trim(count-disp-2)
                   " step(s), " function trim(count-disp)
                   " cell(s) visited"
                   delimited by size into scr-patrol
           end-if
           move "Patrol run on the edited map." to scr-message.

       set-walker-flag.
           evaluate true
               when guard-up of walker-cell
                   move up-flag to walker-flag
               when guard-down of walker-cell
                   move down-flag to walker-flag
               when guard-left of walker-cell
                   move left-flag to walker-flag
               when guard-right of walker-cell
                   move right-flag to walker-flag
           end-evaluate.

       advance-patrol-walker.
           move walker-y to walker-ahead-y
           move walker-x to walker-ahead-x
           evaluate true
               when guard-up of walker-cell
                   subtract 1 from walker-ahead-y
               when guard-down of walker-cell
                   add 1 to walker-ahead-y
               when guard-left of walker-cell
                   subtract 1 from walker-ahead-x
               when guard-right of walker-cell
                   add 1 to walker-ahead-x
           end-evaluate
           if walker-ahead-y < 1 or walker-ahead-y > edit-height
             or walker-ahead-x < 1 or walker-ahead-x > edit-width
               set patrol-exited to true
               exit paragraph
           end-if
           if wall of edit-cell(walker-ahead-y, walker-ahead-x)
               evaluate true
                   when guard-up of walker-cell
                       set guard-right of walker-cell to true
                   when guard-right of walker-cell
                       set guard-down of walker-cell to true
                   when guard-down of walker-cell
                       set guard-left of walker-cell to true
                   when guard-left of walker-cell
                       set guard-up of walker-cell to true
               end-evaluate
           else
               move walker-ahead-y to walker-y
               move walker-ahead-x to walker-x
           end-if.

       check-map-for-save.
      *InputAudit's Day6 rules: rows as wide as row 1, within
      *130x130, only '#', '.' and guard glyphs, at least one guard.
           set save-check-clean to true
           move spaces to save-fail-text
           if map-oversize
               set save-check-failed to true
               move "map larger than 130x130" to save-fail-text
               exit paragraph
           end-if
           perform varying scan-y from 1 by 1
               until scan-y > edit-height or save-check-failed
               if edit-row-length(scan-y) not = edit-width
                   set save-check-failed to true
                   move scan-y to row-disp
                   string "row " function trim(row-disp)
                       " width differs from row 1"
                       delimited by size into save-fail-text
               end-if
               perform varying scan-x from 1 by 1
                   until scan-x > edit-width or save-check-failed
                   if not real-wall of edit-cell(scan-y, scan-x)
                     and not new-path of edit-cell(scan-y, scan-x)
                     and not guard of edit-cell(scan-y, scan-x)
                       set save-check-failed to true
                       move scan-y to row-disp
                       move scan-x to col-disp
                       string "unexpected map glyph at ("
                           function trim(row-disp) ","
                           function trim(col-disp) ")"
                           delimited by size into save-fail-text
                   end-if
               end-perform
           end-perform
           if save-check-clean
               perform count-guards
               if guard-count = 0
                   set save-check-failed to true
                   move "no guard glyph on the map"
                       to save-fail-text
               end-if
           end-if.

       save-generation.
           perform check-map-for-save
           if save-check-failed
               move "SAVE-REFUSED" to edit-action
               move spaces to edit-before
               move spaces to edit-after
               move 0 to edit-log-y
               move 0 to edit-log-x
               perform write-edit-log
               move spaces to scr-message
               string "Save refused: " function trim(save-fail-text)
                   delimited by size into scr-message
               exit paragraph
           end-if
           perform name-new-generation
           open output generation-file
           if generation-file-status not = "00"
               move "Save failed - generation would not open."
                   to scr-message
               exit paragraph
           end-if
           perform varying scan-y from 1 by 1
               until scan-y > edit-height
               move spaces to generation-record
               move edit-row(scan-y)(1:edit-width)
                   to generation-record(1:edit-width)
               write generation-record
           end-perform
           close generation-file
           move "SAVE" to edit-action
           move spaces to edit-before
           move generation-stamp to edit-after
           move 0 to edit-log-y
           move 0 to edit-log-x
           perform write-edit-log
           set nothing-pending to true
           move spaces to scr-message
           string "Saved as " function trim(generation-file-name)
               delimited by size into scr-message.

       name-new-generation.
      *<map>_<yyyymmdd-hhmmss>.<ext>, the dated naming InputArchive
      *gives its generations, so the delivered map stays untouched
      *until someone points DAY6_INPUT at the new one.
           accept edit-date from date yyyymmdd
           accept edit-time from time
           move spaces to generation-stamp
           string edit-date "-" edit-time(1:6)
               delimited by size into generation-stamp
           compute name-length = function length(
               function trim(map-file-name))
           move 0 to dot-position
           perform varying name-scan from name-length by -1
               until name-scan < 1 or dot-position > 0
               or map-file-name(name-scan:1) = "/"
               if map-file-name(name-scan:1) = "."
                   move name-scan to dot-position
               end-if
           end-perform
           move spaces to generation-file-name
           if dot-position > 1
               string map-file-name(1:dot-position - 1) "_"
                   generation-stamp
                   map-file-name(dot-position:
                       name-length - dot-position + 1)
                   delimited by size into generation-file-name
           else
               string map-file-name(1:name-length) "_"
                   generation-stamp
                   delimited by size into generation-file-name
           end-if.

       write-edit-log.
           accept edit-date from date yyyymmdd
           accept edit-time from time
           open extend edit-log-file
           if edit-log-file-status = "35"
               open output edit-log-file
           end-if
           if edit-log-file-status not = "00"
               display "Day6MapEdit: edit log record lost (file "
                   "status " edit-log-file-status ")"
               exit paragraph
           end-if
           move edit-log-y to row-disp
           move edit-log-x to col-disp
           move spaces to edit-log-record
           string function trim(signed-user) ","
               edit-date "-" edit-time ","
               function trim(edit-action) ",("
               function trim(row-disp) ","
               function trim(col-disp) "),"
               function trim(edit-before) ","
               function trim(edit-after)
               delimited by size into edit-log-record
           write edit-log-record
           close edit-log-file.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program Day6MapEdit.
