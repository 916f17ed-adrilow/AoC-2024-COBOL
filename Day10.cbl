               peak-roster-file-name
               line sequential.

           select tile-layout-file assign to dynamic
               tile-layout-file-name
               line sequential
               file status is tile-layout-file-status.

           copy 'LedgerSelect.cpy'.

           copy 'OverrideSelect.cpy'.

           copy 'TriggerSelect.cpy'.

           copy 'PeriodLockSelect.cpy'.

           copy 'StatsSelect.cpy'.

           copy 'ControlSelect.cpy'.

           copy 'CapacitySelect.cpy'.

           copy 'JournalSelect.cpy'.

           copy 'ReleaseSelect.cpy'.

           copy 'ConfigSelect.cpy'.

           copy 'MsgSelect.cpy'.
       01 input-bytes.
           05 file-row pic X(input-width).

      *A multi-tile survey is laid out as up to 4x4 tiles of at
      *most input-height x input-width each.
       78 max-tile-rows value 4.
       78 max-tile-cols value 4.
       78 max-tiles value 16.
       78 max-survey-height value 176.
       78 max-survey-width value 176.

      *fd output-file.
      *01 out-bytes pic X(input-length).

       fd trailhead-report-file.
       01 trailhead-report-line pic X(120).

       fd overflow-file.
       01 overflow-line pic X(80).

       fd map-file.
       01 map-line pic X(max-survey-width).

       fd trail-select-file.
       01 trail-select-line pic X(40).
       fd peak-roster-file.
       01 peak-roster-line pic X(160).

       fd tile-layout-file.
       01 tile-layout-line pic X(240).

       copy 'LedgerFd.cpy'.

       copy 'OverrideFd.cpy'.

       copy 'TriggerFd.cpy'.

       copy 'PeriodLockFd.cpy'.

       copy 'StatsFd.cpy'.

       copy 'ControlFd.cpy'.

       copy 'CapacityFd.cpy'.

       copy 'JournalFd.cpy'.

       copy 'ReleaseFd.cpy'.

       copy 'ConfigFd.cpy'.

       copy 'MsgFd.cpy'.
       01 day10-part2-result pic 9(38) external value 0.

       01 filler.
           05 row occurs max-survey-height times indexed by y.
               10 cell pic 9 occurs max-survey-width times
                  indexed by x.

      *Survey maps mark unmapped or impassable terrain with '.' (or
      *any other non-digit); those cells hold no height, can never
      *be a trailhead and no trail may enter them.
       01 passable-flags.
           05 filler occurs max-survey-height times indexed by py.
               10 passable-cell pic X value 'N'
                  occurs max-survey-width times indexed by px.
                   88 cell-passable value 'Y'.
       01 impassable-count binary-long value 0.

       01 filler.
         05 filler occurs max-survey-height times indexed by y1.
           10 filler pic X occurs max-survey-width times
              indexed by x1.
             88 visited value 'Y' false 'N'.

       01 filler.
         05 filler occurs max-survey-height times indexed by y2.
           10 filler pic X value 'N' occurs max-survey-width times
              indexed by x2.
             88 peak-reached value 'Y' false 'N'.

           10 stack-x binary-long.
           10 stack-y binary-long.
           10 stack-height pic 9.
           10 stack-crossed pic X.
           10 stack-path.
               15 stack-step occurs 10 times.
                   20 stack-step-y binary-long.
           10 head-x binary-long.
           10 head-y binary-long.
           10 head-height pic 9.
           10 head-crossed pic X.
               88 head-crossed-border value 'Y'.
           10 head-path.
               15 head-step occurs 10 times.
                   20 head-step-y binary-long.
      *ranks peaks by popularity and calls out the peaks no
      *trailhead reaches at all - the proposed new-construction
      *sites the team has been deriving by hand.
       78 max-peaks value 4000.
       78 peak-list-depth value 8.
       01 peak-roster.
         05 peak-entry occurs max-peaks times indexed by pk.
           10 filler pic X value 'n'.
               88 peak-ranked value 'y'.
       01 peak-count binary-long value 0.
       01 peak-stack-depth binary-long value 0.
       01 unreachable-peak-count binary-long value 0.
       01 peak-roster-file-name pic X(200)
           value "day10_peak_roster.txt".
       01 peak-list-scan binary-long value 0.
       01 peak-pointer binary-long value 1.

      *Multi-tile surveys (DAY10_TILES names a layout file of
      *"tile-row tile-col file-name" lines, 1-based): the tiles
      *are measured first, every tile in a tile row must be as
      *high as the others and every tile in a tile column as wide,
      *and then they load side by side into one survey grid so a
      *trail walks straight over a tile edge.  A missing tile is
      *unsurveyed, impassable ground.  Each trail carries a flag
      *that is raised when it steps onto a tile other than its
      *trailhead's; those trails are counted per trailhead and
      *flagged on the trailhead report for the rangers.  Scores
      *and ratings roll up per tile of the trailhead as well as
      *for the whole survey, and the reports give tile and local
      *coordinates.  Without a layout the one DAY10_INPUT map is
      *the whole survey, as before.
       01 tile-layout-file-name pic X(200).
       01 tile-layout-file-status pic X(2).
       01 tile-table.
         05 tile-entry occurs max-tiles times indexed by tl.
           10 tile-row-no binary-long.
           10 tile-col-no binary-long.
           10 tile-file-name pic X(200).
           10 tile-height binary-long.
           10 tile-width binary-long.
           10 tile-score binary-long.
           10 tile-rating binary-long.
           10 tile-crossing binary-long.
       01 tile-count binary-long value 0.
       01 tile-grid.
         05 filler occurs max-tile-rows times.
           10 tile-at binary-long value 0
              occurs max-tile-cols times.
       01 tile-row-sizes.
         05 tile-row-height binary-long value 0
            occurs max-tile-rows times.
         05 tile-row-offset binary-long value 0
            occurs max-tile-rows times.
       01 tile-col-sizes.
         05 tile-col-width binary-long value 0
            occurs max-tile-cols times.
         05 tile-col-offset binary-long value 0
            occurs max-tile-cols times.
       01 tile-rows-used binary-long value 0.
       01 tile-cols-used binary-long value 0.
       01 cell-tile-rows.
         05 row-tile-of binary-long value 1
            occurs max-survey-height times.
       01 cell-tile-cols.
         05 col-tile-of binary-long value 1
            occurs max-survey-width times.
       01 survey-height binary-long value input-height.
       01 survey-width binary-long value input-width.
       01 tile-row-text pic X(8).
       01 tile-col-text pic X(8).
       01 tile-name-text pic X(200).
       01 tile-scan binary-long value 0.
       01 tile-fault-text pic X(80).
       01 load-row-offset binary-long value 0.
       01 load-col-offset binary-long value 0.
       01 load-width binary-long value input-width.
       01 load-local-row binary-long value 0.
       01 survey-y binary-long value 0.
       01 trailhead-tile binary-long value 0.
       01 trailhead-crossing binary-long value 0.
       01 crossing-trail-total binary-long value 0.
       01 crossing-trailhead-total binary-long value 0.
       01 parent-crossed pic X.
       01 local-y binary-long value 0.
       01 local-x binary-long value 0.
       01 filler pic X value 'n'.
           88 tiles-in-use value 'y'.
           88 single-map value 'n'.

       copy 'LedgerFields.cpy'.
       copy 'OverrideFields.cpy'.
       copy 'TriggerFields.cpy'.
       copy 'PeriodLockFields.cpy'.
       copy 'ElapsedFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'RunIdFields.cpy'.
       copy 'AlertFields.cpy'.
       copy 'ControlFields.cpy'.
       copy 'CapacityFields.cpy'.
       copy 'RetryFields.cpy'.
       copy 'JournalFields.cpy'.
       copy 'ReleaseFields.cpy'.
       copy 'ConfigFields.cpy'.
       copy 'MessageFields.cpy'.
       copy 'SealFields.cpy'.
           perform apply-data-dir-prefix
           move data-dir-filename to input-file-name

           accept tile-layout-file-name from environment "DAY10_TILES"
           if tile-layout-file-name = spaces
               move "DAY10_TILES" to config-lookup-key
               perform get-config-value
               move config-lookup-value to tile-layout-file-name
           end-if
           if tile-layout-file-name not = spaces
               move tile-layout-file-name to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to tile-layout-file-name
               move tile-layout-file-name to input-file-name
               set tiles-in-use to true
           end-if

           move input-file-name to journal-input-file
           move "START" to journal-event
           move "-" to journal-status
               perform load-trail-selections
           end-if

           if tiles-in-use
               perform load-tile-layout
               perform measure-survey-tiles
               perform load-survey-tiles
           else
               perform open-input-with-retry
               if input-file-status not = "00"
                   go to input-file-error
               end-if
               move input-file-name to seal-check-file
               perform check-input-seal
               if seal-violation
                   go to seal-violation-abort
               end-if
               move 0 to load-local-row
               perform until ws-eof='y'
               read input-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-survey-row
               end-read
               if input-file-status not = "00" and
                  input-file-status not = "10"
                   go to input-file-error
               end-if
               end-perform
           end-if
           set sp to 0
           perform record-parse-phase

           open output trailhead-report-file

           perform process-trailheads

           if tiles-in-use
               perform write-tile-totals
           else
               close input-file
           end-if
           close trailhead-report-file
           move trailhead-report-file-name to trigger-output-name
           perform note-trigger-output.
           close overflow-file
           move overflow-file-name to trigger-output-name
           perform note-trigger-output.
           if trail-export-wanted
               close trails-file
               move trails-file-name to trigger-output-name
               perform note-trigger-output
               move exported-trail-count to exported-trail-disp
               display "Day10: " function trim(exported-trail-disp)
                   " trail(s) exported to "
           move control-read to control-processed
           move 0 to control-rejected
           perform write-control-totals
           perform record-capacity-peaks

           if any-overflow-detected
               move "WARNING" to day10-status
               move spaces to day10-status-reason
           end-if

           move day10-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day10-status to journal-status
           perform write-journal-entry
           goback.


       load-survey-row.
      *One map row into the survey grid at load-row-offset and
      *load-col-offset, load-width cells wide.
           add 1 to control-read
           add 1 to load-local-row
           compute survey-y = load-row-offset + load-local-row
           set y to survey-y
           set row-has-bad-cell to false
           compute row-content-length = function length(
               function trim(file-row))
           perform varying cell-scan from 1 by 1
               until cell-scan > load-width
               set x to load-col-offset
               set x up by cell-scan
               if file-row(cell-scan:1) numeric
                   move file-row(cell-scan:1) to cell(y, x)
                   move 'Y' to passable-cell(y, x)
               else
                   move 0 to cell(y, x)
                   move 'N' to passable-cell(y, x)
                   add 1 to impassable-count
      *'.' is the field team's documented impassable glyph, and
      *spaces beyond the row's content are just record padding on a
      *narrow survey; any other non-digit inside the surveyed width
      *goes to the exceptions hub as a suspect character.
                   if cell-scan <= row-content-length
                     and file-row(cell-scan:1) not = "."
                       set row-has-bad-cell to true
                   end-if
               end-if
           end-perform
           if row-has-bad-cell
               move load-local-row to exception-hub-line-no
               move "unexpected impassable glyph"
                   to exception-hub-reason
               move file-row to exception-hub-record
               perform write-exception-entry
           end-if.

       load-tile-layout.
           open input tile-layout-file
           if tile-layout-file-status not = "00"
               move tile-layout-file-status to input-file-status
               go to input-file-error
           end-if
               perform until ws-eof='y'
               read tile-layout-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-tile
               end-read
               if tile-layout-file-status not = "00" and
                  tile-layout-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close tile-layout-file
           if tile-count = 0
               move "tile layout names no tiles" to tile-fault-text
               go to tile-layout-error
           end-if
           move tile-count to disp-num
           display "Day10: " function trim(disp-num)
               " tile(s) in the survey layout "
               function trim(tile-layout-file-name).

       load-one-tile.
           if tile-layout-line = spaces or
              tile-layout-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to tile-row-text
           move spaces to tile-col-text
           move spaces to tile-name-text
           unstring tile-layout-line delimited by all space
               into tile-row-text tile-col-text tile-name-text
           if tile-count >= max-tiles
               move "more than 16 tiles in the layout"
                   to tile-fault-text
               go to tile-layout-error
           end-if
           add 1 to tile-count
           set tl to tile-count
           move function numval(tile-row-text) to tile-row-no(tl)
           move function numval(tile-col-text) to tile-col-no(tl)
           if tile-row-no(tl) < 1 or
              tile-row-no(tl) > max-tile-rows or
              tile-col-no(tl) < 1 or
              tile-col-no(tl) > max-tile-cols or
              tile-name-text = spaces
               move spaces to tile-fault-text
               string "bad layout line: "
                   function trim(tile-layout-line)
                   delimited by size into tile-fault-text
               go to tile-layout-error
           end-if
           if tile-at(tile-row-no(tl), tile-col-no(tl)) not = 0
               move tile-row-no(tl) to disp-num
               move tile-col-no(tl) to disp-num-2
               move spaces to tile-fault-text
               string "tile (" function trim(disp-num) ","
                   function trim(disp-num-2) ") is laid out twice"
                   delimited by size into tile-fault-text
               go to tile-layout-error
           end-if
           move tile-count to tile-at(tile-row-no(tl),
               tile-col-no(tl))
           move tile-name-text to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to tile-file-name(tl)
           move 0 to tile-score(tl)
           move 0 to tile-rating(tl)
           move 0 to tile-crossing(tl)
           if tile-row-no(tl) > tile-rows-used
               move tile-row-no(tl) to tile-rows-used
           end-if
           if tile-col-no(tl) > tile-cols-used
               move tile-col-no(tl) to tile-cols-used
           end-if.

       measure-survey-tiles.
      *Every tile's rows and widest row, then the edge check: a
      *tile row shares one height and a tile column one width, so
      *every pair of neighbours meets edge to edge.
           perform varying tile-scan from 1 by 1
               until tile-scan > tile-count
               set tl to tile-scan
               move tile-file-name(tl) to input-file-name
               perform open-input-with-retry
               if input-file-status not = "00"
                   go to input-file-error
               end-if
               move 0 to tile-height(tl)
               move 0 to tile-width(tl)
               perform until ws-eof='y'
               read input-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to tile-height(tl)
                       compute row-content-length = function length(
                           function trim(file-row trailing))
                       if file-row = spaces
                           move 0 to row-content-length
                       end-if
                       if row-content-length > tile-width(tl)
                           move row-content-length to tile-width(tl)
                       end-if
               end-read
               if input-file-status not = "00" and
                  input-file-status not = "10"
                   go to input-file-error
               end-if
               end-perform
               move 'n' to ws-eof
               close input-file
               if tile-height(tl) > input-height or
                  tile-height(tl) = 0 or tile-width(tl) = 0
                   move spaces to tile-fault-text
                   string "tile " function trim(tile-file-name(tl))
                       " is empty or taller than 44 rows"
                       delimited by size into tile-fault-text
                   go to tile-layout-error
               end-if
               perform check-tile-edges
           end-perform
           move 0 to survey-height
           perform varying tile-scan from 1 by 1
               until tile-scan > tile-rows-used
               if tile-row-height(tile-scan) = 0
                   move tile-scan to disp-num
                   move spaces to tile-fault-text
                   string "tile row " function trim(disp-num)
                       " has no tiles" delimited by size
                       into tile-fault-text
                   go to tile-layout-error
               end-if
               move survey-height to tile-row-offset(tile-scan)
               perform varying survey-y from 1 by 1
                   until survey-y > tile-row-height(tile-scan)
                   add 1 to survey-height
                   move tile-scan to row-tile-of(survey-height)
               end-perform
           end-perform
           move 0 to survey-width
           perform varying tile-scan from 1 by 1
               until tile-scan > tile-cols-used
               if tile-col-width(tile-scan) = 0
                   move tile-scan to disp-num
                   move spaces to tile-fault-text
                   string "tile column " function trim(disp-num)
                       " has no tiles" delimited by size
                       into tile-fault-text
                   go to tile-layout-error
               end-if
               move survey-width to tile-col-offset(tile-scan)
               perform varying survey-y from 1 by 1
                   until survey-y > tile-col-width(tile-scan)
                   add 1 to survey-width
                   move tile-scan to col-tile-of(survey-width)
               end-perform
           end-perform
           move survey-height to disp-num
           move survey-width to disp-num-2
           display "Day10: tile edges match - survey is "
               function trim(disp-num) " x " function trim(disp-num-2)
               ".".

       check-tile-edges.
           if tile-row-height(tile-row-no(tl)) = 0
               move tile-height(tl) to tile-row-height(tile-row-no(tl))
           end-if
           if tile-col-width(tile-col-no(tl)) = 0
               move tile-width(tl) to tile-col-width(tile-col-no(tl))
           end-if
           if tile-height(tl) not = tile-row-height(tile-row-no(tl))
               move tile-height(tl) to disp-num
               move tile-row-height(tile-row-no(tl)) to disp-num-2
               move spaces to tile-fault-text
               string "tile " function trim(tile-file-name(tl)) " is "
                   function trim(disp-num) " rows high, its row is "
                   function trim(disp-num-2)
                   delimited by size into tile-fault-text
               go to tile-layout-error
           end-if
           if tile-width(tl) not = tile-col-width(tile-col-no(tl))
               move tile-width(tl) to disp-num
               move tile-col-width(tile-col-no(tl)) to disp-num-2
               move spaces to tile-fault-text
               string "tile " function trim(tile-file-name(tl)) " is "
                   function trim(disp-num) " wide, its column is "
                   function trim(disp-num-2)
                   delimited by size into tile-fault-text
               go to tile-layout-error
           end-if.

       load-survey-tiles.
           perform varying tile-scan from 1 by 1
               until tile-scan > tile-count
               set tl to tile-scan
               move tile-file-name(tl) to input-file-name
               perform open-input-with-retry
               if input-file-status not = "00"
                   go to input-file-error
               end-if
               move input-file-name to seal-check-file
               perform check-input-seal
               if seal-violation
                   go to seal-violation-abort
               end-if
               move tile-row-offset(tile-row-no(tl))
                   to load-row-offset
               move tile-col-offset(tile-col-no(tl))
                   to load-col-offset
               move tile-width(tl) to load-width
               move 0 to load-local-row
               perform until ws-eof='y'
               read input-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-survey-row
               end-read
               if input-file-status not = "00" and
                  input-file-status not = "10"
                   go to input-file-error
               end-if
               end-perform
               move 'n' to ws-eof
               close input-file
           end-perform.

       build-peak-roster.
           perform varying y from 1 by 1 until y > survey-height
               perform varying x from 1 by 1 until x > survey-width
                   if cell-passable(y,x) and cell(y,x) = 9
                       if peak-count >= max-peaks
                           display "Day10: more than " max-peaks
               delimited by size into peak-roster-line
           write peak-roster-line
           close peak-roster-file
           move peak-roster-file-name to trigger-output-name
           perform note-trigger-output
           display "Day10: peak roster written to "
               function trim(peak-roster-file-name).

           move peak-trailhead-count(pk) to disp-num-3
           move spaces to peak-roster-line
           move 1 to peak-pointer
           if tiles-in-use
               move peak-y(pk) to local-y
               move peak-x(pk) to local-x
               perform string-peak-tile-coordinates
               string ": " function trim(disp-num-3) " trailhead(s)"
                   delimited by size into peak-roster-line
                   with pointer peak-pointer
           else
               string "Peak (" function trim(disp-num) ","
                   function trim(disp-num-2) "): "
                   function trim(disp-num-3) " trailhead(s)"
                   delimited by size into peak-roster-line
                   with pointer peak-pointer
           end-if
           if peak-trailhead-count(pk) = 0
               add 1 to unreachable-peak-count
               string " *** UNREACHABLE ***" delimited by size
                   until peak-list-scan > peak-listed-count(pk)
                   move pk-th-y(pk, peak-list-scan) to disp-num
                   move pk-th-x(pk, peak-list-scan) to disp-num-2
                   if tiles-in-use
                       move pk-th-y(pk, peak-list-scan) to local-y
                       move pk-th-x(pk, peak-list-scan) to local-x
                       perform string-roster-trailhead
                   else
                       string "(" function trim(disp-num) ","
                           function trim(disp-num-2) ") "
                           delimited by size into peak-roster-line
                           with pointer peak-pointer
                   end-if
               end-perform
               if peak-trailhead-count(pk) >
                  peak-listed-count(pk)
           end-if
           write peak-roster-line.

       string-peak-tile-coordinates.
      *"Peak tile (r,c) local (y,x)" for the survey cell in
      *local-y/local-x.
           move tile-at(row-tile-of(local-y), col-tile-of(local-x))
               to tile-scan
           set tl to tile-scan
           perform localise-coordinates
           move tile-row-no(tl) to disp-num
           move tile-col-no(tl) to disp-num-2
           string "Peak tile (" function trim(disp-num) ","
               function trim(disp-num-2) ") local ("
               delimited by size into peak-roster-line
               with pointer peak-pointer
           move local-y to disp-num
           move local-x to disp-num-2
           string function trim(disp-num) ","
               function trim(disp-num-2) ")"
               delimited by size into peak-roster-line
               with pointer peak-pointer.

       string-roster-trailhead.
      *A crediting trailhead as "(r,c:y,x) " - tile, then local.
           move tile-at(row-tile-of(local-y), col-tile-of(local-x))
               to tile-scan
           set tl to tile-scan
           perform localise-coordinates
           move tile-row-no(tl) to disp-num
           move tile-col-no(tl) to disp-num-2
           string "(" function trim(disp-num) ","
               function trim(disp-num-2) ":"
               delimited by size into peak-roster-line
               with pointer peak-pointer
           move local-y to disp-num
           move local-x to disp-num-2
           string function trim(disp-num) ","
               function trim(disp-num-2) ") "
               delimited by size into peak-roster-line
               with pointer peak-pointer.

       process-trailheads.
           perform varying y from 1 by 1 until y > survey-height
               perform varying x from 1 by 1 until x > survey-width
      *            Trailhead found, process
                   if cell(y,x) = 0 and cell-passable(y,x)
                       perform reset-visited
                       set head-x to x
                       set head-y to y
                       move 0 to head-height
                       move 'N' to head-crossed
                       move 0 to trailhead-crossing
                       move tile-at(row-tile-of(trailhead-y),
                           col-tile-of(trailhead-x)) to trailhead-tile
                       perform arm-trail-export
                       perform stack-push
                       perform part-combined until sp = 0
                           add trailhead-score to result-score
                           add trailhead-rating to result-rating
                           perform credit-peaks-for-trailhead
                           if tiles-in-use
                               perform credit-trailhead-tile
                           end-if
                       end-if
                       perform write-trailhead-report
                   end-if
           if head-height = 9
               set peak-reached(head-y,head-x) to true
               add 1 to trailhead-rating
               if head-crossed-border
                   add 1 to trailhead-crossing
               end-if
               if trail-export-active
                   perform export-one-trail
               end-if

       check-e.
           set head-x up by 1
           if  head-x <= survey-width
           and cell-passable(head-y,head-x)
           and cell(head-y,head-x) = head-height + 1
               set head-height up by 1
               perform push-neighbour
               set head-height down by 1
           end-if
           set head-x down by 1.
           and cell-passable(head-y,head-x)
           and cell(head-y,head-x) = head-height + 1
               set head-height up by 1
               perform push-neighbour
               set head-height down by 1
           end-if
           set head-x up by 1.
           and cell-passable(head-y,head-x)
           and cell(head-y,head-x) = head-height + 1
               set head-height up by 1
               perform push-neighbour
               set head-height down by 1
           end-if
           set head-y up by 1.

       check-s.
           set head-y up by 1
           if  head-y <= survey-height
           and cell-passable(head-y,head-x)
           and cell(head-y,head-x) = head-height + 1
               set head-height up by 1
               perform push-neighbour
               set head-height down by 1
           end-if
           set head-y down by 1.


       push-neighbour.
      *head has just stepped onto the neighbour cell; the pushed
      *entry inherits the parent's border flag and raises it if
      *this cell lies on another tile than the trailhead's.
           if trail-export-active
               perform note-path-step
           end-if
           move head-crossed to parent-crossed
           if tiles-in-use
             and tile-at(row-tile-of(head-y), col-tile-of(head-x))
                 not = trailhead-tile
               move 'Y' to head-crossed
           end-if
           perform stack-push
           move parent-crossed to head-crossed.

       arm-trail-export.
           set trail-export-idle to true
           if trail-export-wanted
           else
               set sp up by 1
               move head to stack-memory(sp)
               if sp > peak-stack-depth
                   set peak-stack-depth to sp
               end-if
           end-if.

       reset-visited.
           perform varying y1 from 1 by 1 until y1 > survey-height
               perform varying x1 from 1 by 1 until x1 > survey-width
                   set visited(y1,x1) to false
               end-perform
           end-perform.
           move 1 to k-pointer
           move trailhead-y to disp-num
           move trailhead-x to disp-num-2
           if tiles-in-use
               set tl to trailhead-tile
               move trailhead-y to local-y
               move trailhead-x to local-x
               perform localise-coordinates
               string "Trailhead tile (" delimited by size
                   into trailhead-report-line with pointer k-pointer
               perform string-tile-coordinates
               string " - score: " delimited by size
                   into trailhead-report-line with pointer k-pointer
           else
               string "Trailhead (" function trim(disp-num) ","
                   function trim(disp-num-2) ") - score: "
                   delimited by size into trailhead-report-line
                   with pointer k-pointer
           end-if
           move trailhead-score to disp-num
           move trailhead-rating to disp-num-2
           string function trim(disp-num) ", rating: "
               function trim(disp-num-2)
               delimited by size into trailhead-report-line
               with pointer k-pointer
           if trailhead-crossing > 0 and not overflow-detected
               move trailhead-crossing to disp-num
               string " *** BORDER: " function trim(disp-num)
                   " trail(s) cross onto another tile ***"
                   delimited by size into trailhead-report-line
                   with pointer k-pointer
           end-if
           write trailhead-report-line.

       localise-coordinates.
      *local-y/local-x arrive as survey coordinates and leave as
      *coordinates within tile tl.
           compute local-y = local-y
               - tile-row-offset(tile-row-no(tl))
           compute local-x = local-x
               - tile-col-offset(tile-col-no(tl)).

       string-tile-coordinates.
      *"r,c) local (y,x)" for tile tl and local-y/local-x onto the
      *trailhead report line.
           move tile-row-no(tl) to disp-num
           move tile-col-no(tl) to disp-num-2
           string function trim(disp-num) "," function trim(disp-num-2)
               ") local (" delimited by size
               into trailhead-report-line with pointer k-pointer
           move local-y to disp-num
           move local-x to disp-num-2
           string function trim(disp-num) "," function trim(disp-num-2)
               ")" delimited by size
               into trailhead-report-line with pointer k-pointer.

       credit-trailhead-tile.
           set tl to trailhead-tile
           add trailhead-score to tile-score(tl)
           add trailhead-rating to tile-rating(tl)
           add trailhead-crossing to tile-crossing(tl)
           add trailhead-crossing to crossing-trail-total
           if trailhead-crossing > 0
               add 1 to crossing-trailhead-total
           end-if.

       write-tile-totals.
      *Part 1 and part 2 per tile of the trailhead, then the whole
      *survey, on the trailhead report and the console.
           move spaces to trailhead-report-line
           write trailhead-report-line
           move "=== Per-tile totals (tile of the trailhead) ==="
               to trailhead-report-line
           write trailhead-report-line
           display "Day10: per-tile totals:"
           perform varying tile-scan from 1 by 1
               until tile-scan > tile-count
               set tl to tile-scan
               move tile-row-no(tl) to disp-num
               move tile-col-no(tl) to disp-num-2
               move spaces to trailhead-report-line
               move 1 to k-pointer
               string "Tile (" function trim(disp-num) ","
                   function trim(disp-num-2) ") "
                   function trim(tile-file-name(tl))
                   delimited by size into trailhead-report-line
                   with pointer k-pointer
               move tile-score(tl) to disp-num
               move tile-rating(tl) to disp-num-2
               move tile-crossing(tl) to disp-num-3
               string ": part 1 " function trim(disp-num)
                   ", part 2 " function trim(disp-num-2)
                   ", border-crossing trails "
                   function trim(disp-num-3)
                   delimited by size into trailhead-report-line
                   with pointer k-pointer
               write trailhead-report-line
               display "  " function trim(trailhead-report-line)
           end-perform
           move result-score to disp-num
           move result-rating to disp-num-2
           move crossing-trail-total to disp-num-3
           move spaces to trailhead-report-line
           string "Whole survey: part 1 " function trim(disp-num)
               ", part 2 " function trim(disp-num-2)
               ", border-crossing trails " function trim(disp-num-3)
               delimited by size into trailhead-report-line
           write trailhead-report-line
           display "  " function trim(trailhead-report-line)
           move crossing-trailhead-total to disp-num
           move spaces to trailhead-report-line
           string "Trailheads with a trail crossing a tile border: "
               function trim(disp-num)
               delimited by size into trailhead-report-line
           write trailhead-report-line.

       record-overflow.
      *table to show each trailhead and every peak reached from any
      *trailhead, without disturbing the numeric result.
           open output map-file
           perform varying y from 1 by 1 until y > survey-height
               move spaces to map-line
               perform varying x from 1 by 1 until x > survey-width
                   evaluate true
                       when cell(y,x) = 0
                           move 'T' to map-line(x:1)
               end-perform
               write map-line
           end-perform
           close map-file
           move map-file-name to trigger-output-name
           perform note-trigger-output.

       seal-violation-abort.
           move "FAILED" to day10-status
               "aborting (AOC_SEAL_OVERRIDE=Y to override)."
           goback.

       tile-layout-error.
           move "FAILED" to day10-status
           move "survey tile layout rejected" to day10-status-reason
           move "SEVERE" to alert-severity
           move day10-status-reason to alert-reason
           perform write-alert-entry
           move "END" to journal-event
           move day10-status to journal-status
           perform write-journal-entry
           display "Day10: " function trim(tile-fault-text)
               " - aborting."
           goback.

       input-file-error.
           move "FAILED" to day10-status
           move spaces to day10-status-reason
           end-if
           goback.

       record-capacity-peaks.
           move "survey-height" to capacity-limit-name
           move survey-height to capacity-peak
           move max-survey-height to capacity-limit
           perform write-capacity-entry
           move "survey-width" to capacity-limit-name
           move survey-width to capacity-peak
           move max-survey-width to capacity-limit
           perform write-capacity-entry
           move "tiles" to capacity-limit-name
           move tile-count to capacity-peak
           move max-tiles to capacity-limit
           perform write-capacity-entry
           move "trail-stack" to capacity-limit-name
           move peak-stack-depth to capacity-peak
           move stack-depth to capacity-limit
           perform write-capacity-entry
           move "trail-selections" to capacity-limit-name
           move trail-selection-count to capacity-peak
           move max-trail-selections to capacity-limit
           perform write-capacity-entry
           move "peaks" to capacity-limit-name
           move peak-count to capacity-peak
           move max-peaks to capacity-limit
           perform write-capacity-entry.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day10"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day10"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="Day10"==.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'WriteExceptionEntry.cpy'
       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day10"==.

       copy 'WriteCapacityEntry.cpy'
           replacing ==program-name-tag== by =="Day10"==.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="Day10"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'WriteMessage.cpy'.
