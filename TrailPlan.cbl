       program-id. TrailPlan as "TrailPlan".

      *----------------------------------------------------------------
      * Plans point-to-point routes over Day10's survey map for the
      * rangers.  Each line of the route request file
      * (DAY10_ROUTE_REQUESTS, default day10_route_requests.txt)
      * names a start and an end cell - "(y,x) (y,x)" the way Day10
      * reports them, or four plain numbers - optionally followed by
      * a label for the sheet.
      *
      * Every route that climbs exactly one height per step, 4-way,
      * over passable terrain from the start to the end is found and
      * counted.  The route with the fewest direction changes is
      * listed step by step with TrailGrade's exposure count and
      * difficulty class (turns first, then exposure, to break a
      * tie).  A pair with no route gets a NO ROUTE verdict and the
      * highest ground reached from the start.  The survey map comes
      * from DAY10_INPUT the same way Day10 and TrailGrade read it.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select map-file assign to dynamic map-file-name
               line sequential
               file status is map-file-status.

           select request-file assign to dynamic request-file-name
               line sequential
               file status is request-file-status.

           select plan-file assign to dynamic plan-file-name
               line sequential
               file status is plan-file-status.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd map-file.
       01 map-record pic X(60).

       fd request-file.
       01 request-record pic X(120).

       fd plan-file.
       01 plan-line pic X(120).

       copy 'ConfigFd.cpy'.

       working-storage section.
       78 gmax-height value 60.
       78 gmax-width value 60.
       78 max-route-steps value 10.

       01 ws-eof pic x(1).
       01 map-file-name pic X(200).
       01 map-file-status pic X(2).
       01 request-file-name pic X(200).
       01 request-file-status pic X(2).
       01 plan-file-name pic X(200)
           value "day10_route_plan.txt".
       01 plan-file-status pic X(2).

       01 survey-map.
           05 survey-row occurs gmax-height times.
               10 survey-cell pic X value '.'
                  occurs gmax-width times.
       01 map-height binary-long value 0.
       01 map-width binary-long value 0.

      *One request: start and end (anything after them is a label
      *that is carried onto the plan with the request line).
       01 parse-work pic X(120).
       01 request-tokens.
           05 request-token pic X(6) occurs 4 times.
       01 token-scan binary-long value 0.
       01 start-y binary-long value 0.
       01 start-x binary-long value 0.
       01 end-y binary-long value 0.
       01 end-x binary-long value 0.
       01 start-height binary-long value 0.
       01 end-height binary-long value 0.
       01 request-count binary-long value 0.
       01 routed-count binary-long value 0.
       01 no-route-count binary-long value 0.
       01 rejected-count binary-long value 0.
       01 filler pic X value 'n'.
           88 request-malformed value 'y'.
           88 request-well-formed value 'n'.
       01 reject-text pic X(60).

      *The search is a backtrack over the route being walked: each
      *depth holds a cell and the last of the four directions
      *(1 N, 2 E, 3 S, 4 W) tried from it.
       01 route-walk.
           05 walk-step occurs max-route-steps times.
               10 walk-y binary-long.
               10 walk-x binary-long.
               10 walk-dir binary-long.
       01 walk-depth binary-long value 0.
       01 probe-y binary-long value 0.
       01 probe-x binary-long value 0.
       01 probe-height binary-long value 0.
       01 walk-height binary-long value 0.
       01 route-total binary-long value 0.
       01 furthest-height binary-long value 0.

      *The best route so far and its TrailGrade figures.
       01 best-route.
           05 best-step occurs max-route-steps times.
               10 best-y binary-long.
               10 best-x binary-long.
       01 best-length binary-long value 0.
       01 best-turns binary-long value 0.
       01 best-exposure binary-long value 0.
       01 best-score binary-long value 0.
       01 best-class pic X.

      *Figures for the route just completed (TrailGrade's scoring).
       01 step-scan binary-long value 0.
       01 prev-dy binary-long value 0.
       01 prev-dx binary-long value 0.
       01 this-dy binary-long value 0.
       01 this-dx binary-long value 0.
       01 direction-changes binary-long value 0.
       01 exposure-count binary-long value 0.
       01 difficulty-score binary-long value 0.
       01 check-y binary-long value 0.
       01 check-x binary-long value 0.
       01 filler pic X value 'n'.
           88 step-exposed value 'y'.
           88 step-sheltered value 'n'.
       01 heading-text pic X(5).

       01 disp-num pic Z(3)9.
       01 disp-num-2 pic Z(3)9.
       01 disp-num-3 pic Z(3)9.
       01 disp-num-4 pic Z(3)9.
       01 count-disp pic Z(6)9.

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

           accept map-file-name from environment "DAY10_INPUT"
           if map-file-name = spaces
               move "DAY10_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to map-file-name
           end-if
           if map-file-name = spaces
               move "inputDay10.txt" to map-file-name
           end-if
           move map-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to map-file-name

           accept request-file-name
               from environment "DAY10_ROUTE_REQUESTS"
           if request-file-name = spaces
               move "DAY10_ROUTE_REQUESTS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to request-file-name
           end-if
           if request-file-name = spaces
               move "day10_route_requests.txt" to request-file-name
           end-if
           move request-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to request-file-name

           move plan-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to plan-file-name

           perform load-survey-map
           if map-height = 0
               display "TrailPlan: cannot read survey map "
                   function trim(map-file-name)
                   " (file status " map-file-status ") - aborting."
               goback
           end-if

           open input request-file
           if request-file-status not = "00"
               display "TrailPlan: no route requests at "
                   function trim(request-file-name)
                   " (file status " request-file-status ")."
               goback
           end-if
           open output plan-file
           if plan-file-status not = "00"
               go to plan-file-error
           end-if
           move "=== Point-to-point route plan ===" to plan-line
           write plan-line
               perform until ws-eof='y'
               read request-file
                   at end move 'y' to ws-eof
                   not at end
                       perform plan-one-request
               end-read
               if request-file-status not = "00" and
                  request-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close request-file
           perform write-plan-summary
           close plan-file

           move request-count to count-disp
           display "TrailPlan: " function trim(count-disp)
               " route request(s) planned to "
               function trim(plan-file-name)
           move routed-count to disp-num
           move no-route-count to disp-num-2
           move rejected-count to disp-num-3
           display "TrailPlan: " function trim(disp-num)
               " routed, " function trim(disp-num-2)
               " NO ROUTE, " function trim(disp-num-3) " rejected"
           goback.

       load-survey-map.
           open input map-file
           if map-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read map-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-map-row
               end-read
               if map-file-status not = "00" and
                  map-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close map-file.

       load-one-map-row.
           if map-height >= gmax-height
               exit paragraph
           end-if
           add 1 to map-height
           if map-height = 1
               compute map-width = function length(
                   function trim(map-record))
               if map-width > gmax-width
                   move gmax-width to map-width
               end-if
           end-if
           move map-record(1:gmax-width)
               to survey-row(map-height).

       plan-one-request.
           if request-record = spaces or
              request-record(1:1) = "*"
               exit paragraph
           end-if
           add 1 to request-count
           perform parse-request-line
           perform write-request-header
           if request-malformed
               add 1 to rejected-count
               move spaces to plan-line
               string "  REJECTED - " function trim(reject-text)
                   delimited by size into plan-line
               write plan-line
               exit paragraph
           end-if
           perform search-routes
           if route-total = 0
               add 1 to no-route-count
               perform write-no-route
           else
               add 1 to routed-count
               perform write-best-route
           end-if.

       parse-request-line.
      *"(y,x) (y,x) label" becomes four coordinate tokens once the
      *punctuation is blanked out.
           set request-well-formed to true
           move request-record to parse-work
           inspect parse-work replacing all "(" by " "
           inspect parse-work replacing all ")" by " "
           inspect parse-work replacing all "," by " "
           move function trim(parse-work, leading) to parse-work
           move spaces to request-tokens
           unstring parse-work delimited by all space
               into request-token(1) request-token(2)
                    request-token(3) request-token(4)
           perform varying token-scan from 1 by 1
               until token-scan > 4
               if request-token(token-scan) = spaces or
                  function trim(request-token(token-scan))
                      is not numeric
                   set request-malformed to true
               end-if
           end-perform
           if request-malformed
               move "start and end must be (y,x) (y,x)"
                   to reject-text
               move 0 to start-y start-x end-y end-x
               exit paragraph
           end-if
           move function numval(request-token(1)) to start-y
           move function numval(request-token(2)) to start-x
           move function numval(request-token(3)) to end-y
           move function numval(request-token(4)) to end-x
           if start-y < 1 or start-y > map-height or
              start-x < 1 or start-x > map-width or
              end-y < 1 or end-y > map-height or
              end-x < 1 or end-x > map-width
               set request-malformed to true
               move "coordinates are off the survey map"
                   to reject-text
               exit paragraph
           end-if
           if survey-cell(start-y, start-x) is not numeric
               set request-malformed to true
               move "start cell is impassable" to reject-text
               exit paragraph
           end-if
           if survey-cell(end-y, end-x) is not numeric
               set request-malformed to true
               move "end cell is impassable" to reject-text
               exit paragraph
           end-if
           move survey-cell(start-y, start-x) to start-height
           move survey-cell(end-y, end-x) to end-height.

       search-routes.
      *Every climb is one height a step, so a route is exactly
      *end-height - start-height steps long and the walk never
      *needs to go above the end's height.
           move 0 to route-total
           move 0 to best-length
           move start-height to furthest-height
           move 1 to walk-depth
           move start-y to walk-y(1)
           move start-x to walk-x(1)
           move 0 to walk-dir(1)
           if end-height <= start-height
               exit paragraph
           end-if
           perform until walk-depth = 0
               add 1 to walk-dir(walk-depth)
               if walk-dir(walk-depth) > 4
                   subtract 1 from walk-depth
               else
                   perform try-next-step
               end-if
           end-perform.

       try-next-step.
           move walk-y(walk-depth) to probe-y
           move walk-x(walk-depth) to probe-x
           evaluate walk-dir(walk-depth)
               when 1 subtract 1 from probe-y
               when 2 add 1 to probe-x
               when 3 add 1 to probe-y
               when 4 subtract 1 from probe-x
           end-evaluate
           if probe-y < 1 or probe-y > map-height or
              probe-x < 1 or probe-x > map-width
               exit paragraph
           end-if
           if survey-cell(probe-y, probe-x) is not numeric
               exit paragraph
           end-if
           move survey-cell(probe-y, probe-x) to probe-height
           move survey-cell(walk-y(walk-depth), walk-x(walk-depth))
               to walk-height
           if probe-height not = walk-height + 1 or
              probe-height > end-height
               exit paragraph
           end-if
           if probe-height > furthest-height
               move probe-height to furthest-height
           end-if
           add 1 to walk-depth
           move probe-y to walk-y(walk-depth)
           move probe-x to walk-x(walk-depth)
           move 0 to walk-dir(walk-depth)
           if probe-height = end-height
               if probe-y = end-y and probe-x = end-x
                   add 1 to route-total
                   perform score-walked-route
               end-if
               subtract 1 from walk-depth
           end-if.

       score-walked-route.
      *TrailGrade's measures: turns between successive steps, and
      *steps beside impassable ground or the map edge.
           move 0 to direction-changes
           move 0 to exposure-count
           move 0 to prev-dy
           move 0 to prev-dx
           perform varying step-scan from 2 by 1
               until step-scan > walk-depth
               compute this-dy =
                   walk-y(step-scan) - walk-y(step-scan - 1)
               compute this-dx =
                   walk-x(step-scan) - walk-x(step-scan - 1)
               if step-scan > 2 and
                  (this-dy not = prev-dy or this-dx not = prev-dx)
                   add 1 to direction-changes
               end-if
               move this-dy to prev-dy
               move this-dx to prev-dx
           end-perform
           perform varying step-scan from 1 by 1
               until step-scan > walk-depth
               perform check-step-exposure
               if step-exposed
                   add 1 to exposure-count
               end-if
           end-perform
           compute difficulty-score =
               direction-changes * 2 + exposure-count
           if best-length = 0 or
              direction-changes < best-turns or
              (direction-changes = best-turns and
               exposure-count < best-exposure)
               perform keep-best-route
           end-if.

       keep-best-route.
           move walk-depth to best-length
           move direction-changes to best-turns
           move exposure-count to best-exposure
           move difficulty-score to best-score
           perform varying step-scan from 1 by 1
               until step-scan > walk-depth
               move walk-y(step-scan) to best-y(step-scan)
               move walk-x(step-scan) to best-x(step-scan)
           end-perform
           evaluate true
               when best-score <= 5
                   move "A" to best-class
               when best-score <= 10
                   move "B" to best-class
               when best-score <= 15
                   move "C" to best-class
               when other
                   move "D" to best-class
           end-evaluate.

       check-step-exposure.
           set step-sheltered to true
           compute check-y = walk-y(step-scan) - 1
           move walk-x(step-scan) to check-x
           perform probe-one-neighbour
           compute check-y = walk-y(step-scan) + 1
           perform probe-one-neighbour
           move walk-y(step-scan) to check-y
           compute check-x = walk-x(step-scan) - 1
           perform probe-one-neighbour
           compute check-x = walk-x(step-scan) + 1
           perform probe-one-neighbour.

       probe-one-neighbour.
           if step-exposed
               exit paragraph
           end-if
           if check-y < 1 or check-y > map-height or
              check-x < 1 or check-x > map-width
               set step-exposed to true
               exit paragraph
           end-if
           if survey-cell(check-y, check-x) is not numeric
               set step-exposed to true
           end-if.

       write-request-header.
           move spaces to plan-line
           write plan-line
           move request-count to disp-num
           move spaces to plan-line
           string "--- Request " function trim(disp-num) ": "
               function trim(request-record)
               " ---" delimited by size into plan-line
           write plan-line.

       write-no-route.
           move furthest-height to disp-num
           move start-height to disp-num-2
           move end-height to disp-num-3
           move spaces to plan-line
           string "  NO ROUTE - climbing from height "
               function trim(disp-num-2) " toward height "
               function trim(disp-num-3)
               ", furthest height reached "
               function trim(disp-num)
               delimited by size into plan-line
           write plan-line.

       write-best-route.
           move route-total to count-disp
           move spaces to plan-line
           string "  distinct routes: " function trim(count-disp)
               delimited by size into plan-line
           write plan-line
           move best-turns to disp-num
           move best-exposure to disp-num-2
           compute disp-num-3 = best-length - 1
           move spaces to plan-line
           string "  fewest-turn route: class " best-class ", "
               function trim(disp-num-3) " step(s), "
               function trim(disp-num) " turn(s), "
               function trim(disp-num-2) " exposed step(s)"
               delimited by size into plan-line
           write plan-line
           perform varying step-scan from 1 by 1
               until step-scan > best-length
               perform write-route-step
           end-perform.

       write-route-step.
           move spaces to heading-text
           if step-scan > 1
               evaluate true
                   when best-y(step-scan) < best-y(step-scan - 1)
                       move "north" to heading-text
                   when best-y(step-scan) > best-y(step-scan - 1)
                       move "south" to heading-text
                   when best-x(step-scan) > best-x(step-scan - 1)
                       move "east" to heading-text
                   when other
                       move "west" to heading-text
               end-evaluate
           end-if
           compute disp-num = step-scan - 1
           move best-y(step-scan) to disp-num-2
           move best-x(step-scan) to disp-num-3
           move survey-cell(best-y(step-scan), best-x(step-scan))
               to disp-num-4
           move spaces to plan-line
           move 1 to token-scan
           string "    step " function trim(disp-num) ": ("
               function trim(disp-num-2) ","
               function trim(disp-num-3) ") height "
               function trim(disp-num-4)
               delimited by size into plan-line
               with pointer token-scan
           if heading-text not = spaces
               string " - " function trim(heading-text)
                   delimited by size into plan-line
                   with pointer token-scan
           end-if
           write plan-line.

       write-plan-summary.
           move spaces to plan-line
           write plan-line
           move request-count to disp-num
           move routed-count to disp-num-2
           move no-route-count to disp-num-3
           move rejected-count to disp-num-4
           move spaces to plan-line
           string "Requests: " function trim(disp-num)
               ", routed: " function trim(disp-num-2)
               ", NO ROUTE: " function trim(disp-num-3)
               ", rejected: " function trim(disp-num-4)
               delimited by size into plan-line
           write plan-line.

       plan-file-error.
           display "TrailPlan: cannot write "
               function trim(plan-file-name)
               " (file status " plan-file-status ") - aborting."
           goback.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program TrailPlan.
