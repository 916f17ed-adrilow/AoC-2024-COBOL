       program-id. AntennaMaint as "AntennaMaint".

      *----------------------------------------------------------------
      * Antenna inventory maintenance for Day8, in the ExpectedMaint
      * SCREEN SECTION style.  Field engineering works in antenna
      * ids, not map characters, so the indexed inventory named by
      * DAY8_INVENTORY (default day8_antenna_inventory.dat) is the
      * master record and Day8 regenerates its map from the ACTIVE
      * antennas on it.
      *
      * Actions: F finds the antenna id keyed, B browses the file
      * from that id a page at a time, A adds a new antenna
      * (frequency, row, column, install date - today when left
      * zero), M moves an ACTIVE antenna to the row and column
      * keyed, T retires it, I imports every antenna on the DAY8_INPUT
      * map that the inventory does not yet hold at that cell (ids
      * made up as <frequency>-<row>-<column>), Q leaves.
      *
      * Retired antennas are never deleted - they stay on file with
      * their retirement date and no longer count toward the map.
      * Two ACTIVE antennas may not share a cell, and a cell must lie
      * on Day8's 50x50 map.  The owning department is joined from
      * the DAY8_OWNERS frequency registration whenever an antenna
      * is added, moved or imported.  Every applied change is
      * appended to day8_inventory_audit.txt as
      * user,date-time,action,antenna-id,before,after.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           copy 'AntennaInvSelect.cpy'.

           select owners-file assign to dynamic owners-file-name
               line sequential
               file status is owners-file-status.

           select map-file assign to dynamic map-file-name
               line sequential
               file status is map-file-status.

           select audit-file assign to dynamic audit-file-name
               line sequential
               file status is audit-file-status.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       copy 'AntennaInvFd.cpy'.

       fd owners-file.
       01 owners-line pic X(60).

       fd map-file.
       01 map-record pic X(200).

       fd audit-file.
       01 audit-record pic X(200).

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 antenna-inv-file-name pic X(200)
           value "day8_antenna_inventory.dat".
       01 antenna-inv-file-status pic X(2).
       01 owners-file-name pic X(200).
       01 owners-file-status pic X(2).
       01 map-file-name pic X(200).
       01 map-file-status pic X(2).
       01 audit-file-name pic X(200)
           value "day8_inventory_audit.txt".
       01 audit-file-status pic X(2).

      *Day8's map is 50x50; an antenna outside it could never be
      *put on the map.
       78 map-height value 50.
       78 map-width value 50.

      *Frequency registration from DAY8_OWNERS, loaded the way
      *Day8's ownership join loads it.
       78 max-freq-owners value 100.
       01 owner-table.
         05 owner-entry occurs max-freq-owners times
            indexed by ow.
           10 owner-glyph pic X.
           10 owner-dept pic X(30).
       01 owner-count binary-long value 0.
       01 owner-glyph-token pic X(4).
       01 owner-dept-token pic X(30).
       01 joined-dept pic X(30).

       01 scr-antenna-id pic X(10).
       01 scr-frequency pic X.
       01 scr-row pic 9(3) value 0.
       01 scr-col pic 9(3) value 0.
       01 scr-install-date pic 9(8) value 0.
       01 scr-action pic X.
       01 scr-status pic X(7).
       01 scr-department pic X(30).
       01 scr-retired-date pic X(8).
       01 scr-message pic X(70).
       01 scr-header pic X(70).

      *One page of the browse list as it appears on the screen.
       78 list-rows value 10.
       01 list-view.
         05 list-line pic X(70) occurs list-rows times.
       01 list-index binary-long value 0.
       01 list-row-disp pic Z(2)9.
       01 list-col-disp pic Z(2)9.

      *The record being worked on, kept apart from the file record
      *so a scan of the file for a clashing cell cannot disturb it.
       01 work-record.
           05 work-antenna-id pic X(10).
           05 work-frequency pic X.
           05 work-row pic 9(3).
           05 work-col pic 9(3).
           05 work-install-date pic 9(8).
           05 work-status pic X(7).
           05 work-department pic X(30).
           05 work-retired-date pic 9(8).

       01 clash-id pic X(10).
       01 filler pic X value 'n'.
           88 cell-taken value 'y'.
           88 cell-free value 'n'.
       01 filler pic X value 'n'.
           88 antenna-found value 'y'.
           88 antenna-not-found value 'n'.

       01 import-y binary-long value 0.
       01 import-x binary-long value 0.
       01 import-added binary-long value 0.
       01 import-skipped binary-long value 0.
       01 active-count binary-long value 0.
       01 retired-count binary-long value 0.

       01 filler pic X value 'n'.
           88 maint-done value 'y'.

       01 signed-user pic X(30).
       01 scr-signon-user pic X(30).
       01 scr-signon-message pic X(60).
       01 filler pic X value 'n'.
           88 signon-done value 'y'.

       01 audit-action pic X(12).
       01 audit-before pic X(40).
       01 audit-after pic X(40).
       01 today-date pic 9(8).
       01 audit-time pic 9(8).

       01 row-disp pic Z(2)9.
       01 col-disp pic Z(2)9.
       01 count-disp pic Z(5)9.
       01 count-disp-2 pic Z(5)9.

       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

       screen section.
       01 signon-screen.
           05 blank screen.
           05 line 1 col 5
              value "=== Day8 antenna inventory - sign on ===".
           05 line 3 col 5 value "User id      :".
           05 line 3 col 21 pic X(30) using scr-signon-user.
           05 line 5 col 5 pic X(60) from scr-signon-message.

       01 maint-screen.
           05 blank screen.
           05 line 1 col 2 value "=== Day8 antenna inventory ===".
           05 line 2 col 2 pic X(70) from scr-header.
           05 line 4 col 2 value "Antenna id   :".
           05 line 4 col 17 pic X(10) using scr-antenna-id.
           05 line 5 col 2 value "Frequency    :".
           05 line 5 col 17 pic X using scr-frequency.
           05 line 6 col 2 value "Row          :".
           05 line 6 col 17 pic 9(3) using scr-row.
           05 line 6 col 22 value "Column:".
           05 line 6 col 30 pic 9(3) using scr-col.
           05 line 7 col 2 value "Installed    :".
           05 line 7 col 17 pic 9(8) using scr-install-date.
           05 line 8 col 2 value "Status       :".
           05 line 8 col 17 pic X(7) from scr-status.
           05 line 8 col 26 value "Retired:".
           05 line 8 col 35 pic X(8) from scr-retired-date.
           05 line 9 col 2 value "Department   :".
           05 line 9 col 17 pic X(30) from scr-department.
           05 line 11 col 2 value "Action:".
           05 line 11 col 10 pic X using scr-action.
           05 line 11 col 13 value
              "F=find B=browse A=add M=move T=retire I=import".
           05 line 11 col 60 value "Q=quit".
           05 line 13 col 2 pic X(70) from list-line(1).
           05 line 14 col 2 pic X(70) from list-line(2).
           05 line 15 col 2 pic X(70) from list-line(3).
           05 line 16 col 2 pic X(70) from list-line(4).
           05 line 17 col 2 pic X(70) from list-line(5).
           05 line 18 col 2 pic X(70) from list-line(6).
           05 line 19 col 2 pic X(70) from list-line(7).
           05 line 20 col 2 pic X(70) from list-line(8).
           05 line 21 col 2 pic X(70) from list-line(9).
           05 line 22 col 2 pic X(70) from list-line(10).
           05 line 23 col 2 pic X(70) from scr-message.

       procedure division.
           perform load-runtime-config
           accept aoc-data-dir from environment "AOC_DATA_DIR"
           if aoc-data-dir = spaces
               move "AOC_DATA_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to aoc-data-dir
           end-if

           accept antenna-inv-file-name from environment
               "DAY8_INVENTORY"
           if antenna-inv-file-name = spaces
               move "DAY8_INVENTORY" to config-lookup-key
               perform get-config-value
               move config-lookup-value to antenna-inv-file-name
           end-if
           if antenna-inv-file-name = spaces
               move "day8_antenna_inventory.dat"
                   to antenna-inv-file-name
           end-if
           move antenna-inv-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to antenna-inv-file-name

           accept map-file-name from environment "DAY8_INPUT"
           if map-file-name = spaces
               move "DAY8_INPUT" to config-lookup-key
               perform get-config-value
               move config-lookup-value to map-file-name
           end-if
           if map-file-name = spaces
               move "inputDay8.txt" to map-file-name
           end-if
           move map-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to map-file-name

           move audit-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to audit-file-name

           accept owners-file-name from environment "DAY8_OWNERS"
           if owners-file-name = spaces
               move "DAY8_OWNERS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to owners-file-name
           end-if
           if owners-file-name not = spaces
               move owners-file-name to data-dir-filename
               perform apply-data-dir-prefix
               move data-dir-filename to owners-file-name
               perform load-frequency-owners
           end-if

           open i-o antenna-inv-file
           if antenna-inv-file-status = "35"
               open output antenna-inv-file
               close antenna-inv-file
               open i-o antenna-inv-file
           end-if
           if antenna-inv-file-status not = "00"
               display "AntennaMaint: "
                   function trim(antenna-inv-file-name)
                   " could not be opened (file status "
                   antenna-inv-file-status ")."
               goback
           end-if

           perform sign-on-user
           if not signon-done
               display "AntennaMaint: sign-on abandoned."
               close antenna-inv-file
               goback
           end-if

           move spaces to scr-message
           move spaces to list-view
           perform clear-detail
           if owners-file-name = spaces
               move "DAY8_OWNERS not configured - departments will "
                   & "be left blank." to scr-message
           end-if

           perform until maint-done
               perform build-header
               move space to scr-action
               display maint-screen
               accept maint-screen
               move spaces to scr-message
               evaluate function upper-case(scr-action)
                   when "F"
                       perform find-antenna
                   when "B"
                       perform browse-antennas
                   when "A"
                       perform add-antenna
                   when "M"
                       perform move-antenna
                   when "T"
                       perform retire-antenna
                   when "I"
                       perform import-map-antennas
                   when "Q"
                       set maint-done to true
                   when other
                       move "Unknown action." to scr-message
               end-evaluate
           end-perform

           close antenna-inv-file
           display " "
           display "AntennaMaint: done."
           goback.

       load-frequency-owners.
           open input owners-file
           if owners-file-status not = "00"
               display "AntennaMaint: ownership file "
                   function trim(owners-file-name)
                   " not readable (file status "
                   owners-file-status ") - departments left blank."
               exit paragraph
           end-if
               perform until ws-eof='y'
               read owners-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-owner
               end-read
               if owners-file-status not = "00" and
                  owners-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close owners-file.

       load-one-owner.
           if owners-line = spaces or owners-line(1:1) = "*"
               exit paragraph
           end-if
           if owner-count >= max-freq-owners
               exit paragraph
           end-if
           move spaces to owner-glyph-token
           move spaces to owner-dept-token
           unstring owners-line delimited by all space
               into owner-glyph-token owner-dept-token
           if owner-glyph-token = spaces or
              owner-dept-token = spaces
               exit paragraph
           end-if
           add 1 to owner-count
           set ow to owner-count
           move owner-glyph-token(1:1) to owner-glyph(ow)
           move owner-dept-token to owner-dept(ow).

       join-department.
      *work-frequency's registered department, blank when the
      *frequency has no owner on file.
           move spaces to joined-dept
           perform varying ow from 1 by 1 until ow > owner-count
               if owner-glyph(ow) = work-frequency
                   move owner-dept(ow) to joined-dept
                   set ow to owner-count
               end-if
           end-perform
           move joined-dept to work-department.

       sign-on-user.
           accept scr-signon-user from environment "USER"
           move "Inventory changes are logged under this user id."
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

       build-header.
           perform count-inventory
           move active-count to count-disp
           move retired-count to count-disp-2
           move spaces to scr-header
           string function trim(antenna-inv-file-name) "  active "
               function trim(count-disp) "  retired "
               function trim(count-disp-2)
               delimited by size into scr-header.

       count-inventory.
           move 0 to active-count
           move 0 to retired-count
           move low-values to inv-antenna-id
           start antenna-inv-file key >= inv-antenna-id
               invalid key exit paragraph
           end-start
               perform until ws-eof='y'
               read antenna-inv-file next record
                   at end move 'y' to ws-eof
                   not at end
                       if inv-active
                           add 1 to active-count
                       else
                           add 1 to retired-count
                       end-if
               end-read
               if antenna-inv-file-status not = "00" and
                  antenna-inv-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof.

       clear-detail.
           move spaces to scr-status
           move spaces to scr-department
           move spaces to scr-retired-date.

       show-work-record.
           move work-antenna-id to scr-antenna-id
           move work-frequency to scr-frequency
           move work-row to scr-row
           move work-col to scr-col
           move work-install-date to scr-install-date
           move work-status to scr-status
           move work-department to scr-department
           if work-retired-date = 0
               move spaces to scr-retired-date
           else
               move work-retired-date to scr-retired-date
           end-if.

       read-keyed-antenna.
           set antenna-not-found to true
           if scr-antenna-id = spaces
               move "Key an antenna id first." to scr-message
               exit paragraph
           end-if
           move scr-antenna-id to inv-antenna-id
           read antenna-inv-file record key is inv-antenna-id
               invalid key
                   move spaces to scr-message
                   string "Antenna " function trim(scr-antenna-id)
                       " is not on the inventory."
                       delimited by size into scr-message
               not invalid key
                   set antenna-found to true
                   move antenna-inv-record to work-record
           end-read.

       find-antenna.
           perform clear-detail
           perform read-keyed-antenna
           if antenna-not-found
               exit paragraph
           end-if
           perform show-work-record
           move "Antenna found." to scr-message.

       browse-antennas.
      *One page from the id keyed (from the start when blank);
      *keying the last id shown and B again pages on.
           move spaces to list-view
           move 0 to list-index
           move scr-antenna-id to inv-antenna-id
           if inv-antenna-id = spaces
               move low-values to inv-antenna-id
           end-if
           start antenna-inv-file key >= inv-antenna-id
               invalid key
                   move "No antennas at or after that id."
                       to scr-message
                   exit paragraph
           end-start
               perform until ws-eof='y' or list-index >= list-rows
               read antenna-inv-file next record
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to list-index
                       move inv-row to list-row-disp
                       move inv-col to list-col-disp
                       string inv-antenna-id " " inv-frequency
                           " (" list-row-disp "," list-col-disp ") "
                           inv-status " " inv-install-date " "
                           inv-department(1:25)
                           delimited by size
                           into list-line(list-index)
               end-read
               if antenna-inv-file-status not = "00" and
                  antenna-inv-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           if list-index = 0
               move "No antennas at or after that id." to scr-message
           else
               move "Key the last id shown and B again to page on."
                   to scr-message
           end-if.

       check-target-cell.
      *The keyed row/column must lie on Day8's map and must not
      *already hold another ACTIVE antenna.
           if scr-row < 1 or scr-row > map-height
             or scr-col < 1 or scr-col > map-width
               move "Row/column outside the map (1-50 by 1-50)."
                   to scr-message
               exit paragraph
           end-if
           perform find-cell-clash
           if cell-taken
               move spaces to scr-message
               string "Cell already holds ACTIVE antenna "
                   function trim(clash-id) "."
                   delimited by size into scr-message
           end-if.

       find-cell-clash.
      *Any ACTIVE antenna other than the one keyed already standing
      *on scr-row/scr-col.
           set cell-free to true
           move spaces to clash-id
           move low-values to inv-antenna-id
           start antenna-inv-file key >= inv-antenna-id
               invalid key exit paragraph
           end-start
               perform until ws-eof='y' or cell-taken
               read antenna-inv-file next record
                   at end move 'y' to ws-eof
                   not at end
                       if inv-active and inv-row = scr-row
                         and inv-col = scr-col
                         and inv-antenna-id not = scr-antenna-id
                           set cell-taken to true
                           move inv-antenna-id to clash-id
                       end-if
               end-read
               if antenna-inv-file-status not = "00" and
                  antenna-inv-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof.

       add-antenna.
           if scr-antenna-id = spaces
               move "Key an antenna id first." to scr-message
               exit paragraph
           end-if
           if scr-frequency = space or
              (scr-frequency not numeric and
               scr-frequency not alphabetic)
               move "Frequency must be a letter or digit."
                   to scr-message
               exit paragraph
           end-if
           move scr-antenna-id to inv-antenna-id
           read antenna-inv-file record key is inv-antenna-id
               invalid key
                   continue
               not invalid key
                   move spaces to scr-message
                   string "Antenna " function trim(scr-antenna-id)
                       " is already on the inventory."
                       delimited by size into scr-message
                   exit paragraph
           end-read
           perform check-target-cell
           if scr-message not = spaces
               exit paragraph
           end-if
           accept today-date from date yyyymmdd
           if scr-install-date = 0
               move today-date to scr-install-date
           end-if
           move scr-antenna-id to work-antenna-id
           move scr-frequency to work-frequency
           move scr-row to work-row
           move scr-col to work-col
           move scr-install-date to work-install-date
           move "ACTIVE" to work-status
           move 0 to work-retired-date
           perform join-department
           perform write-work-record
           if scr-message not = spaces
               exit paragraph
           end-if
           move "ADD" to audit-action
           move spaces to audit-before
           perform describe-work-cell
           perform write-audit-entry
           perform show-work-record
           move "Antenna added." to scr-message.

       write-work-record.
           move work-record to antenna-inv-record
           write antenna-inv-record
               invalid key
                   move spaces to scr-message
                   string "Add failed (file status "
                       antenna-inv-file-status ")."
                       delimited by size into scr-message
           end-write.

       describe-work-cell.
      *"f (row,col) STATUS" for the audit trail.
           move work-row to row-disp
           move work-col to col-disp
           move spaces to audit-after
           string work-frequency " (" function trim(row-disp) ","
               function trim(col-disp) ") " function trim(work-status)
               delimited by size into audit-after.

       move-antenna.
           perform read-keyed-antenna
           if antenna-not-found
               exit paragraph
           end-if
           if work-status not = "ACTIVE"
               perform show-work-record
               move "A retired antenna cannot be moved."
                   to scr-message
               exit paragraph
           end-if
           if scr-row = work-row and scr-col = work-col
               move "Antenna is already at that cell." to scr-message
               exit paragraph
           end-if
           perform check-target-cell
           if scr-message not = spaces
               exit paragraph
           end-if
           perform describe-work-cell
           move audit-after to audit-before
           move scr-row to work-row
           move scr-col to work-col
           perform join-department
           perform rewrite-work-record
           if scr-message not = spaces
               exit paragraph
           end-if
           move "MOVE" to audit-action
           perform describe-work-cell
           perform write-audit-entry
           perform show-work-record
           move "Antenna moved." to scr-message.

       rewrite-work-record.
           move work-record to antenna-inv-record
           rewrite antenna-inv-record
               invalid key
                   move spaces to scr-message
                   string "Update failed (file status "
                       antenna-inv-file-status ")."
                       delimited by size into scr-message
           end-rewrite.

       retire-antenna.
           perform read-keyed-antenna
           if antenna-not-found
               exit paragraph
           end-if
           if work-status not = "ACTIVE"
               perform show-work-record
               move "Antenna is already retired." to scr-message
               exit paragraph
           end-if
           perform describe-work-cell
           move audit-after to audit-before
           accept today-date from date yyyymmdd
           move "RETIRED" to work-status
           move today-date to work-retired-date
           perform rewrite-work-record
           if scr-message not = spaces
               exit paragraph
           end-if
           move "RETIRE" to audit-action
           perform describe-work-cell
           perform write-audit-entry
           perform show-work-record
           move "Antenna retired - it stays on record." to scr-message.

       import-map-antennas.
      *Seeds the inventory from the current DAY8_INPUT map: each
      *antenna glyph whose cell no ACTIVE antenna already occupies
      *is added as <frequency>-<row>-<column>, installed today.
           move 0 to import-added
           move 0 to import-skipped
           move 0 to import-y
           accept today-date from date yyyymmdd
           open input map-file
           if map-file-status not = "00"
               move spaces to scr-message
               string "Map " function trim(map-file-name)
                   " could not be read (file status "
                   map-file-status ")."
                   delimited by size into scr-message
               exit paragraph
           end-if
               perform until ws-eof='y'
               read map-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to import-y
                       if import-y <= map-height
                           perform import-map-row
                       end-if
               end-read
               if map-file-status not = "00" and
                  map-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close map-file
           move spaces to scr-antenna-id
           perform clear-detail
           move import-added to count-disp
           move import-skipped to count-disp-2
           move spaces to scr-message
           string "Imported " function trim(count-disp)
               " antenna(s); " function trim(count-disp-2)
               " already on the inventory."
               delimited by size into scr-message.

       import-map-row.
           perform varying import-x from 1 by 1
               until import-x > map-width
               if map-record(import-x:1) not = "."
                 and map-record(import-x:1) not = space
                   perform import-one-antenna
               end-if
           end-perform.

       import-one-antenna.
           move import-y to scr-row
           move import-x to scr-col
           move spaces to scr-antenna-id
           perform find-cell-clash
           if cell-taken
               add 1 to import-skipped
               exit paragraph
           end-if
           move spaces to work-record
           string map-record(import-x:1) "-" scr-row "-" scr-col
               delimited by size into work-antenna-id
           move map-record(import-x:1) to work-frequency
           move scr-row to work-row
           move scr-col to work-col
           move today-date to work-install-date
           move "ACTIVE" to work-status
           move 0 to work-retired-date
           perform join-department
           move work-record to antenna-inv-record
           write antenna-inv-record
               invalid key
                   add 1 to import-skipped
                   exit paragraph
           end-write
           add 1 to import-added
           move "IMPORT" to audit-action
           move spaces to audit-before
           perform describe-work-cell
           perform write-audit-entry.

       write-audit-entry.
           accept today-date from date yyyymmdd
           accept audit-time from time
           open extend audit-file
           if audit-file-status = "35"
               open output audit-file
           end-if
           if audit-file-status not = "00"
               display "AntennaMaint: audit record lost (file "
                   "status " audit-file-status ")"
               exit paragraph
           end-if
           move spaces to audit-record
           string function trim(signed-user) ","
               today-date "-" audit-time ","
               function trim(audit-action) ","
               function trim(work-antenna-id) ","
               function trim(audit-before) ","
               function trim(audit-after)
               delimited by size into audit-record
           write audit-record
           close audit-file.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program AntennaMaint.
