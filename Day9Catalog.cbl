       program-id. Day9Catalog as "Day9Catalog".

      *----------------------------------------------------------------
      * Converts a file allocation catalog into the dense digit disk
      * map Day9 reads, so upstream no longer hand-builds the map.
      * The catalog named by DAY9_CATALOG (default day9_catalog.txt)
      * holds one "file-id,length,free" record per file, commas or
      * spaces between the fields: the file's block length and the
      * free blocks that trail it.
      *
      * The first pass validates every record - file ids run 0, 1,
      * 2 ... with no gap or repeat, lengths are 1 to 9 and free
      * runs a whole number of blocks - and sends each rejected
      * record to the shared exceptions hub.  Any rejection stops
      * the conversion: a map with a record missing would renumber
      * every file after it.
      *
      * The second pass writes the map in lines of 100 digits (Day9
      * skips the line ends).  A catalog of more files than
      * DAY9_CATALOG_VOLUME_FILES (default 10000) is cut into
      * volumes at file boundaries, day9_catalog_map_1.txt onward,
      * each starting on a file entry the way Day9's volume loader
      * expects, with day9_catalog_volumes.txt listing them for
      * DAY9_VOLUMES.  A free run longer than 9, the most one map
      * digit can say, is split the same way: its first 9 blocks
      * end the current volume and the rest opens the next one,
      * listed "name,FREE" so Day9 starts that volume on free
      * space, 9 blocks to a volume until the run is spent.  A
      * catalog that fits one volume goes straight to
      * day9_catalog_map.txt for DAY9_INPUT.  Either way the
      * block totals go to day9_catalog_control.txt as
      * "Day9Catalog,run-id,files,used-blocks,free-blocks", which
      * Day9 balances its block conservation against when
      * DAY9_CATALOG_CONTROL names it.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select catalog-file assign to dynamic catalog-file-name
               line sequential
               file status is catalog-file-status.

           select map-file assign to dynamic map-file-name
               line sequential
               file status is map-file-status.

           select volume-list-file assign to dynamic
               volume-list-file-name
               line sequential
               file status is volume-list-file-status.

           select catalog-control-file assign to dynamic
               catalog-control-file-name
               line sequential
               file status is catalog-control-file-status.

           copy 'ExceptionsSelect.cpy'.

           copy 'ControlSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd catalog-file.
       01 catalog-line pic X(80).

       fd map-file.
       01 map-line pic X(100).

       fd volume-list-file.
       01 volume-list-line pic X(200).

       fd catalog-control-file.
       01 catalog-control-line pic X(100).

       copy 'ExceptionsFd.cpy'.

       copy 'ControlFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 catalog-file-name pic X(200).
       01 catalog-file-status pic X(2).
       01 map-file-name pic X(200).
       01 map-file-status pic X(2).
       01 volume-list-file-name pic X(200)
           value "day9_catalog_volumes.txt".
       01 volume-list-file-status pic X(2).
       01 catalog-control-file-name pic X(200)
           value "day9_catalog_control.txt".
       01 catalog-control-file-status pic X(2).

      *Day9's limits: 50000 map entries (two per file) across at
      *most 10 volumes.
       78 max-catalog-files value 25000.
       78 max-volumes value 10.
       01 volume-files-env pic X(8).
       01 volume-files binary-long value 10000.
       01 volume-count binary-long value 0.
       01 current-volume binary-long value 0.
       01 files-in-volume binary-long value 0.
      *Volumes worked out during validation: cuts at the file
      *count plus the carry volumes long free runs need.
       01 planned-files-in-volume binary-long value 0.
       01 carry-volumes binary-long value 0.
       01 carry-needed binary-long value 0.
       01 filler pic X value 'n'.
           88 next-volume-free value 'y'.
           88 next-volume-on-file value 'n'.

       01 catalog-line-no binary-long value 0.
       01 catalog-work pic X(80).
       01 id-text pic X(12).
       01 length-text pic X(12).
       01 free-text pic X(12).
       01 id-size binary-long value 0.
       01 length-size binary-long value 0.
       01 free-size binary-long value 0.
       01 catalog-id binary-long value 0.
       01 catalog-length binary-long value 0.
       01 catalog-free binary-long value 0.
       01 expected-id binary-long value 0.
       01 filler pic X value 'n'.
           88 record-rejected value 'y'.
           88 record-accepted value 'n'.

       01 catalog-files binary-long value 0.
       01 used-blocks binary-long value 0.
       01 free-blocks binary-long value 0.
       01 map-pointer binary-long value 1.
       01 map-digit pic 9.

       01 count-disp pic Z(8)9.
       01 count-disp-2 pic Z(8)9.
       01 count-disp-3 pic Z(8)9.
       01 volume-disp pic Z9.
       01 filler pic X value 'n'.
           88 map-file-open value 'y'.
           88 map-file-shut value 'n'.

       copy 'DataDirFields.cpy'.
       copy 'ExceptionsFields.cpy'.
       copy 'RunIdFields.cpy'.
       copy 'ControlFields.cpy'.
       copy 'ConfigFields.cpy'.

       procedure division.
           perform ensure-run-id
           perform load-runtime-config
           accept aoc-data-dir from environment "AOC_DATA_DIR"
           if aoc-data-dir = spaces
               move "AOC_DATA_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to aoc-data-dir
           end-if

           accept catalog-file-name from environment "DAY9_CATALOG"
           if catalog-file-name = spaces
               move "DAY9_CATALOG" to config-lookup-key
               perform get-config-value
               move config-lookup-value to catalog-file-name
           end-if
           if catalog-file-name = spaces
               move "day9_catalog.txt" to catalog-file-name
           end-if
           move catalog-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to catalog-file-name

           accept volume-files-env from environment
               "DAY9_CATALOG_VOLUME_FILES"
           if volume-files-env = spaces
               move "DAY9_CATALOG_VOLUME_FILES" to config-lookup-key
               perform get-config-value
               move config-lookup-value to volume-files-env
           end-if
           if volume-files-env not = spaces
               move function numval(volume-files-env)
                   to volume-files
           end-if
           if volume-files < 1
               move 10000 to volume-files
           end-if

           move volume-list-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to volume-list-file-name
           move catalog-control-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to catalog-control-file-name

           perform validate-catalog
           perform write-control-totals

           if control-rejected > 0
               move control-rejected to count-disp
               display "Day9Catalog: " function trim(count-disp)
                   " catalog record(s) rejected to the exceptions "
                   "hub - no disk map written."
               move 8 to return-code
               goback
           end-if
           if catalog-files = 0
               display "Day9Catalog: catalog holds no file records "
                   "- no disk map written."
               move 8 to return-code
               goback
           end-if
           if catalog-files > max-catalog-files
               display "Day9Catalog: " catalog-files " files exceed "
                   "Day9's " max-catalog-files "-file disk map - no "
                   "disk map written."
               move 8 to return-code
               goback
           end-if
           if volume-count > max-volumes
               if carry-volumes = 0
                   display "Day9Catalog: " volume-count " volumes of "
                       volume-files " files needed, Day9 loads at "
                       "most " max-volumes
                       " - raise DAY9_CATALOG_VOLUME_FILES."
               else
                   move carry-volumes to count-disp
                   display "Day9Catalog: " volume-count " volumes "
                       "needed (" function trim(count-disp)
                       " carrying free runs longer than 9), Day9 "
                       "loads at most " max-volumes "."
               end-if
               move 8 to return-code
               goback
           end-if

           perform write-disk-map
           perform write-catalog-control

           move catalog-files to count-disp
           move used-blocks to count-disp-2
           move free-blocks to count-disp-3
           display "Day9Catalog: " function trim(count-disp)
               " file(s), " function trim(count-disp-2)
               " used and " function trim(count-disp-3)
               " free block(s)."
           if volume-count = 1
               display "Day9Catalog: disk map written to "
                   function trim(map-file-name)
           else
               move volume-count to volume-disp
               display "Day9Catalog: disk map cut into "
                   function trim(volume-disp) " volume(s), listed in "
                   function trim(volume-list-file-name)
           end-if
           goback.

       validate-catalog.
           open input catalog-file
           if catalog-file-status not = "00"
               go to catalog-file-error
           end-if
               perform until ws-eof='y'
               read catalog-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to catalog-line-no
                       perform validate-one-record
               end-read
               if catalog-file-status not = "00" and
                  catalog-file-status not = "10"
                   go to catalog-file-error
               end-if
               end-perform.
               move 'n' to ws-eof
           close catalog-file.

       split-catalog-record.
      *Fields into id-text, length-text and free-text with their
      *sizes; commas count as spaces.
           move catalog-line to catalog-work
           inspect catalog-work replacing all "," by " "
           move spaces to id-text length-text free-text
           move 0 to id-size length-size free-size
           unstring function trim(catalog-work)
               delimited by all space
               into id-text count in id-size
                    length-text count in length-size
                    free-text count in free-size.

       validate-one-record.
           if catalog-line = spaces or catalog-line(1:1) = "*"
               exit paragraph
           end-if
           add 1 to control-read
           set record-accepted to true
           perform split-catalog-record
           if id-size = 0 or length-size = 0 or free-size = 0
               move "malformed catalog record"
                   to exception-hub-reason
               perform reject-catalog-record
               add 1 to expected-id
               exit paragraph
           end-if
           if id-text(1:id-size) not numeric or
              length-text(1:length-size) not numeric or
              free-text(1:free-size) not numeric
               move "non-numeric catalog field"
                   to exception-hub-reason
               perform reject-catalog-record
               add 1 to expected-id
               exit paragraph
           end-if
           move function numval(id-text) to catalog-id
           move function numval(length-text) to catalog-length
           move function numval(free-text) to catalog-free
           if catalog-id not = expected-id
               move "file id out of sequence" to exception-hub-reason
               perform reject-catalog-record
           end-if
           if catalog-length < 1 or catalog-length > 9
               move "file length outside 1-9" to exception-hub-reason
               perform reject-catalog-record
           end-if
           if free-size > 6
               move "free run too long" to exception-hub-reason
               perform reject-catalog-record
           end-if
      *The next record is expected to follow this one's id, so one
      *bad id is reported once rather than for every record after.
           compute expected-id = catalog-id + 1
           if record-rejected
               exit paragraph
           end-if
           add 1 to control-processed
           add 1 to catalog-files
           add catalog-length to used-blocks
           add catalog-free to free-blocks
           if volume-count = 0 or
              planned-files-in-volume >= volume-files
               add 1 to volume-count
               move 0 to planned-files-in-volume
           end-if
           add 1 to planned-files-in-volume
           if catalog-free > 9
               compute carry-needed = (catalog-free - 1) / 9
               add carry-needed to volume-count
               add carry-needed to carry-volumes
               move 0 to planned-files-in-volume
           end-if.

       reject-catalog-record.
      *One hub row per rule broken; the record counts as rejected
      *once.
           if record-accepted
               add 1 to control-rejected
           end-if
           set record-rejected to true
           move catalog-line-no to exception-hub-line-no
           move catalog-line to exception-hub-record
           perform write-exception-entry.

       write-disk-map.
           if volume-count > 1
               open output volume-list-file
               if volume-list-file-status not = "00"
                   display "Day9Catalog: cannot write "
                       function trim(volume-list-file-name)
                       " (file status " volume-list-file-status
                       ") - aborting."
                   move 8 to return-code
                   goback
               end-if
           end-if
           move 0 to current-volume
           move volume-files to files-in-volume
           open input catalog-file
           if catalog-file-status not = "00"
               go to catalog-file-error
           end-if
               perform until ws-eof='y'
               read catalog-file
                   at end move 'y' to ws-eof
                   not at end
                       perform write-one-map-entry
               end-read
               if catalog-file-status not = "00" and
                  catalog-file-status not = "10"
                   go to catalog-file-error
               end-if
               end-perform.
               move 'n' to ws-eof
           close catalog-file
           perform close-map-volume
           if volume-count > 1
               close volume-list-file
           end-if.

       write-one-map-entry.
           if catalog-line = spaces or catalog-line(1:1) = "*"
               exit paragraph
           end-if
           perform split-catalog-record
           if files-in-volume >= volume-files
               perform close-map-volume
               perform open-map-volume
           end-if
           move function numval(length-text) to map-digit
           perform put-map-digit
           add 1 to files-in-volume
           move function numval(free-text) to catalog-free
           perform put-free-digit
           perform carry-free-run until catalog-free = 0.

       put-free-digit.
      *At most 9 blocks of the free run left in catalog-free.
           if catalog-free > 9
               move 9 to map-digit
           else
               move catalog-free to map-digit
           end-if
           perform put-map-digit
           subtract map-digit from catalog-free.

       carry-free-run.
      *The rest of a long free run opens the next volume.
           perform close-map-volume
           set next-volume-free to true
           perform open-map-volume
           perform put-free-digit.

       open-map-volume.
           add 1 to current-volume
           move 0 to files-in-volume
           move spaces to data-dir-filename
           if volume-count = 1
               move "day9_catalog_map.txt" to data-dir-filename
           else
               move current-volume to volume-disp
               string "day9_catalog_map_" function trim(volume-disp)
                   ".txt" delimited by size into data-dir-filename
           end-if
           perform apply-data-dir-prefix
           move data-dir-filename to map-file-name
           open output map-file
           if map-file-status not = "00"
               display "Day9Catalog: cannot write "
                   function trim(map-file-name)
                   " (file status " map-file-status ") - aborting."
               move 8 to return-code
               goback
           end-if
           set map-file-open to true
           move spaces to map-line
           move 1 to map-pointer
           if volume-count > 1
               move spaces to volume-list-line
               if next-volume-free
                   string function trim(map-file-name) ",FREE"
                       delimited by size into volume-list-line
               else
                   move map-file-name to volume-list-line
               end-if
               write volume-list-line
           end-if
           set next-volume-on-file to true.

       put-map-digit.
           if map-pointer > 100
               write map-line
               move spaces to map-line
               move 1 to map-pointer
           end-if
           move map-digit to map-line(map-pointer:1)
           add 1 to map-pointer.

       close-map-volume.
           if map-file-shut
               exit paragraph
           end-if
           if map-pointer > 1
               write map-line
           end-if
           close map-file
           set map-file-shut to true.

       write-catalog-control.
           open output catalog-control-file
           if catalog-control-file-status not = "00"
               display "Day9Catalog: control record lost (file "
                   "status " catalog-control-file-status ")"
               exit paragraph
           end-if
           move catalog-files to count-disp
           move used-blocks to count-disp-2
           move free-blocks to count-disp-3
           move spaces to catalog-control-line
           string "Day9Catalog," function trim(batch-run-id) ","
               function trim(count-disp) ","
               function trim(count-disp-2) ","
               function trim(count-disp-3)
               delimited by size into catalog-control-line
           write catalog-control-line
           close catalog-control-file.

       catalog-file-error.
           if catalog-file-status = "35"
               display "Day9Catalog: catalog not found - "
                   function trim(catalog-file-name) " - aborting."
           else
               display "Day9Catalog: error reading "
                   function trim(catalog-file-name) " (file status "
                   catalog-file-status ") - aborting."
           end-if
           move 8 to return-code
           goback.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.

       copy 'WriteExceptionEntry.cpy'
           replacing ==program-name-tag== by =="Day9Catalog"==.

       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day9Catalog"==.

       copy 'ReadConfig.cpy'.

       end program Day9Catalog.
