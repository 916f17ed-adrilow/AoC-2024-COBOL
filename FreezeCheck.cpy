      *----------------------------------------------------------------
      * FreezeCheck.cpy
      * check-change-freeze looks today up in the change-freeze
      * calendar and sets freeze-active when a window covers it,
      * HARD winning over SOFT where windows overlap.  Under a HARD
      * freeze with no emergency change number in
      * AOC_EMERGENCY_CHANGE (environment only - it belongs to one
      * change, never to the configuration) freeze-change-refused is
      * set and the refusal is written to the freeze register
      * straight away; freeze-message carries the text for the
      * console or the screen either way.  Once the change has been
      * made the caller performs record-freeze-change, which
      * registers it as EMERGENCY or SOFT when a freeze was on and
      * does nothing otherwise.  A missing calendar means no freeze.
      *
      * Copied into the procedure division ahead of DataDirPrefix.cpy
      * with ==program-name-tag== replaced by the program's own name.
      *----------------------------------------------------------------
       check-change-freeze.
           set freeze-none to true
           set freeze-change-allowed to true
           move spaces to freeze-level freeze-from freeze-to
               freeze-reason freeze-outcome freeze-message
           perform locate-freeze-files
           accept freeze-today from date yyyymmdd
           open input freeze-calendar-file
           if freeze-calendar-file-status not = "00"
               exit paragraph
           end-if
               perform until freeze-eof = 'y'
               read freeze-calendar-file
                   at end move 'y' to freeze-eof
                   not at end
                       perform match-freeze-window
               end-read
               if freeze-calendar-file-status not = "00" and
                  freeze-calendar-file-status not = "10"
                   move 'y' to freeze-eof
               end-if
               end-perform.
               move 'n' to freeze-eof
           close freeze-calendar-file
           if freeze-none
               exit paragraph
           end-if
           move spaces to freeze-emergency-change
           accept freeze-emergency-change from environment
               "AOC_EMERGENCY_CHANGE"
           inspect freeze-emergency-change replacing all "," by ";"
           if freeze-emergency-change not = spaces
               move "EMERGENCY" to freeze-outcome
               string "Frozen until " freeze-to " - emergency "
                   function trim(freeze-emergency-change)
                   " recorded." delimited by size into freeze-message
               exit paragraph
           end-if
           if freeze-level = "SOFT"
               move "SOFT" to freeze-outcome
               string "Soft freeze until " freeze-to
                   " - change will be registered."
                   delimited by size into freeze-message
               exit paragraph
           end-if
           set freeze-change-refused to true
           move "REFUSED" to freeze-outcome
           perform write-freeze-register
           string "Frozen until " freeze-to " - REFUSED, needs "
               "AOC_EMERGENCY_CHANGE." delimited by size
               into freeze-message.

       locate-freeze-files.
           if freeze-change-user = spaces
               accept freeze-change-user from environment "USER"
           end-if
           if freeze-change-user = spaces
               move "unknown" to freeze-change-user
           end-if
           accept freeze-calendar-file-name from environment
               "AOC_FREEZE_CALENDAR"
           if freeze-calendar-file-name = spaces
               move "AOC_FREEZE_CALENDAR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to freeze-calendar-file-name
           end-if
           if freeze-calendar-file-name = spaces
               move "aoc_freeze_calendar.txt"
                   to freeze-calendar-file-name
           end-if
           move freeze-calendar-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to freeze-calendar-file-name
           accept freeze-register-file-name from environment
               "AOC_FREEZE_REGISTER"
           if freeze-register-file-name = spaces
               move "AOC_FREEZE_REGISTER" to config-lookup-key
               perform get-config-value
               move config-lookup-value to freeze-register-file-name
           end-if
           if freeze-register-file-name = spaces
               move "aoc_freeze_register.txt"
                   to freeze-register-file-name
           end-if
           move freeze-register-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to freeze-register-file-name.

       match-freeze-window.
           if freeze-calendar-record = spaces or
              freeze-calendar-record(1:1) = "*"
               exit paragraph
           end-if
           move spaces to freeze-row-from freeze-row-to
               freeze-row-level freeze-row-reason
           move 1 to freeze-row-pointer
           unstring freeze-calendar-record delimited by all space
               into freeze-row-from freeze-row-to freeze-row-level
               with pointer freeze-row-pointer
           if freeze-row-pointer <= length of freeze-calendar-record
               move freeze-calendar-record(freeze-row-pointer:)
                   to freeze-row-reason
           end-if
           if freeze-row-from(1:8) is not numeric or
              freeze-row-to(1:8) is not numeric or
              freeze-row-from(9:2) not = spaces or
              freeze-row-to(9:2) not = spaces
               exit paragraph
           end-if
           if freeze-today < freeze-row-from(1:8) or
              freeze-today > freeze-row-to(1:8)
               exit paragraph
           end-if
           if freeze-row-level not = "SOFT"
               move "HARD" to freeze-row-level
           end-if
           if freeze-active and
              (freeze-level = "HARD" or freeze-row-level = "SOFT")
               exit paragraph
           end-if
           set freeze-active to true
           move freeze-row-level to freeze-level
           move freeze-row-from to freeze-from
           move freeze-row-to to freeze-to
           move function trim(freeze-row-reason) to freeze-reason
           inspect freeze-reason replacing all "," by ";".

       record-freeze-change.
           if freeze-none or freeze-change-refused
               exit paragraph
           end-if
           perform write-freeze-register.

       write-freeze-register.
           accept freeze-stamp-date from date yyyymmdd
           accept freeze-stamp-time from time
           open extend freeze-register-file
           if freeze-register-file-status = "35"
               open output freeze-register-file
           end-if
           if freeze-register-file-status not = "00"
               display program-name-tag ": freeze register record "
                   "lost (file status " freeze-register-file-status
                   ")"
               exit paragraph
           end-if
           move spaces to freeze-register-record
           string freeze-stamp-date "-" freeze-stamp-time ","
               program-name-tag ","
               function trim(freeze-change-user) ","
               function trim(freeze-change-object) ","
               freeze-level ","
               function trim(freeze-outcome) ","
               function trim(freeze-emergency-change) ","
               freeze-from "," freeze-to ","
               function trim(freeze-reason)
               delimited by size into freeze-register-record
           write freeze-register-record
           close freeze-register-file.
