       program-id. IncidentMaint as "IncidentMaint".

      *----------------------------------------------------------------
      * Incident maintenance - the operator's side of the incident
      * register DayBatch opens when a window fails (aoc_incidents.txt,
      * layout in IncidentFields.cpy).  A screen in the RunNotes
      * style: L lists every OPEN incident on the console, S shows
      * the incident on screen in full, U records the cause and/or
      * resolution typed on screen against it, X closes it (a
      * resolution must be on record or typed, and the operator and
      * timestamp are stamped on), and Q leaves.  A CLOSED incident
      * is not changed again.  The register is rewritten through
      * aoc_incidents.txt.new as DriftAck rewrites the drift items.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           copy 'IncidentSelect.cpy'.

           select rewrite-work-file assign to dynamic
               rewrite-work-file-name
               line sequential
               file status is rewrite-work-file-status.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

           copy 'IncidentFd.cpy'.

       fd rewrite-work-file.
       01 rewrite-work-record pic X(400).

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 rewrite-work-file-name pic X(200).
       01 rewrite-work-file-status pic X(2).
       01 delete-return binary-long value 0.

       01 scr-incident pic X(9).
       01 scr-cause pic X(60).
       01 scr-resolution pic X(60).
       01 scr-action pic X.
       01 scr-message pic X(60).

       01 maint-user pic X(30).
       01 maint-date pic 9(8).
       01 maint-time pic 9(8).
       01 maint-stamp pic X(17).
       01 maint-action pic X.
           88 maint-update value "U".
           88 maint-close value "X".
       01 target-found pic X value 'n'.
           88 target-was-found value 'y'.
       01 target-status pic X(6).
       01 target-resolution pic X(60).

       01 shown-count binary-long value 0.
       01 count-disp pic Z(4)9.
       01 filler pic X value 'n'.
           88 maint-done value 'y'.

       copy 'IncidentFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

       screen section.
       01 incident-screen.
           05 blank screen.
           05 line 1 col 5
              value "=== Incident maintenance ===".
           05 line 3 col 5 value "Incident     :".
           05 line 3 col 21 pic X(9) using scr-incident.
           05 line 4 col 5 value "Cause        :".
           05 line 4 col 21 pic X(60) using scr-cause.
           05 line 5 col 5 value "Resolution   :".
           05 line 5 col 21 pic X(60) using scr-resolution.
           05 line 7 col 5
              value "L=list open  S=show  U=update  X=close  Q=quit".
           05 line 8 col 5 value "Action       :".
           05 line 8 col 21 pic X using scr-action.
           05 line 10 col 5 pic X(60) from scr-message.

       procedure division.
           perform load-runtime-config
           accept aoc-data-dir from environment "AOC_DATA_DIR"
           if aoc-data-dir = spaces
               move "AOC_DATA_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to aoc-data-dir
           end-if
           move incident-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to incident-file-name
           move spaces to rewrite-work-file-name
           string function trim(incident-file-name) ".new"
               delimited by size into rewrite-work-file-name

           accept maint-user from environment "USER"
           if maint-user = spaces
               accept maint-user from environment "LOGNAME"
           end-if
           if maint-user = spaces
               move "unknown" to maint-user
           end-if

           move spaces to scr-message
           perform until maint-done
               move space to scr-action
               display incident-screen
               accept incident-screen
               move spaces to scr-message
               move function upper-case(scr-incident) to scr-incident
               evaluate function upper-case(scr-action)
                   when "L"
                       perform list-open-incidents
                   when "S"
                       perform show-incident
                   when "U"
                       set maint-update to true
                       perform maintain-incident
                   when "X"
                       set maint-close to true
                       perform maintain-incident
                   when "Q"
                       set maint-done to true
                   when other
                       move "Unknown action." to scr-message
               end-evaluate
           end-perform

           display " "
           display "IncidentMaint: done."
           goback.

       list-open-incidents.
           display " "
           display "=== Open incidents ==="
           move 0 to shown-count
           open input incident-file
           if incident-file-status = "00"
               perform until ws-eof='y'
               read incident-file
                   at end move 'y' to ws-eof
                   not at end
                       perform show-one-open-incident
               end-read
               if incident-file-status not = "00" and
                  incident-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close incident-file
           end-if
           if shown-count = 0
               display "  (no open incidents)"
               move "No open incidents." to scr-message
           else
               move shown-count to count-disp
               move spaces to scr-message
               string function trim(count-disp)
                   " open incident(s) listed on the console."
                   delimited by size into scr-message
           end-if.

       show-one-open-incident.
           perform parse-incident-record
           if not inc-open
               exit paragraph
           end-if
           add 1 to shown-count
           display "  " inc-number " " inc-severity " " inc-opened " "
               inc-program " " function trim(inc-reason)
           if inc-cause not = spaces
               display "      cause: " function trim(inc-cause)
           end-if
           if inc-resolution not = spaces
               display "      resolution: "
                   function trim(inc-resolution)
           end-if.

       show-incident.
           if scr-incident = spaces
               move "Enter an incident number first." to scr-message
               exit paragraph
           end-if
           perform find-target-incident
           if not target-was-found
               move "No such incident in the register." to scr-message
               exit paragraph
           end-if
           move inc-cause to scr-cause
           move inc-resolution to scr-resolution
           display " "
           display "=== Incident " inc-number " ==="
           display "  status     : " inc-status
           display "  severity   : " inc-severity
           display "  run id     : " function trim(inc-run-id)
           display "  program    : " function trim(inc-program)
           display "  opened     : " inc-opened
           display "  reason     : " function trim(inc-reason)
           display "  dossier    : " function trim(inc-dossier)
           if inc-closed
               display "  closed     : " inc-closed-stamp " by "
                   function trim(inc-closed-by)
           end-if
           move spaces to scr-message
           string inc-number " " inc-status " - "
               function trim(inc-program) " run "
               function trim(inc-run-id)
               delimited by size into scr-message.

       find-target-incident.
      *Leaves the target's row parsed in the inc- fields.
           move 'n' to target-found
           open input incident-file
           if incident-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read incident-file
                   at end move 'y' to ws-eof
                   not at end
                       perform parse-incident-record
                       if inc-number = scr-incident
                           move 'y' to target-found
                           move 'y' to ws-eof
                       end-if
               end-read
               if incident-file-status not = "00" and
                  incident-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close incident-file.

       maintain-incident.
           if scr-incident = spaces
               move "Enter an incident number first." to scr-message
               exit paragraph
           end-if
           perform find-target-incident
           if not target-was-found
               move "No such incident in the register." to scr-message
               exit paragraph
           end-if
           move inc-status to target-status
           move inc-resolution to target-resolution
           if target-status = "CLOSED"
               move spaces to scr-message
               string inc-number " is already CLOSED - not changed."
                   delimited by size into scr-message
               exit paragraph
           end-if
           if maint-update and
              scr-cause = spaces and scr-resolution = spaces
               move "Cause and resolution are blank - nothing recorded."
                   to scr-message
               exit paragraph
           end-if
           if maint-close and
              scr-resolution = spaces and target-resolution = spaces
               move "Record a resolution before closing." to scr-message
               exit paragraph
           end-if
           inspect scr-cause replacing all "," by ";"
           inspect scr-resolution replacing all "," by ";"
           accept maint-date from date yyyymmdd
           accept maint-time from time
           move spaces to maint-stamp
           string maint-date "-" maint-time
               delimited by size into maint-stamp
           open input incident-file
           if incident-file-status not = "00"
               move "Cannot read the incident register." to scr-message
               exit paragraph
           end-if
           open output rewrite-work-file
           if rewrite-work-file-status not = "00"
               close incident-file
               move "Cannot write the incident work file."
                   to scr-message
               exit paragraph
           end-if
               perform until ws-eof='y'
               read incident-file
                   at end move 'y' to ws-eof
                   not at end
                       perform rewrite-one-incident
               end-read
               if incident-file-status not = "00" and
                  incident-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close incident-file
           close rewrite-work-file
           perform copy-work-file-back
           call "CBL_DELETE_FILE" using rewrite-work-file-name
               returning delete-return
           end-call
           move spaces to scr-message
           if maint-close
               string scr-incident " CLOSED by "
                   function trim(maint-user) "."
                   delimited by size into scr-message
               display "IncidentMaint: incident " scr-incident
                   " closed by " function trim(maint-user)
           else
               string scr-incident " updated."
                   delimited by size into scr-message
               display "IncidentMaint: incident " scr-incident
                   " updated by " function trim(maint-user)
           end-if.

       rewrite-one-incident.
           move incident-record to rewrite-work-record
           perform parse-incident-record
           if inc-number not = scr-incident
               write rewrite-work-record
               exit paragraph
           end-if
           if scr-cause not = spaces
               move scr-cause to inc-cause
           end-if
           if scr-resolution not = spaces
               move scr-resolution to inc-resolution
           end-if
           if maint-close
               move "CLOSED" to inc-status
               move maint-stamp to inc-closed-stamp
               move maint-user to inc-closed-by
           end-if
           move spaces to rewrite-work-record
           string inc-number ","
               function trim(inc-status) ","
               function trim(inc-severity) ","
               function trim(inc-run-id) ","
               function trim(inc-program) ","
               function trim(inc-opened) ","
               function trim(inc-closed-stamp) ","
               function trim(inc-closed-by) ","
               function trim(inc-dossier) ","
               function trim(inc-reason) ","
               function trim(inc-cause) ","
               function trim(inc-resolution)
               delimited by size into rewrite-work-record
           write rewrite-work-record.

       copy-work-file-back.
           open input rewrite-work-file
           open output incident-file
               perform until ws-eof='y'
               read rewrite-work-file
                   at end move 'y' to ws-eof
                   not at end
                       move rewrite-work-record
                           to incident-record
                       write incident-record
               end-read
               end-perform.
               move 'n' to ws-eof
           close rewrite-work-file
           close incident-file.

       copy 'IncidentParse.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program IncidentMaint.
