      *----------------------------------------------------------------
      * IncidentParse.cpy
      * parse-incident-record splits one incident-register row into
      * the inc- fields of IncidentFields.cpy and leaves the numeric
      * part of the incident number in inc-sequence (zero when the
      * row is not an incident).  Copied into the procedure division
      * of every program that reads the register.
      *----------------------------------------------------------------
       parse-incident-record.
           move spaces to inc-number
           move spaces to inc-status
           move spaces to inc-severity
           move spaces to inc-run-id
           move spaces to inc-program
           move spaces to inc-opened
           move spaces to inc-closed-stamp
           move spaces to inc-closed-by
           move spaces to inc-dossier
           move spaces to inc-reason
           move spaces to inc-cause
           move spaces to inc-resolution
           move 0 to inc-sequence
           unstring incident-record delimited by ","
               into inc-number inc-status inc-severity inc-run-id
                    inc-program inc-opened inc-closed-stamp
                    inc-closed-by inc-dossier inc-reason inc-cause
                    inc-resolution
           if inc-number(1:3) = "INC" and
              inc-number(4:6) is numeric
               move inc-number(4:6) to inc-sequence
           end-if.
