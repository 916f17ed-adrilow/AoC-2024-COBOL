      *----------------------------------------------------------------
      * IncidentFd.cpy
      * FD/record for the incident register.  Copied into the file
      * section alongside IncidentSelect.cpy.
      *----------------------------------------------------------------
       fd incident-file.
       01 incident-record pic X(400).
