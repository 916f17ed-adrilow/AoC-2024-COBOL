      *----------------------------------------------------------------
      * IncidentFields.cpy
      * Working-storage for the incident register
      * (aoc_incidents.txt in the data directory).  DayBatch opens
      * an incident whenever a window ends with a FAILED step or
      * aborts, and IncidentMaint records the cause, resolution and
      * closure against it.  One row per incident:
      *     number,status,severity,run-id,program,opened,closed,
      *     closed-by,dossier,reason,cause,resolution
      * number INCnnnnnn, status OPEN or CLOSED, severity SEV1 for a
      * window that aborted or halted and SEV2 for one that ran to
      * the end with a step FAILED, stamps yyyymmdd-hhmmsscc, and
      * the dossier the file DayBatch assembled for the run.  Any
      * comma in an operator's text is stored as a semicolon so the
      * row keeps its shape.  parse-incident-record
      * (IncidentParse.cpy) splits incident-record into the inc-
      * fields below.
      *----------------------------------------------------------------
       01 incident-file-name pic X(200) value "aoc_incidents.txt".
       01 incident-file-status pic X(2).
       01 inc-number pic X(9).
       01 inc-status pic X(6).
           88 inc-open value "OPEN".
           88 inc-closed value "CLOSED".
       01 inc-severity pic X(4).
       01 inc-run-id pic X(20).
       01 inc-program pic X(16).
       01 inc-opened pic X(17).
       01 inc-closed-stamp pic X(17).
       01 inc-closed-by pic X(30).
       01 inc-dossier pic X(60).
       01 inc-reason pic X(80).
       01 inc-cause pic X(60).
       01 inc-resolution pic X(60).
       01 inc-sequence pic 9(6).
