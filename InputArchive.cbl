      *
      *     set-stamp,label,archived-name,bytes,checksum,verdict
      *
      * The set stamp is the run date (AOC_RUN_DATE, default today)
      * and the time archived, so a queued delivery archived with
      * AOC_RUN_DATE set to its business day can be restored for
      * that day by CatchUp.
      *
      * Retention mirrors ReportPurge: AOC_ARCHIVE_KEEP (default 5)
      * newest archive sets are kept, older sets are deleted via
      * CBL_DELETE_FILE and dropped from the catalog.
       01 archive-dir pic X(200).
       01 set-stamp pic X(15).
       01 stamp-date pic 9(8).
       01 run-date-text pic X(10).
       01 stamp-time pic 9(8).

       01 entry-label pic X(14).

           accept stamp-date from date yyyymmdd
           accept stamp-time from time
      *A delivery for an earlier business day is archived under that
      *day's date, which is how the catch-up driver finds it again.
           accept run-date-text from environment "AOC_RUN_DATE"
           if run-date-text = spaces
               move "AOC_RUN_DATE" to config-lookup-key
               perform get-config-value
               move config-lookup-value to run-date-text
           end-if
           if run-date-text(1:8) is numeric and
              run-date-text(9:2) = spaces
               move run-date-text(1:8) to stamp-date
           end-if
           move spaces to set-stamp
           string stamp-date "-" stamp-time(1:6)
               delimited by size into set-stamp
