      *----------------------------------------------------------------
      * WriteTriggerFile.cpy
      * Completion trigger for downstream schedulers: on a clean
      * finish (status OK or WARNING - never FAILED) the program
      * drops <program>_<business date>.trg in AOC_TRIGGER_DIR
      * (default the data directory), the business date being
      * AOC_RUN_DATE (default today):
      *     TRIGGER,<program>,<yyyymmdd>
      *     RUN-ID,<run id>
      *     STATUS,<OK|WARNING>
      *     LEDGER-ROWS,<rows written>
      *     OUTPUT,<file>            one per output file produced
      *     COMPLETED,<yyyymmdd-hhmmsscc>
      *     END,<line count including this one>
      * The caller performs it only after its last ledger row is
      * written (every row is closed as it is written).  The file
      * goes to <name>.tmp first and is renamed over the old
      * trigger, so a rerun replaces it whole and nobody ever sees
      * a half-written one; a reader wanting belt and braces checks
      * the END line's count.
      *
      * name-trigger-file alone gives the name of any program's
      * trigger (trigger-program) for the business date.
      *
      * Copied into each program's procedure division with
      * ==program-name-tag== replaced by that program's own name.
      *----------------------------------------------------------------
       note-trigger-output.
           if trigger-output-name = spaces
               exit paragraph
           end-if
           perform varying trigger-ix from 1 by 1
               until trigger-ix > trigger-output-count
               if trigger-output(trigger-ix) = trigger-output-name
                   exit paragraph
               end-if
           end-perform
           if trigger-output-count < max-trigger-outputs
               add 1 to trigger-output-count
               move trigger-output-name
                   to trigger-output(trigger-output-count)
           end-if.

       write-trigger-file.
           if trigger-status not = "OK" and
              trigger-status not = "WARNING"
               exit paragraph
           end-if
           move program-name-tag to trigger-program
           perform name-trigger-file
           move spaces to trigger-work-name
           string function trim(trigger-file-name) ".tmp"
               delimited by size into trigger-work-name
           open output trigger-file
           if trigger-file-status not = "00"
               display program-name-tag ": completion trigger not "
                   "written (file status " trigger-file-status ")"
               exit paragraph
           end-if
           move 0 to trigger-line-count
           move spaces to trigger-record
           string "TRIGGER," program-name-tag ","
               trigger-business-date
               delimited by size into trigger-record
           perform put-trigger-line
           move spaces to trigger-record
           string "RUN-ID," function trim(batch-run-id)
               delimited by size into trigger-record
           perform put-trigger-line
           move spaces to trigger-record
           string "STATUS," function trim(trigger-status)
               delimited by size into trigger-record
           perform put-trigger-line
           move trigger-ledger-rows to trigger-count-disp
           move spaces to trigger-record
           string "LEDGER-ROWS," function trim(trigger-count-disp)
               delimited by size into trigger-record
           perform put-trigger-line
           perform varying trigger-ix from 1 by 1
               until trigger-ix > trigger-output-count
               move spaces to trigger-record
               string "OUTPUT,"
                   function trim(trigger-output(trigger-ix))
                   delimited by size into trigger-record
               perform put-trigger-line
           end-perform
           accept trigger-date from date yyyymmdd
           accept trigger-time from time
           move spaces to trigger-record
           string "COMPLETED," trigger-date "-" trigger-time
               delimited by size into trigger-record
           perform put-trigger-line
           add 1 to trigger-line-count
           move trigger-line-count to trigger-count-disp
           move spaces to trigger-record
           string "END," function trim(trigger-count-disp)
               delimited by size into trigger-record
           write trigger-record
           close trigger-file
           call "CBL_RENAME_FILE" using trigger-work-name
               trigger-file-name
               returning trigger-rename-return
           end-call
           if trigger-rename-return not = 0
               display program-name-tag ": completion trigger "
                   function trim(trigger-file-name)
                   " not put in place (rename failed)"
               call "CBL_DELETE_FILE" using trigger-work-name
                   returning trigger-rename-return
               end-call
           end-if
           move 0 to trigger-output-count.

       put-trigger-line.
           write trigger-record
           add 1 to trigger-line-count.

       name-trigger-file.
      *Where trigger-program's trigger for this business date lives -
      *also how a caller finds another program's trigger.
           accept trigger-dir from environment "AOC_TRIGGER_DIR"
           if trigger-dir = spaces
               move "AOC_TRIGGER_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to trigger-dir
           end-if
           accept trigger-date-text from environment "AOC_RUN_DATE"
           if trigger-date-text = spaces
               move "AOC_RUN_DATE" to config-lookup-key
               perform get-config-value
               move config-lookup-value to trigger-date-text
           end-if
           if trigger-date-text = spaces
               accept trigger-business-date from date yyyymmdd
           else
               move function numval(trigger-date-text)
                   to trigger-business-date
           end-if
           move spaces to data-dir-filename
           string function trim(trigger-program) "_"
               trigger-business-date ".trg"
               delimited by size into data-dir-filename
           if trigger-dir = spaces
               perform apply-data-dir-prefix
               move data-dir-filename to trigger-file-name
           else
               move spaces to trigger-file-name
               string function trim(trigger-dir) "/"
                   function trim(data-dir-filename)
                   delimited by size into trigger-file-name
           end-if.
