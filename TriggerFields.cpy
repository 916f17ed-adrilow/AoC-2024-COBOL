      *----------------------------------------------------------------
      * TriggerFields.cpy
      * Working-storage fields for the completion trigger file
      * (WriteTriggerFile.cpy).  Each output file the program
      * produces is noted as it is closed (move its name to
      * trigger-output-name, perform note-trigger-output); on a
      * clean finish the caller moves its completion status and
      * ledger row count in and performs write-trigger-file.
      *----------------------------------------------------------------
       01 trigger-file-name pic X(200).
       01 trigger-program pic X(20).
       01 trigger-work-name pic X(210).
       01 trigger-file-status pic X(2).
       01 trigger-dir pic X(200).
       01 trigger-date-text pic X(10).
       01 trigger-business-date pic 9(8).
       01 trigger-status pic X(7).
       01 trigger-ledger-rows binary-long value 0.
       01 trigger-count-disp pic Z(8)9.
       01 trigger-date pic 9(8).
       01 trigger-time pic 9(8).
       01 trigger-rename-return binary-long value 0.
       01 trigger-line-count binary-long value 0.
       78 max-trigger-outputs value 16.
       01 trigger-output-table.
         05 trigger-output pic X(200)
            occurs max-trigger-outputs times.
       01 trigger-output-count binary-long value 0.
       01 trigger-output-name pic X(200).
       01 trigger-ix binary-long value 0.
