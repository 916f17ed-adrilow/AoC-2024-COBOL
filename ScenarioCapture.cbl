      *   BUDGETS  - aoc_time_budgets.txt,
      *   EXPECTED - expected_answers.txt,
      *   SUMMARY  - daybatch_summary.txt, the outcome the replay
      *              driver will verify against,
      *   OWNERS   - the Day8 frequency-owners file when DAY8_OWNERS
      *              names one,
      *   JOURNAL  - aoc_run_journal.txt,
      *   NOTES    - aoc_run_notes.txt, the operators' run notes,
      *   SITES    - the site list (AOC_SITES, default
      *              aoc_sites.txt).
      * ScenarioReplay restores the set into an isolated data
      * directory and reruns DayBatch against it; the journal, run
      * notes and site list come along as context for whoever
      * studies the window.  ScenarioExport masks the personal and
      * site detail out of a set before it leaves the building.
      *----------------------------------------------------------------

       environment division.
           perform apply-data-dir-prefix
           move data-dir-filename to original-name
           move "SUMMARY" to capture-role
           perform capture-one-file

           move spaces to data-dir-filename
           accept data-dir-filename from environment "DAY8_OWNERS"
           if data-dir-filename = spaces
               move "DAY8_OWNERS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           if data-dir-filename not = spaces
               perform apply-data-dir-prefix
               move data-dir-filename to original-name
               move "OWNERS" to capture-role
               perform capture-one-file
           end-if

           move "aoc_run_journal.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to original-name
           move "JOURNAL" to capture-role
           perform capture-one-file

           move "aoc_run_notes.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to original-name
           move "NOTES" to capture-role
           perform capture-one-file

           move spaces to data-dir-filename
           accept data-dir-filename from environment "AOC_SITES"
           if data-dir-filename = spaces
               move "AOC_SITES" to config-lookup-key
               perform get-config-value
               move config-lookup-value to data-dir-filename
           end-if
           if data-dir-filename = spaces
               move "aoc_sites.txt" to data-dir-filename
           end-if
           perform apply-data-dir-prefix
           move data-dir-filename to original-name
           move "SITES" to capture-role
           perform capture-one-file.

       capture-one-file.
