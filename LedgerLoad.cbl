       program-id. LedgerLoad as "LedgerLoad".

      *----------------------------------------------------------------
      * Keeps the indexed companion ledger (results_ledger.idx) in
      * step with the text results ledger so LedgerQuery and
      * OpsConsole can look rows up by program, part and timestamp.
      *
      * Loads are incremental.  A high-water mark beside the indexed
      * ledger (its name plus ".hwm") records the text ledger it was
      * loaded from, how many rows had been loaded, the last loaded
      * timestamp, and the first and last loaded rows; the next run
      * reads past those rows and adds only the ones appended since.
      * A full rebuild happens only when there is no mark, when the
      * indexed ledger is missing, when the mark was taken from a
      * different ledger (LEDGER_SOURCE), when the indexed ledger
      * does not hold the last loaded row (restored from an older
      * backup), or when the text ledger
      * has been rewritten underneath the index - fewer rows than
      * were loaded, or a first or last loaded row that no longer
      * matches, as after LedgerArchive compaction.  Every row ends
      * in its hash-chain fields, so a rewritten ledger cannot keep
      * the same last loaded row.  The mark is cleared before a
      * rebuild starts, so an interrupted rebuild is redone in full.
      *
      * Output: ledger_load_report.txt in the data directory - the
      * mode used and why, rows added, duplicates and malformed rows
      * skipped, and the new high-water mark.
      *----------------------------------------------------------------

       environment division.

       configuration section.

           copy 'LedgerSelect.cpy'.

           select load-mark-file assign to dynamic
               load-mark-file-name
               line sequential
               file status is load-mark-file-status.

           select load-report-file assign to dynamic
               load-report-file-name
               line sequential
               file status is load-report-file-status.

           copy 'ConfigSelect.cpy'.

       data division.

       copy 'LedgerFd.cpy'.

       fd load-mark-file.
       01 load-mark-record.
           05 load-mark-source pic X(200).
           05 load-mark-row-count pic 9(9).
           05 load-mark-stamp pic X(17).
           05 load-mark-key pic X(37).
           05 load-mark-first-line pic X(200).
           05 load-mark-last-line pic X(200).

       fd load-report-file.
       01 load-report-line pic X(132).

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 duplicate-disp pic Z(6)9.
       01 malformed-disp pic Z(6)9.

       01 load-mark-file-name pic X(210).
       01 load-mark-file-status pic X(2).
       01 load-report-file-name pic X(200)
           value "ledger_load_report.txt".
       01 load-report-file-status pic X(2).

      *The mark as found at the start of the run.
       01 previous-mark.
           05 previous-source pic X(200).
           05 previous-row-count pic 9(9) value 0.
           05 previous-stamp pic X(17).
           05 previous-key pic X(37).
           05 previous-first-line pic X(200).
           05 previous-last-line pic X(200).
       01 filler pic X value 'n'.
           88 previous-mark-found value 'y'.
           88 previous-mark-missing value 'n'.

      *The mark this run leaves behind.
       01 row-number binary-long value 0.
       01 new-stamp pic X(17) value spaces.
       01 new-key pic X(37) value spaces.
       01 new-first-line pic X(200) value spaces.
       01 new-last-line pic X(200) value spaces.

       01 load-mode pic X value 'F'.
           88 load-full value 'F'.
           88 load-incremental value 'I'.
       01 load-reason pic X(60) value spaces.
       01 filler pic X value 'n'.
           88 ledger-rewritten value 'y'.
           88 ledger-unchanged value 'n'.
       01 mark-disp pic Z(8)9.
       01 read-count binary-long value 0.

       copy 'LedgerFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.
           perform apply-data-dir-prefix
           move data-dir-filename to idx-ledger-file-name

           move spaces to load-mark-file-name
           string function trim(idx-ledger-file-name) ".hwm"
               delimited by size into load-mark-file-name
           move load-report-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to load-report-file-name

           open input ledger-file
           if ledger-file-status = "35"
               display "LedgerLoad: no ledger found at "
               go to ledger-file-error
           end-if

           perform choose-load-mode
           if load-incremental
               perform load-appended-rows
               if ledger-rewritten
      *Rows already in the index no longer match the ledger - start
      *again from the top.
                   close idx-ledger-file
                   close ledger-file
                   move 'n' to ws-eof
                   move 0 to row-number read-count loaded-count
                       duplicate-count malformed-count
                   move spaces to new-stamp new-key new-first-line
                       new-last-line
                   set load-full to true
                   move "ledger rewritten since the last load"
                       to load-reason
                   open input ledger-file
                   if ledger-file-status not = "00"
                       go to ledger-file-error
                   end-if
               end-if
           end-if
           if load-full
               perform rebuild-index
           end-if

           close ledger-file.
           close idx-ledger-file.

           perform save-load-mark
           perform write-load-report

           move loaded-count to loaded-disp
           move duplicate-count to duplicate-disp
           if load-incremental
               display "LedgerLoad: incremental - "
                   function trim(loaded-disp)
                   " new row(s) added to "
                   function trim(idx-ledger-file-name)
           else
               display "LedgerLoad: full rebuild ("
                   function trim(load-reason) ") - "
                   function trim(loaded-disp)
                   " row(s) loaded into "
                   function trim(idx-ledger-file-name)
           end-if
           if duplicate-count > 0
               display "LedgerLoad: " function trim(duplicate-disp)
                   " row(s) shared a program/part/timestamp key with "

           goback.

       choose-load-mode.
           perform read-load-mark
           set load-full to true
           if previous-mark-missing
               move "no high-water mark" to load-reason
               exit paragraph
           end-if
           if previous-source not = ledger-file-name
               move "high-water mark is for another ledger"
                   to load-reason
               exit paragraph
           end-if
           open i-o idx-ledger-file
           if idx-ledger-file-status not = "00"
               move "indexed ledger not found" to load-reason
               exit paragraph
           end-if
           if previous-key not = spaces
               move previous-key to idx-ledger-key
               read idx-ledger-file key is idx-ledger-key
                   invalid key
                       close idx-ledger-file
                       move "indexed ledger lacks the last loaded row"
                           to load-reason
                       exit paragraph
               end-read
           end-if
           set load-incremental to true
           move "ledger unchanged up to the high-water mark"
               to load-reason.

       read-load-mark.
           set previous-mark-missing to true
           open input load-mark-file
           if load-mark-file-status not = "00"
               exit paragraph
           end-if
           read load-mark-file
               at end
                   continue
               not at end
                   if load-mark-source not = spaces and
                      load-mark-row-count is numeric
                       set previous-mark-found to true
                       move load-mark-source to previous-source
                       move load-mark-row-count to previous-row-count
                       move load-mark-stamp to previous-stamp
                       move load-mark-key to previous-key
                       move load-mark-first-line
                           to previous-first-line
                       move load-mark-last-line
                           to previous-last-line
                   end-if
           end-read
           close load-mark-file.

       load-appended-rows.
           set ledger-unchanged to true
               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       perform take-appended-row
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   go to ledger-file-error
               end-if
               end-perform.
           if ledger-unchanged and row-number < previous-row-count
               set ledger-rewritten to true
           end-if.

       take-appended-row.
           add 1 to row-number
           if row-number = 1
               move ledger-line to new-first-line
               if previous-row-count > 0 and
                  ledger-line not = previous-first-line
                   set ledger-rewritten to true
                   move 'y' to ws-eof
                   exit paragraph
               end-if
           end-if
           if row-number < previous-row-count
               exit paragraph
           end-if
           if row-number = previous-row-count
               if ledger-line not = previous-last-line
                   set ledger-rewritten to true
                   move 'y' to ws-eof
                   exit paragraph
               end-if
      *Carry the mark's stamp forward in case nothing follows it.
               move ledger-line to new-last-line
               move previous-stamp to new-stamp
               move previous-key to new-key
               exit paragraph
           end-if
           perform take-new-row.

       rebuild-index.
      *Clear the mark first: if the rebuild dies part way, the next
      *run must rebuild again rather than trust a mark the index no
      *longer backs.
           open output load-mark-file
           close load-mark-file
           open output idx-ledger-file
           if idx-ledger-file-status not = "00"
               go to idx-file-error
           end-if
               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to row-number
                       if row-number = 1
                           move ledger-line to new-first-line
                       end-if
                       perform take-new-row
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   go to ledger-file-error
               end-if
               end-perform.

       take-new-row.
           add 1 to read-count
           move ledger-line to new-last-line
           perform load-one-row.

       save-load-mark.
           open output load-mark-file
           if load-mark-file-status not = "00"
               display "LedgerLoad: cannot write high-water mark "
                   function trim(load-mark-file-name)
                   " (file status " load-mark-file-status
                   ") - the next load will be a full rebuild."
               exit paragraph
           end-if
           move spaces to load-mark-record
           move ledger-file-name to load-mark-source
           move row-number to load-mark-row-count
           move new-stamp to load-mark-stamp
           move new-key to load-mark-key
           move new-first-line to load-mark-first-line
           move new-last-line to load-mark-last-line
           write load-mark-record
           close load-mark-file.

       write-load-report.
           open output load-report-file
           if load-report-file-status not = "00"
               display "LedgerLoad: cannot write "
                   function trim(load-report-file-name)
                   " (file status " load-report-file-status ")."
               exit paragraph
           end-if
           move "LedgerLoad - indexed ledger load" to load-report-line
           write load-report-line
           move spaces to load-report-line
           write load-report-line
           move spaces to load-report-line
           string "Text ledger        : "
               function trim(ledger-file-name)
               delimited by size into load-report-line
           write load-report-line
           move spaces to load-report-line
           string "Indexed ledger     : "
               function trim(idx-ledger-file-name)
               delimited by size into load-report-line
           write load-report-line
           move spaces to load-report-line
           if load-incremental
               move "Mode               : INCREMENTAL"
                   to load-report-line
           else
               move "Mode               : FULL REBUILD"
                   to load-report-line
           end-if
           write load-report-line
           move spaces to load-report-line
           string "Reason             : " function trim(load-reason)
               delimited by size into load-report-line
           write load-report-line
           move spaces to load-report-line
           write load-report-line
           if load-incremental
               move previous-row-count to mark-disp
           else
               move 0 to mark-disp
           end-if
           move spaces to load-report-line
           string "Rows already loaded: " function trim(mark-disp)
               delimited by size into load-report-line
           write load-report-line
           move read-count to mark-disp
           move spaces to load-report-line
           string "Rows read this run : " function trim(mark-disp)
               delimited by size into load-report-line
           write load-report-line
           move loaded-count to mark-disp
           move spaces to load-report-line
           string "Rows added         : " function trim(mark-disp)
               delimited by size into load-report-line
           write load-report-line
           move duplicate-count to mark-disp
           move spaces to load-report-line
           string "Duplicates skipped : " function trim(mark-disp)
               delimited by size into load-report-line
           write load-report-line
           move malformed-count to mark-disp
           move spaces to load-report-line
           string "Malformed skipped  : " function trim(mark-disp)
               delimited by size into load-report-line
           write load-report-line
           move spaces to load-report-line
           write load-report-line
           move row-number to mark-disp
           move spaces to load-report-line
           if new-stamp = spaces
               string "High-water mark    : row "
                   function trim(mark-disp)
                   delimited by size into load-report-line
           else
               string "High-water mark    : row "
                   function trim(mark-disp) ", last loaded "
                   function trim(new-stamp)
                   delimited by size into load-report-line
           end-if
           write load-report-line
           close load-report-file.

       load-one-row.
           move spaces to row-program
           move spaces to row-part
               move row-part to idx-ledger-part
               move row-stamp to idx-ledger-stamp
               move row-value to idx-ledger-value
               move row-stamp to new-stamp
               move idx-ledger-key to new-key
               write idx-ledger-record
                   invalid key add 1 to duplicate-count
                   not invalid key add 1 to loaded-count
