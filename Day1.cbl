                                       distribution-file-name
                                       line sequential.

           select transaction-file     assign to dynamic
                                       transaction-file-name
                                       line sequential
                                       file status is
                                       transaction-file-status.

           select new-master-file      assign to dynamic
                                       new-master-file-name
                                       line sequential
                                       file status is
                                       new-master-file-status.

           select update-register-file assign to dynamic
                                       update-register-file-name
                                       line sequential.

           copy 'LedgerSelect.cpy'.

           copy 'OverrideSelect.cpy'.

           copy 'TriggerSelect.cpy'.

           copy 'PeriodLockSelect.cpy'.

           copy 'StatsSelect.cpy'.

           copy 'ControlSelect.cpy'.

           copy 'CapacitySelect.cpy'.

           copy 'JournalSelect.cpy'.

           copy 'ReleaseSelect.cpy'.

           copy 'ConfigSelect.cpy'.

           copy 'MsgSelect.cpy'.
           05 filler pic x(3).
           05 col2 pic 9(5).
           05 overflow-tail pic x(10).
           05 master-key-tail redefines overflow-tail.
               10 master-key-mark pic x(3).
               10 master-key pic 9(6).
               10 filler pic x.
       01 input-line-text redefines input-line pic x(23).

       fd exceptions-file.
       fd distribution-file.
       01 distribution-line pic X(80).

       fd transaction-file.
       01 transaction-line pic X(60).

       fd new-master-file.
       01 new-master-line.
           05 new-master-col1 pic 9(5).
           05 filler pic x(3).
           05 new-master-col2 pic 9(5).
           05 new-master-key-mark pic x(3).
           05 new-master-key pic 9(6).

       fd update-register-file.
       01 update-register-line pic X(120).

       copy 'LedgerFd.cpy'.

       copy 'OverrideFd.cpy'.

       copy 'TriggerFd.cpy'.

       copy 'PeriodLockFd.cpy'.

       copy 'StatsFd.cpy'.

       copy 'ControlFd.cpy'.

       copy 'CapacityFd.cpy'.

       copy 'JournalFd.cpy'.

       copy 'ReleaseFd.cpy'.

       copy 'ConfigFd.cpy'.

       copy 'MsgFd.cpy'.
       01 pair-value-disp pic Z(4)9.
       01 pair-value-disp-2 pic Z(4)9.

      *Master-file maintenance: the input is treated as a keyed
      *master whose key is the master line number a pair was read
      *from, or the key column ("  #nnnnnn" after the second
      *location) a new-generation master carries, so keys stay put
      *across generations however many pairs are deleted or lines
      *dropped.  A line without a key column that would repeat a
      *key already read takes the next free key instead; a key
      *column out of ascending order is an exception like any
      *other malformed line.  When DAY1_TRANSACTIONS names a
      *transaction file, its "action,key,left,right" lines are
      *applied to the loaded pairs before part-one and part-two
      *run: A adds a pair (key left blank - the next key is
      *assigned), C changes the left and/or right location of the
      *keyed pair (a blank column is left as it was), D deletes
      *the keyed pair.  Every
      *transaction is listed on the update register as APPLIED or
      *REFUSED with before and after values, and the updated pairs
      *are written as the new-generation master (DAY1_NEW_MASTER)
      *in the same layout Day1 reads, each pair followed by its
      *key column, ready to become next delivery's DAY1_INPUT.
      *Transaction values are edited with the same rules as the
      *input itself.
       01 transaction-file-name pic X(200).
       01 transaction-file-status pic X(2).
       01 new-master-file-name pic X(200).
       01 new-master-file-status pic X(2).
       01 update-register-file-name pic X(200)
           value "day1_update_register.txt".
       01 pair-key-table.
           05 pair-key pic 9(6) value zeros occurs input-length
           times.
       01 pair-state-table.
           05 pair-state pic x value 'L' occurs input-length times.
               88 pair-live value 'L'.
               88 pair-deleted value 'D'.
       01 txn-action pic x(3).
       01 txn-key-text pic x(10).
       01 txn-left-text pic x(10).
       01 txn-right-text pic x(10).
       01 txn-edit-text pic x(10).
       01 register-pointer binary-long value 1.
       01 txn-key binary-long value 0.
       01 txn-left pic 9(5).
       01 txn-right pic 9(5).
       01 txn-number binary-long value 0.
       01 txn-applied-count binary-long value 0.
       01 txn-refused-count binary-long value 0.
       01 txn-refuse-reason pic x(40).
       01 txn-token-length binary-long value 0.
       01 txn-slot binary-long value 0.
       01 txn-compact-slot binary-long value 0.
       01 highest-pair-key binary-long value 0.
       01 line-pair-key binary-long value 0.
       01 filler pic x value 'n'.
           88 master-key-present value 'y'.
           88 master-key-absent value 'n'.
       01 loaded-pair-count binary-long value 0.
       01 txn-before-left pic 9(5).
       01 txn-before-right pic 9(5).
       01 txn-number-disp pic Z(5)9.
       01 txn-key-disp pic Z(5)9.
       01 txn-count-disp pic Z(5)9.
       01 txn-count-disp-2 pic Z(5)9.
       01 filler pic x value 'n'.
           88 txn-edit-ok value 'y'.
           88 txn-edit-failed value 'n'.
       01 filler pic x value 'n'.
           88 master-update-on value 'y'.
           88 master-update-off value 'n'.

       01 ws-eof pic x(1).
       01 record-count binary-long value 0.
       01 line-number binary-long value 0.
       01 exceptions-file-name pic X(200) value "day1_exceptions.txt".

       copy 'LedgerFields.cpy'.
       copy 'OverrideFields.cpy'.
       copy 'TriggerFields.cpy'.
       copy 'PeriodLockFields.cpy'.
       copy 'ElapsedFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'RunIdFields.cpy'.
       copy 'AlertFields.cpy'.
       copy 'ControlFields.cpy'.
       copy 'CapacityFields.cpy'.
       copy 'RetryFields.cpy'.
       copy 'JournalFields.cpy'.
       copy 'ReleaseFields.cpy'.
       copy 'ConfigFields.cpy'.
       copy 'MessageFields.cpy'.
       copy 'SealFields.cpy'.
                   not at end
      *                display input-line
                       add 1 to line-number
                       perform take-line-pair-key
                       if overflow-tail not = spaces and
                          master-key-absent
                           add 1 to exception-count
                           add 1 to overflow-count
                           move spaces to exception-record
                           perform write-exception-entry
                       else
                           if col1 is not numeric or
                              col2 is not numeric or
                              line-pair-key = 0
                               add 1 to exception-count
                               move spaces to exception-record
                               move line-number to
                                   exception-line-number
                               if line-pair-key = 0
                                   move "master key out of order"
                                       to exception-reason
                               else
                                   move "not numeric"
                                       to exception-reason
                               end-if
                               move input-line-text to
                                   exception-line-text
                               write exception-record
                               move line-number to
                                   exception-hub-line-no
                               move exception-reason to
                                   exception-hub-reason
                               move input-line-text to
                                   exception-hub-record
                               end-if
                               move col1 to left-col-line(i)
                               move col2 to right-col-line(j)
                               move line-pair-key
                                   to pair-key(record-count)
                               move line-pair-key to highest-pair-key
                               perform update-counters
                           end-if
                       end-if
               end-if
               end-perform.
           close input-file.
           close exceptions-file
           move exceptions-file-name to trigger-output-name
           perform note-trigger-output.
           move record-count to loaded-pair-count
           perform load-master-update-config
           if master-update-on
               perform apply-master-transactions
           end-if
           perform record-parse-phase

           if exception-count > 0
           move similarity-score to day1-part2-result

           move line-number to control-read
           move loaded-pair-count to control-processed
           move exception-count to control-rejected
           perform write-control-totals
           perform record-capacity-peaks

           if exception-count > 0
               move "WARNING" to day1-status
               move spaces to day1-status-reason
           end-if

           move day1-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day1-status to journal-status
           perform write-journal-entry
           perform write-distance-percentiles
           perform write-widest-pairs
           close distribution-file
           move distribution-file-name to trigger-output-name
           perform note-trigger-output
           display "Day1: distance distribution written to "
               function trim(distribution-file-name).

               write distribution-line
           end-perform.

       load-master-update-config.
           set master-update-off to true
           accept transaction-file-name from environment
               "DAY1_TRANSACTIONS"
           if transaction-file-name = spaces
               move "DAY1_TRANSACTIONS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to transaction-file-name
           end-if
           if transaction-file-name = spaces
               exit paragraph
           end-if
           set master-update-on to true
           move transaction-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to transaction-file-name
           accept new-master-file-name from environment
               "DAY1_NEW_MASTER"
           if new-master-file-name = spaces
               move "DAY1_NEW_MASTER" to config-lookup-key
               perform get-config-value
               move config-lookup-value to new-master-file-name
           end-if
           if new-master-file-name = spaces
               move "inputDay1_next.txt" to new-master-file-name
           end-if
           move new-master-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to new-master-file-name
           move update-register-file-name to data-dir-filename
           perform apply-data-dir-prefix
           perform apply-report-stamp
           move data-dir-filename to update-register-file-name.

       apply-master-transactions.
           open input transaction-file
           if transaction-file-status not = "00"
               display "Day1: transaction file "
                   function trim(transaction-file-name)
                   " not readable (file status "
                   transaction-file-status
                   ") - master used as delivered."
               exit paragraph
           end-if
           open output update-register-file
           move "=== Day1 master update register ==="
               to update-register-line
           write update-register-line
           move spaces to update-register-line
           string "Master: " function trim(input-file-name)
               delimited by size into update-register-line
           write update-register-line
           move spaces to update-register-line
           string "Transactions: " function trim(transaction-file-name)
               delimited by size into update-register-line
           write update-register-line
           move spaces to update-register-line
           write update-register-line
      *The input loop above left ws-eof set.
           move 'n' to ws-eof
               perform until ws-eof='y'
               read transaction-file
                   at end move 'y' to ws-eof
                   not at end
                       perform apply-one-transaction
               end-read
               if transaction-file-status not = "00" and
                  transaction-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close transaction-file
           perform compact-updated-pairs
           perform write-new-master
           move txn-applied-count to txn-count-disp
           move txn-refused-count to txn-count-disp-2
           move spaces to update-register-line
           write update-register-line
           move spaces to update-register-line
           string "Applied: " function trim(txn-count-disp)
               "  Refused: " function trim(txn-count-disp-2)
               delimited by size into update-register-line
           write update-register-line
           move record-count to txn-count-disp
           move spaces to update-register-line
           string "New-generation master: "
               function trim(txn-count-disp) " pair(s) in "
               function trim(new-master-file-name)
               delimited by size into update-register-line
           write update-register-line
           close update-register-file
           move update-register-file-name to trigger-output-name
           perform note-trigger-output
           move txn-applied-count to txn-count-disp
           move txn-refused-count to txn-count-disp-2
           display "Day1: master update applied "
               function trim(txn-count-disp) ", refused "
               function trim(txn-count-disp-2)
               " transaction(s) - register in "
               function trim(update-register-file-name).

       apply-one-transaction.
           if transaction-line = spaces or
              transaction-line(1:1) = "*"
               exit paragraph
           end-if
           add 1 to txn-number
           move spaces to txn-action
           move spaces to txn-key-text
           move spaces to txn-left-text
           move spaces to txn-right-text
           move spaces to txn-refuse-reason
           move 0 to txn-key
           unstring transaction-line delimited by ","
               into txn-action txn-key-text txn-left-text
                    txn-right-text
           move function upper-case(txn-action) to txn-action
           perform edit-transaction-key
           evaluate true
               when txn-action = "A"
                   perform apply-add-transaction
               when txn-action = "C"
                   perform apply-change-transaction
               when txn-action = "D"
                   perform apply-delete-transaction
               when other
                   move "unknown action (A, C or D)"
                       to txn-refuse-reason
                   perform register-refused-transaction
           end-evaluate.

       edit-transaction-key.
      *Keys arrive unpadded, so the numeric test covers only the
      *trimmed token; a blank key stays zero.
           if txn-key-text = spaces
               exit paragraph
           end-if
           move function trim(txn-key-text) to txn-edit-text
           compute txn-token-length = function length(
               function trim(txn-edit-text))
           if txn-edit-text(1:txn-token-length) not numeric
               move -1 to txn-key
           else
               move function numval(txn-edit-text) to txn-key
           end-if.

       edit-transaction-column.
      *The same two edits Day1 applies to its input, in the same
      *order: no more than five digits, then numeric.
           set txn-edit-ok to true
           move function trim(txn-edit-text) to txn-edit-text
           compute txn-token-length = function length(
               function trim(txn-edit-text))
           if txn-token-length > 5
               set txn-edit-failed to true
               move "column exceeds 5 digits" to txn-refuse-reason
               exit paragraph
           end-if
           if txn-edit-text(1:txn-token-length) not numeric
               set txn-edit-failed to true
               move "not numeric" to txn-refuse-reason
           end-if.

       apply-add-transaction.
           if txn-key-text not = spaces
               move "add must leave the key blank"
                   to txn-refuse-reason
               perform register-refused-transaction
               exit paragraph
           end-if
           if txn-left-text = spaces or txn-right-text = spaces
               move "add needs both locations" to txn-refuse-reason
               perform register-refused-transaction
               exit paragraph
           end-if
           move txn-left-text to txn-edit-text
           perform edit-transaction-column
           if txn-edit-failed
               perform register-refused-transaction
               exit paragraph
           end-if
           move function numval(txn-edit-text) to txn-left
           move txn-right-text to txn-edit-text
           perform edit-transaction-column
           if txn-edit-failed
               perform register-refused-transaction
               exit paragraph
           end-if
           move function numval(txn-edit-text) to txn-right
           if record-count >= input-length
               move "master is full" to txn-refuse-reason
               perform register-refused-transaction
               exit paragraph
           end-if
           add 1 to record-count
           add 1 to highest-pair-key
           move record-count to txn-slot
           move txn-left to left-col-line(txn-slot)
           move txn-right to right-col-line(txn-slot)
           move highest-pair-key to pair-key(txn-slot)
           set pair-live(txn-slot) to true
           move highest-pair-key to txn-key
           perform format-transaction-prefix
           move txn-left to pair-value-disp
           move txn-right to pair-value-disp-2
           string " ADD    before (none) after "
               function trim(pair-value-disp) "/"
               function trim(pair-value-disp-2) " - APPLIED"
               delimited by size into update-register-line
               with pointer register-pointer
           write update-register-line
           add 1 to txn-applied-count.

       apply-change-transaction.
           perform find-transaction-pair
           if txn-slot = 0
               perform register-refused-transaction
               exit paragraph
           end-if
           if txn-left-text = spaces and txn-right-text = spaces
               move "change names no new location"
                   to txn-refuse-reason
               perform register-refused-transaction
               exit paragraph
           end-if
           move left-col-line(txn-slot) to txn-left
           move right-col-line(txn-slot) to txn-right
           if txn-left-text not = spaces
               move txn-left-text to txn-edit-text
               perform edit-transaction-column
               if txn-edit-failed
                   perform register-refused-transaction
                   exit paragraph
               end-if
               move function numval(txn-edit-text) to txn-left
           end-if
           if txn-right-text not = spaces
               move txn-right-text to txn-edit-text
               perform edit-transaction-column
               if txn-edit-failed
                   perform register-refused-transaction
                   exit paragraph
               end-if
               move function numval(txn-edit-text) to txn-right
           end-if
           move left-col-line(txn-slot) to txn-before-left
           move right-col-line(txn-slot) to txn-before-right
           move txn-left to left-col-line(txn-slot)
           move txn-right to right-col-line(txn-slot)
           perform format-transaction-prefix
           move txn-before-left to pair-value-disp
           move txn-before-right to pair-value-disp-2
           string " CHANGE before " function trim(pair-value-disp)
               "/" function trim(pair-value-disp-2)
               delimited by size into update-register-line
               with pointer register-pointer
           move txn-left to pair-value-disp
           move txn-right to pair-value-disp-2
           string " after " function trim(pair-value-disp) "/"
               function trim(pair-value-disp-2) " - APPLIED"
               delimited by size into update-register-line
               with pointer register-pointer
           write update-register-line
           add 1 to txn-applied-count.

       apply-delete-transaction.
           perform find-transaction-pair
           if txn-slot = 0
               perform register-refused-transaction
               exit paragraph
           end-if
           set pair-deleted(txn-slot) to true
           perform format-transaction-prefix
           move left-col-line(txn-slot) to pair-value-disp
           move right-col-line(txn-slot) to pair-value-disp-2
           string " DELETE before " function trim(pair-value-disp)
               "/" function trim(pair-value-disp-2)
               " after (none) - APPLIED"
               delimited by size into update-register-line
               with pointer register-pointer
           write update-register-line
           add 1 to txn-applied-count.

       find-transaction-pair.
           move 0 to txn-slot
           if txn-key <= 0
               move "key missing or not numeric" to txn-refuse-reason
               exit paragraph
           end-if
           perform varying dk from 1 by 1 until dk > record-count
               if pair-key(dk) = txn-key
                   if pair-deleted(dk)
                       move "pair already deleted"
                           to txn-refuse-reason
                   else
                       move dk to txn-slot
                   end-if
                   exit perform
               end-if
           end-perform
           if txn-slot = 0 and txn-refuse-reason = spaces
               move "no pair with that key" to txn-refuse-reason
           end-if.

       format-transaction-prefix.
           move spaces to update-register-line
           move 1 to register-pointer
           move txn-number to txn-number-disp
           if txn-key > 0
               move txn-key to txn-key-disp
           else
               move 0 to txn-key-disp
           end-if
           string "Txn " txn-number-disp "  key " txn-key-disp
               delimited by size into update-register-line
               with pointer register-pointer.

       register-refused-transaction.
           perform format-transaction-prefix
           string " " function trim(txn-action) " - REFUSED - "
               function trim(txn-refuse-reason) " ("
               function trim(transaction-line) ")"
               delimited by size into update-register-line
               with pointer register-pointer
           write update-register-line
           add 1 to txn-refused-count.

       compact-updated-pairs.
      *Deleted pairs close up so slots 1 through record-count hold
      *the live pairs in key order; the freed tail returns to zeros
      *so it sorts harmlessly to the front in part-one.
           move 0 to txn-compact-slot
           perform varying dk from 1 by 1 until dk > record-count
               if pair-live(dk)
                   add 1 to txn-compact-slot
                   if txn-compact-slot not = dk
                       move left-col-line(dk)
                           to left-col-line(txn-compact-slot)
                       move right-col-line(dk)
                           to right-col-line(txn-compact-slot)
                       move pair-key(dk) to pair-key(txn-compact-slot)
                       set pair-live(txn-compact-slot) to true
                   end-if
               end-if
           end-perform
           compute dk = txn-compact-slot + 1
           perform until dk > record-count
               move zeros to left-col-line(dk)
               move zeros to right-col-line(dk)
               move zeros to pair-key(dk)
               set pair-live(dk) to true
               add 1 to dk
           end-perform
           move txn-compact-slot to record-count.

       take-line-pair-key.
      *The pair's key: its key column when the line carries one,
      *otherwise its line number, moved past the highest key read
      *so far when a keyed master has grown unkeyed lines.  Zero
      *marks a key column that does not ascend.
           set master-key-absent to true
           if master-key-mark = "  #" and master-key is numeric and
              overflow-tail(10:1) = space
               set master-key-present to true
               move master-key to line-pair-key
               if line-pair-key <= highest-pair-key
                   move 0 to line-pair-key
               end-if
           else
               move line-number to line-pair-key
               if line-pair-key <= highest-pair-key
                   compute line-pair-key = highest-pair-key + 1
               end-if
           end-if.

       write-new-master.
           open output new-master-file
           if new-master-file-status not = "00"
               display "Day1: cannot write new-generation master "
                   function trim(new-master-file-name)
                   " (file status " new-master-file-status ")"
               exit paragraph
           end-if
           perform varying dk from 1 by 1 until dk > record-count
               move spaces to new-master-line
               move left-col-line(dk) to new-master-col1
               move right-col-line(dk) to new-master-col2
               move "  #" to new-master-key-mark
               move pair-key(dk) to new-master-key
               write new-master-line
           end-perform
           close new-master-file
           move new-master-file-name to trigger-output-name
           perform note-trigger-output.

       reset-counters.
           set i to 1.
           set j to 1.
               "overflow."
           close input-file
           close exceptions-file
           move exceptions-file-name to trigger-output-name
           perform note-trigger-output
           goback.

       seal-violation-abort.
           end-if
           goback.

       record-capacity-peaks.
           move "input-pairs" to capacity-limit-name
           move record-count to capacity-peak
           move input-length to capacity-limit
           perform write-capacity-entry.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day1"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day1"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="Day1"==.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'WriteExceptionEntry.cpy'
       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day1"==.

       copy 'WriteCapacityEntry.cpy'
           replacing ==program-name-tag== by =="Day1"==.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="Day1"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'WriteMessage.cpy'.
