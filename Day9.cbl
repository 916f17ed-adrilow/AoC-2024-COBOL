               volume-report-file-name
               line sequential.

           select priority-file assign to dynamic priority-file-name
               line sequential
               file status is priority-file-status.

           select catalog-control-file assign to dynamic
               catalog-control-file-name
               line sequential
               file status is catalog-control-file-status.

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
       fd move-journal-file.
       01 move-journal-line pic X(60).

       fd priority-file.
       01 priority-line pic X(40).

       fd catalog-control-file.
       01 catalog-control-line pic X(100).

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
       01 recount-size-table.
           05 recount-file-size binary-long value 0
              occurs max-file-ids times.
      *Catalog control (DAY9_CATALOG_CONTROL names the record
      *Day9Catalog writes with a catalog-built disk map): the used
      *and free block totals the catalog promised are balanced
      *against the delivered map as loaded and again against the
      *block view after the whole-file pass, and a difference
      *fails the run the same way a per-file conservation error
      *does.
       01 catalog-control-file-name pic X(200).
       01 catalog-control-file-status pic X(2).
       01 catalog-control-fields.
           05 catalog-control-program pic X(12).
           05 catalog-control-run-id pic X(20).
           05 catalog-control-files-text pic X(12).
           05 catalog-control-used-text pic X(12).
           05 catalog-control-free-text pic X(12).
       01 catalog-used-blocks binary-long value 0.
       01 catalog-free-blocks binary-long value 0.
       01 balance-used-blocks binary-long value 0.
       01 balance-free-blocks binary-long value 0.
       01 balance-point pic X(30).
       01 filler pic X value 'n'.
           88 catalog-control-loaded value 'y'.
           88 catalog-control-absent value 'n'.
       01 conservation-scan binary-long value 0.
       01 conservation-errors binary-long value 0.
       01 conservation-disp pic Z(6)9.
       01 filler pic X value 'n'.
           88 conservation-failed value 'y'.
       01 frag-counts-memory.
           05 filler occurs 5 times.
               10 frag-count binary-short value 0
                  occurs max-file-ids times.
       01 frag-snapshot-stats.
           05 frag-snapshot occurs 5 times.
               10 snap-total-files binary-long.
               10 snap-multi-files binary-long.
               10 snap-max-fragments binary-long.
      *passes, free space per volume after the whole-file pass, and
      *DAY9_VOLUME_LOCK=Y keeps whole-file moves from crossing a
      *volume boundary.  Without a volume list everything is
      *volume 1 and behaves exactly as before.  A list line of
      *"name,FREE" marks a volume that opens on free space - the
      *rest of a free run too long for one map digit, carried over
      *from the end of the volume before - so its first digit is a
      *free entry and its alternation runs on from there.
       78 max-volumes value 10.
       01 volume-table.
         05 volume-entry occurs max-volumes times indexed by vx.
           10 vol-name pic X(200).
           10 vol-start pic X(4).
               88 vol-starts-free value "FREE".
           10 vol-first-block binary-long.
           10 vol-last-block binary-long.
           10 vol-p1-checksum pic 9(38).
           10 vol-free-blocks binary-long.
           10 vol-free-extents binary-long.
       01 volume-count binary-long value 0.
       01 peak-map-entries binary-long value 0.
       01 peak-disk-blocks binary-long value 0.
       01 volume-list-file-name pic X(200).
       01 volume-list-file-status pic X(2).
       01 volume-report-file-name pic X(200)
       01 volume-lock-switch pic X value 'N'.
           88 volume-lock-on value 'Y' 'y'.
       01 vol-offset binary-long value 0.
       01 vol-list-name pic X(200).
       01 vol-scan binary-long value 0.
       01 vol-block-scan binary-long value 0.
       01 vol-in-free-run pic X value 'n'.
       01 vol-count-disp pic Z(8)9.
       01 vol-checksum-disp pic Z(37)9.

      *Priority-driven compaction (DAY9_PRIORITY names a file of
      *"file-id class" lines, class 1 the hottest through 9): the
      *whole-file pass takes files class by class, and within a
      *class in the descending-id order it has always used.  A file
      *not listed is class 9.  Both placement policies walk the
      *same processing order.  With priorities in force the move
      *journal and the fragmentation report carry each file's
      *class, and the delivered map is compacted a second time in
      *plain descending-id order (snapshot 5, never journalled or
      *checkpointed) so the report can set the checksum and the
      *free-space fragmentation of the two orderings side by side.
       01 priority-file-name pic X(200).
       01 priority-file-status pic X(2).
       01 priority-table.
           05 priority-class pic 9 value 9
              occurs max-file-ids times.
       01 processing-order-table.
           05 processing-order binary-long occurs max-file-ids times.
       01 order-count binary-long value 0.
       01 order-pos binary-long value 0.
       01 order-class binary-long value 0.
       01 order-id binary-long value 0.
       01 files-remaining binary-long value 0.
       01 priority-id-text pic X(12).
       01 priority-class-text pic X(4).
       01 priority-file-id binary-long value 0.
       01 priority-listed binary-long value 0.
       01 priority-rejected binary-long value 0.
       01 filler pic X value 'n'.
           88 priority-in-use value 'y'.
           88 priority-not-used value 'n'.
       01 filler pic X value 'N'.
           88 default-order-pass value 'Y'.
           88 priority-order-pass value 'N'.
       01 default-order-result pic 9(38) value 0.
       01 default-order-free pic 9(38) value 0.
       01 priority-order-free pic 9(38) value 0.
       01 class-disp pic 9.

       01 checkpoint-file-name pic X(200).
       01 checkpoint-file-status pic X(2).
       01 checkpoint-switch pic X value 'N'.
       01 checkpoint-counter binary-long value 0.

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
               move data-dir-filename to checkpoint-file-name
           end-if

           perform resolve-priority-list

           perform resolve-volume-list
           set i j to 1
           if volumes-in-use
               perform mark-volume-extents
           end-if
           perform capture-conservation-baseline
           perform load-catalog-control
           if catalog-control-loaded
               move 0 to balance-used-blocks
               move 0 to balance-free-blocks
               perform varying j from 1 by 1 until j >=
               last-written-map-entry
                   if map-entry-empty(j)
                       add map-entry-size(j) to balance-free-blocks
                   else
                       add map-entry-size(j) to balance-used-blocks
                   end-if
               end-perform
               move "the delivered disk map" to balance-point
               perform balance-catalog-control
           end-if
           perform record-parse-phase

           if trace-enabled

           if trace-enabled
               close trace-file
               move trace-file-name to trigger-output-name
               perform note-trigger-output
               set trace-file-closed to true
           end-if

           move part-two-result to day9-part2-result

           perform write-control-totals
           perform record-capacity-peaks

           if conservation-failed
               move "FAILED" to day9-status
               move spaces to day9-status-reason
           end-if

           move day9-status to trigger-status
           move ledger-rows-written to trigger-ledger-rows
           perform write-trigger-file

           move "END" to journal-event
           move day9-status to journal-status
           perform write-journal-entry
                   "as one logical disk."
           end-if.

       resolve-priority-list.
           accept priority-file-name from environment "DAY9_PRIORITY"
           if priority-file-name = spaces
               move "DAY9_PRIORITY" to config-lookup-key
               perform get-config-value
               move config-lookup-value to priority-file-name
           end-if
           if priority-file-name = spaces
               exit paragraph
           end-if
           move priority-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to priority-file-name
           open input priority-file
           if priority-file-status not = "00"
               display "Day9: priority list "
                   function trim(priority-file-name)
                   " not readable (file status "
                   priority-file-status
                   ") - default compaction order."
               exit paragraph
           end-if
               perform until ws-eof='y'
               read priority-file
                   at end move 'y' to ws-eof
                   not at end
                       perform load-one-priority
               end-read
               if priority-file-status not = "00" and
                  priority-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close priority-file
           if priority-rejected > 0
               display "Day9: " priority-rejected " priority line(s) "
                   "ignored - need a file id and a class 1-9."
           end-if
           if priority-listed > 0
               set priority-in-use to true
               display "Day9: " priority-listed " file(s) classed by "
                   function trim(priority-file-name)
                   " - compacting in priority order."
           end-if.

       load-one-priority.
           if priority-line = spaces or priority-line(1:1) = "*"
               exit paragraph
           end-if
           move spaces to priority-id-text
           move spaces to priority-class-text
           unstring priority-line delimited by all space
               into priority-id-text priority-class-text
           if priority-id-text = spaces or
              priority-class-text(1:1) not numeric or
              priority-class-text(2:3) not = spaces or
              priority-class-text(1:1) = "0"
               add 1 to priority-rejected
               exit paragraph
           end-if
           move function numval(priority-id-text) to priority-file-id
           if priority-file-id < 0 or
              priority-file-id + 1 > max-file-ids
               add 1 to priority-rejected
               exit paragraph
           end-if
           move priority-class-text(1:1)
               to priority-class(priority-file-id + 1)
           add 1 to priority-listed.

       load-one-volume-name.
           if volume-list-line = spaces or
              volume-list-line(1:1) = "*"
           end-if
           add 1 to volume-count
           set vx to volume-count
           move spaces to vol-list-name
           move spaces to vol-start(vx)
           unstring volume-list-line delimited by ","
               into vol-list-name vol-start(vx)
           move function upper-case(vol-start(vx)) to vol-start(vx)
           move vol-list-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to vol-name(vx)
           move 0 to vol-first-block(vx)

       load-all-volumes.
      *Each volume is a standalone alternating map starting on a
      *file entry (or on free space when listed FREE); file ids
      *keep counting straight across volume joins, which is exactly
      *the numbering the hand-pasted file was supposed to preserve.
           perform varying vol-scan from 1 by 1
               until vol-scan > volume-count
               set vx to vol-scan
               move vol-name(vx) to input-file-name
               move vol-scan to current-volume
               if vol-starts-free(vx)
                   set currently-free-space to true
               else
                   set currently-free-space to false
               end-if
               open input input-file
               if input-file-status not = "00"
                   go to input-file-error
           end-if.

       part-two.
           if both-fit-mode or priority-in-use
               move disk-map to disk-map-hold
           end-if
           if trace-enabled
               perform capture-volume-figures
           end-if
           perform count-free-space
           if catalog-control-loaded
               move 0 to balance-used-blocks
               perform varying conservation-scan from 1 by 1
                   until conservation-scan > max-file-ids
                   add recount-file-size(conservation-scan)
                       to balance-used-blocks
               end-perform
               move free-blocks-remaining to balance-free-blocks
               move "the whole-file pass" to balance-point
               perform balance-catalog-control
           end-if
           if both-fit-mode
               perform run-best-fit-pass
           end-if
           if priority-in-use
               perform run-default-order-pass
           end-if.

       run-best-fit-pass.
           set first-fit-active to true
           perform display-fit-comparison.

       run-default-order-pass.
      *Rewind to the delivered map once more and compact it in the
      *plain descending-id order under the primary placement
      *policy, so the priority ordering can be judged against what
      *the default would have made of the same disk.
           move free-blocks-remaining to priority-order-free
           move disk-map-hold to disk-map
           set comparison-pass to true
           set default-order-pass to true
           perform restore-current-file
           perform compact-disk-whole-files
           perform disk-map-to-blocks
           move 5 to snapshot-index
           perform capture-fragmentation
           perform reconcile-block-conservation
           perform checksum
           move result to default-order-result
           move 0 to result
           perform count-free-space
           move free-blocks-remaining to default-order-free
           move priority-order-free to free-blocks-remaining
           set priority-order-pass to true
           set primary-pass to true
           move snap-free-extents(3) to fit-disp
           move snap-free-extents(5) to fit-disp-2
           display "Whole-file compaction, priority vs default order:"
           display "  priority: checksum " part-two-result
               " free extents " function trim(fit-disp)
           display "  default : checksum " default-order-result
               " free extents " function trim(fit-disp-2).

       restore-current-file.
      *current-file must again be the highest file id on the disk;
      *recount it from the restored map the same way the load pass
                   set last-written-block to i
               end-perform
           end-perform
           set last-written-block to i
           if last-written-map-entry - 1 > peak-map-entries
               compute peak-map-entries = last-written-map-entry - 1
           end-if
           if last-written-block - 1 > peak-disk-blocks
               compute peak-disk-blocks = last-written-block - 1
           end-if.

       compact-disk-fragmentation.
           compute right-block = last-written-block - 1
      *and that pass is cheap to redo anyway.  A primary run -
      *first-fit or an operator-selected best-fit policy - keeps
      *its restart protection.
           perform build-processing-order
           move order-count to files-remaining
           if checkpoint-enabled and not comparison-pass
               perform load-checkpoint-if-present
           end-if
           compute right-map-entry = last-written-map-entry - 1
           move 1 to left-map-entry
           perform until files-remaining = 0

               compute order-pos = order-count - files-remaining + 1
               move processing-order(order-pos) to current-file
               move last-written-map-entry to right-map-entry
               perform until
                 not map-entry-empty(right-map-entry)
                   set map-entry-empty(right-map-entry) to true
               end-if

               subtract 1 from files-remaining
               if checkpoint-enabled and not comparison-pass
                   add 1 to checkpoint-counter
                   if checkpoint-counter >= checkpoint-interval
               perform clear-checkpoint
           end-if.

       build-processing-order.
      *Every file that can move (file 0 already sits at the front),
      *class 1 first; inside a class, and for every file when no
      *priorities are in force, highest id first - so without a
      *priority list the order is exactly the descending-id walk.
           move 0 to order-count
           if priority-in-use and not default-order-pass
               perform varying order-class from 1 by 1
                   until order-class > 9
                   perform varying order-id from current-file by -1
                       until order-id < 1
                       if priority-class(order-id + 1) = order-class
                           add 1 to order-count
                           move order-id
                               to processing-order(order-count)
                       end-if
                   end-perform
               end-perform
           else
               perform varying order-id from current-file by -1
                   until order-id < 1
                   add 1 to order-count
                   move order-id to processing-order(order-count)
               end-perform
           end-if.

       find-left-extent.
      *First-fit stops at the leftmost adequate free extent, the way
      *this pass always worked; best-fit scans everything left of
       load-checkpoint-if-present.
      *A checkpoint from a prior, interrupted run lets a long
      *whole-file compaction pick up where it left off instead of
      *starting the disk map over from scratch.  The checkpoint
      *counts the files still to be taken in processing order,
      *which without a priority list is the next file id itself.
           open input checkpoint-file
           if checkpoint-file-status = "00"
               read checkpoint-file
               if checkpoint-file-status = "00"
                   move checkpoint-current-file to files-remaining
                   move checkpoint-map to disk-map
                   display "Day9: resuming whole-file compaction from "
                       "checkpoint " function trim(checkpoint-file-name)
           end-if.

       save-checkpoint.
           move files-remaining to checkpoint-current-file
           move disk-map to checkpoint-map
           open output checkpoint-file
           write checkpoint-record
               function trim(move-dst-disp) ","
               function trim(move-len-disp)
               delimited by size into move-journal-line
           if priority-in-use and move-file-id + 1 <= max-file-ids
               move priority-class(move-file-id + 1) to class-disp
               string function trim(move-journal-line) "," class-disp
                   delimited by size into move-journal-line
           end-if
           write move-journal-line.

       shift-map.
               perform write-one-volume-block
           end-perform
           close volume-report-file
           move volume-report-file-name to trigger-output-name
           perform note-trigger-output
           display "Day9: per-volume figures written to "
               function trim(volume-report-file-name).

                   "every file kept its size."
           end-if.

       load-catalog-control.
           accept catalog-control-file-name from environment
               "DAY9_CATALOG_CONTROL"
           if catalog-control-file-name = spaces
               move "DAY9_CATALOG_CONTROL" to config-lookup-key
               perform get-config-value
               move config-lookup-value to catalog-control-file-name
           end-if
           if catalog-control-file-name = spaces
               exit paragraph
           end-if
           move catalog-control-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to catalog-control-file-name
           open input catalog-control-file
           if catalog-control-file-status not = "00"
               display "Day9: catalog control "
                   function trim(catalog-control-file-name)
                   " not readable (file status "
                   catalog-control-file-status
                   ") - nothing to balance against."
               exit paragraph
           end-if
           read catalog-control-file
               at end
                   move spaces to catalog-control-line
           end-read
           close catalog-control-file
           move spaces to catalog-control-fields
           unstring catalog-control-line delimited by ","
               into catalog-control-program catalog-control-run-id
                    catalog-control-files-text
                    catalog-control-used-text
                    catalog-control-free-text
           if catalog-control-program not = "Day9Catalog"
               display "Day9: catalog control "
                   function trim(catalog-control-file-name)
                   " holds no Day9Catalog record - nothing to "
                   "balance against."
               exit paragraph
           end-if
           move function numval(catalog-control-used-text)
               to catalog-used-blocks
           move function numval(catalog-control-free-text)
               to catalog-free-blocks
           set catalog-control-loaded to true.

       balance-catalog-control.
      *balance-used-blocks and balance-free-blocks against the
      *catalog's totals at balance-point.
           move catalog-used-blocks to conservation-disp
           move balance-used-blocks to conservation-disp-2
           if balance-used-blocks not = catalog-used-blocks
               add 1 to conservation-errors
               set conservation-failed to true
               display "Day9: *** CONSERVATION *** catalog promised "
                   function trim(conservation-disp) " used block(s), "
                   function trim(balance-point) " holds "
                   function trim(conservation-disp-2) "."
           end-if
           move catalog-free-blocks to conservation-disp
           move balance-free-blocks to conservation-disp-2
           if balance-free-blocks not = catalog-free-blocks
               add 1 to conservation-errors
               set conservation-failed to true
               display "Day9: *** CONSERVATION *** catalog promised "
                   function trim(conservation-disp) " free block(s), "
                   function trim(balance-point) " holds "
                   function trim(conservation-disp-2) "."
           end-if
           if balance-used-blocks = catalog-used-blocks and
              balance-free-blocks = catalog-free-blocks
               display "Day9: " function trim(balance-point)
                   " balances to the catalog control ("
                   function trim(conservation-disp) " free block(s))."
           end-if.

       report-conservation-error.
           compute frag-file-id = conservation-scan - 1
           move frag-file-id to conservation-disp
           move "After whole-file compaction:" to frag-report-line
           write frag-report-line
           perform write-snapshot-summary
           if priority-in-use
               perform write-priority-comparison
           end-if
           move spaces to frag-report-line
           write frag-report-line
           move "Per-file fragments (before / after block pass / "
                  & "point" to frag-report-line
               write frag-report-line
           end-if
           close frag-report-file
           move frag-report-file-name to trigger-output-name
           perform note-trigger-output.

       write-snapshot-summary.
           move snap-total-files(snapshot-index) to frag-disp
               function trim(frag-disp-3) " / "
               function trim(frag-disp-4)
               delimited by size into frag-report-line
           if priority-in-use
               move priority-class(frag-scan) to class-disp
               string function trim(frag-report-line) "  class "
                   class-disp
                   delimited by size into frag-report-line
           end-if
           write frag-report-line.

       write-priority-comparison.
           move spaces to frag-report-line
           write frag-report-line
           move priority-listed to frag-disp
           move spaces to frag-report-line
           string "Whole-file pass, priority order ("
               function trim(frag-disp) " file(s) classed) vs "
               "default order:"
               delimited by size into frag-report-line
           write frag-report-line
           move part-two-result to vol-checksum-disp
           move spaces to frag-report-line
           string "  priority order checksum "
               function trim(vol-checksum-disp)
               delimited by size into frag-report-line
           write frag-report-line
           move 3 to snapshot-index
           perform write-snapshot-summary
           move priority-order-free to frag-disp
           move spaces to frag-report-line
           string "  free blocks " function trim(frag-disp)
               delimited by size into frag-report-line
           write frag-report-line
           move default-order-result to vol-checksum-disp
           move spaces to frag-report-line
           string "  default order checksum  "
               function trim(vol-checksum-disp)
               delimited by size into frag-report-line
           write frag-report-line
           move 5 to snapshot-index
           perform write-snapshot-summary
           move default-order-free to frag-disp
           move spaces to frag-report-line
           string "  free blocks " function trim(frag-disp)
               delimited by size into frag-report-line
           write frag-report-line.

       display-disk-map.
           close input-file
           if trace-enabled and trace-file-open
               close trace-file
               move trace-file-name to trigger-output-name
               perform note-trigger-output
               set trace-file-closed to true
           end-if
           goback.
           end-if
           goback.

       record-capacity-peaks.
           move "disk-map-entries" to capacity-limit-name
           move peak-map-entries to capacity-peak
           move max-map-entries to capacity-limit
           perform write-capacity-entry
           move "disk-blocks" to capacity-limit-name
           move peak-disk-blocks to capacity-peak
           move max-disk-blocks to capacity-limit
           perform write-capacity-entry
           move "volumes" to capacity-limit-name
           move volume-count to capacity-peak
           move max-volumes to capacity-limit
           perform write-capacity-entry.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.
       copy 'WriteLedgerEntry.cpy'
           replacing ==program-name-tag== by =="Day9"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="Day9"==.

       copy 'WriteTriggerFile.cpy'
           replacing ==program-name-tag== by =="Day9"==.

       copy 'LedgerChain.cpy'.

       copy 'PeriodLockCheck.cpy'.

       copy 'WriteExceptionEntry.cpy'
       copy 'WriteControlTotals.cpy'
           replacing ==program-name-tag== by =="Day9"==.

       copy 'WriteCapacityEntry.cpy'
           replacing ==program-name-tag== by =="Day9"==.

       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="Day9"==.

       copy 'ReleaseLookup.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'WriteMessage.cpy'.
