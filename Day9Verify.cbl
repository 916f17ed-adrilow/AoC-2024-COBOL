      *joins - so the journalled block offsets land on the same
      *logical disk they were taken over.  Replaying a
      *multi-volume journal against the single map would only
      *manufacture INCONSISTENT MOVE noise.  A volume listed as
      *"name,FREE" opens on free space, as Day9 loads it.
       78 vmax-volumes value 10.
       01 vvolume-table.
         05 vvol-name pic X(200) occurs vmax-volumes times.
         05 vvol-start pic X(4) occurs vmax-volumes times.
       01 vvol-list-name pic X(200).
       01 vvolume-count binary-long value 0.
       01 vol-scan binary-long value 0.
       01 volume-list-file-name pic X(200).
               perform varying vol-scan from 1 by 1
                   until vol-scan > vvolume-count
                   move vvol-name(vol-scan) to map-input-file-name
                   if vvol-start(vol-scan) = "FREE"
                       set vfree-space to true
                   else
                       set vfree-space to false
                   end-if
                   perform load-disk-map
               end-perform
           else
           if vblock-count = 0
               display "Day9Verify: disk map is empty - nothing to "
                   "verify."
               move 4 to return-code
               goback
           end-if

               display "Day9Verify: no move journal at "
                   function trim(moves-file-name)
                   " - run Day9 first."
               move 8 to return-code
               goback
           end-if
           open output verify-report-file
               " move(s) replayed, " function trim(count-disp-2)
               " inconsistency(ies) - report written to "
               function trim(verify-report-file-name)
           if move-errors > 0
               move 8 to return-code
           end-if
           goback.

       resolve-verify-volumes.
               exit paragraph
           end-if
           add 1 to vvolume-count
           move spaces to vvol-list-name
           move spaces to vvol-start(vvolume-count)
           unstring volume-list-line delimited by ","
               into vvol-list-name vvol-start(vvolume-count)
           move function upper-case(vvol-start(vvolume-count))
               to vvol-start(vvolume-count)
           move vvol-list-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to vvol-name(vvolume-count).

      *Same digit-alternation parse as Day9, expanded straight into
      *both replay block tables; on a multi-volume run each volume
      *passes through here in turn with the alternation reset to
      *start on a file entry (free space for a FREE volume),
      *exactly as Day9 loads them.
           open input map-input-file
           if map-input-file-status not = "00"
               display "Day9Verify: cannot read "
                   function trim(map-input-file-name)
                   " (file status " map-input-file-status
                   ") - aborting."
               move 8 to return-code
               goback
           end-if
               perform until ws-eof='y'
               if vblock-count > vmax-disk-blocks
                   display "Day9Verify: disk larger than "
                       vmax-disk-blocks " blocks - aborting."
                   move 8 to return-code
                   goback
               end-if
               if vfree-space
               move "No results ledger to reconcile against."
                   to verify-report-line
               write verify-report-line
               move 4 to return-code
               exit paragraph
           end-if
               perform until ws-eof='y'
               when not ledger-part1-seen
                   move "Part 1: no ledger row to compare"
                       to verdict-text
                   if return-code < 4
                       move 4 to return-code
                   end-if
               when function trim(ledger-part1-value) =
                    function trim(checksum-disp)
                   move "Part 1: replay MATCHES the ledger"
               when other
                   move "Part 1: *** MISMATCH against the ledger ***"
                       to verdict-text
                   move 8 to return-code
           end-evaluate
           move verdict-text to verify-report-line
           write verify-report-line
               when not ledger-part2-seen
                   move "Part 2: no ledger row to compare"
                       to verdict-text
                   if return-code < 4
                       move 4 to return-code
                   end-if
               when function trim(ledger-part2-value) =
                    function trim(checksum-disp)
                   move "Part 2: replay MATCHES the ledger"
               when other
                   move "Part 2: *** MISMATCH against the ledger ***"
                       to verdict-text
                   move 8 to return-code
           end-evaluate
           move verdict-text to verify-report-line
           write verify-report-line
