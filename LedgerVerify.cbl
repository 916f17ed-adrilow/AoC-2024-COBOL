       program-id. LedgerVerify as "LedgerVerify".

      *----------------------------------------------------------------
      * Walks the results ledger's hash chain (LedgerChain.cpy) from
      * its first row to its last: every archive LedgerArchive has
      * listed in results_ledger_archives.txt, oldest first, and then
      * the active results_ledger.txt.  Each chained row's hash is
      * recomputed from its own text and the previous row's hash,
      * and the chain sequences are checked for gaps (deleted rows),
      * repeats and rows that run backwards (reordered rows).  Rows
      * older than the chain carry no chain fields and are only
      * counted; a row without them once the chain has begun was
      * put there by hand.
      *
      * The findings, the first row where the chain breaks and the
      * verdict go to ledger_chain_report.txt; a broken chain ends
      * with return code 8 so a batch window stops on it.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select archive-list-file assign to dynamic
               archive-list-file-name
               line sequential
               file status is archive-list-file-status.

           select chain-report-file assign to dynamic
               chain-report-file-name
               line sequential
               file status is chain-report-file-status.

           copy 'LedgerSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd archive-list-file.
       01 archive-list-line pic X(200).

       fd chain-report-file.
       01 chain-report-line pic X(200).

       copy 'LedgerFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 archive-list-file-name pic X(200).
       01 archive-list-file-status pic X(2).
       01 chain-report-file-name pic X(200)
           value "ledger_chain_report.txt".
       01 chain-report-file-status pic X(2).
       01 active-ledger-name pic X(200).

      *The sources in chain order: the listed archives, then the
      *active ledger.
       78 max-chain-sources value 60.
       01 chain-source-table.
         05 chain-source occurs max-chain-sources times
            indexed by csi.
           10 chain-source-name pic X(200).
           10 chain-source-rows binary-long.
       01 chain-source-count binary-long value 0.

      *Chain sequences seen so far; a sequence beyond the table is
      *still hash-checked but not gap-checked.
       78 max-chain-seq value 200000.
       01 chain-seq-seen-table.
           05 chain-seq-seen pic X value 'N'
              occurs max-chain-seq times.
       01 chain-highest-seq binary-long value 0.
       01 chain-prev-hash pic 9(15) value 0.
       01 chain-row-in-source binary-long value 0.
       01 filler pic X value 'n'.
           88 chain-started value 'y'.
           88 chain-not-started value 'n'.

       01 rows-read binary-long value 0.
       01 legacy-rows binary-long value 0.
       01 chained-rows binary-long value 0.
       01 hash-breaks binary-long value 0.
       01 unchained-in-chain binary-long value 0.
       01 reordered-rows binary-long value 0.
       01 duplicated-rows binary-long value 0.
       01 deleted-rows binary-long value 0.
       01 unchecked-first-row binary-long value 0.
       01 finding-count binary-long value 0.
       78 max-findings-listed value 50.
       01 filler pic X value 'n'.
           88 first-break-found value 'y'.
           88 first-break-pending value 'n'.
       01 first-break-line pic X(200).
       01 first-break-text pic X(200).

       01 gap-start binary-long value 0.
       01 gap-scan binary-long value 0.
       01 gap-limit binary-long value 0.
       01 finding-line pic X(200).
       01 count-disp pic Z(8)9.
       01 count-disp-2 pic Z(8)9.
       01 seq-disp pic Z(8)9.
       01 seq-disp-2 pic Z(8)9.

       copy 'LedgerFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

       procedure division.
           perform load-runtime-config
           accept aoc-data-dir from environment "AOC_DATA_DIR"
           if aoc-data-dir = spaces
               move "AOC_DATA_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to aoc-data-dir
           end-if
           move "results_ledger.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to active-ledger-name
           move "results_ledger_archives.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to archive-list-file-name
           move chain-report-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to chain-report-file-name

           perform load-archive-list
           add 1 to chain-source-count
           set csi to chain-source-count
           move active-ledger-name to chain-source-name(csi)
           move 0 to chain-source-rows(csi)

           open output chain-report-file
           if chain-report-file-status not = "00"
               go to chain-report-file-error
           end-if
           move "=== Results ledger hash chain verification ==="
               to chain-report-line
           write chain-report-line
           move spaces to chain-report-line
           write chain-report-line
           move "Findings:" to chain-report-line
           write chain-report-line

           perform varying csi from 1 by 1
               until csi > chain-source-count
               perform walk-chain-source
           end-perform
           perform find-deleted-rows
           if finding-count = 0
               move "  none" to chain-report-line
               write chain-report-line
           end-if
           perform write-chain-summary
           close chain-report-file

           display "LedgerVerify: report written to "
               function trim(chain-report-file-name)
           if hash-breaks > 0 or unchained-in-chain > 0 or
              reordered-rows > 0 or duplicated-rows > 0 or
              deleted-rows > 0
               move 8 to return-code
           end-if
           goback.

       load-archive-list.
      *No list simply means nothing has been archived yet.
           open input archive-list-file
           if archive-list-file-status not = "00"
               exit paragraph
           end-if
           move 'n' to ws-eof
               perform until ws-eof='y'
               read archive-list-file
                   at end move 'y' to ws-eof
                   not at end
                       perform add-archive-source
               end-read
               if archive-list-file-status not = "00" and
                  archive-list-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close archive-list-file.

       add-archive-source.
           if archive-list-line = spaces or
              archive-list-line(1:1) = "*"
               exit paragraph
           end-if
           if chain-source-count >= max-chain-sources - 1
               display "LedgerVerify: more than "
                   max-chain-sources " archives listed - the rest "
                   "are not walked."
               exit paragraph
           end-if
           add 1 to chain-source-count
           set csi to chain-source-count
           move function trim(archive-list-line) to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to chain-source-name(csi)
           move 0 to chain-source-rows(csi).

       walk-chain-source.
           move chain-source-name(csi) to ledger-file-name
           open input ledger-file
           if ledger-file-status not = "00"
               move spaces to finding-line
               string "  " function trim(ledger-file-name)
                   " cannot be read (file status " ledger-file-status
                   ") - its rows are missing from the walk"
                   delimited by size into finding-line
               perform write-finding
               exit paragraph
           end-if
           move 0 to chain-row-in-source
           move 'n' to ws-eof
               perform until ws-eof='y'
               read ledger-file
                   at end move 'y' to ws-eof
                   not at end
                       add 1 to chain-row-in-source
                       add 1 to chain-source-rows(csi)
                       add 1 to rows-read
                       perform verify-one-row
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close ledger-file.

       verify-one-row.
           move ledger-line to ledger-chain-text
           perform parse-ledger-chain-tail
           if ledger-chain-row-unchained
               if chain-started and ledger-line not = spaces
                   add 1 to unchained-in-chain
                   move "carries no chain fields (written by hand)"
                       to finding-line
                   perform write-row-finding
               else
                   add 1 to legacy-rows
               end-if
               exit paragraph
           end-if
           add 1 to chained-rows
           move ledger-chain-row-seq to seq-disp
           if ledger-chain-row-seq = 0
               move "chain sequence 0 is not a chain position"
                   to finding-line
               perform write-row-finding
           else
               if ledger-chain-row-seq <= max-chain-seq
                   if chain-seq-seen(ledger-chain-row-seq) = 'Y'
                       add 1 to duplicated-rows
                       move spaces to finding-line
                       string "sequence " function trim(seq-disp)
                           " appears again (duplicated row)"
                           delimited by size into finding-line
                       perform write-row-finding
                   end-if
                   move 'Y' to chain-seq-seen(ledger-chain-row-seq)
               end-if
               if ledger-chain-row-seq < chain-highest-seq
                   add 1 to reordered-rows
                   move chain-highest-seq to seq-disp-2
                   move spaces to finding-line
                   string "sequence " function trim(seq-disp)
                       " follows sequence " function trim(seq-disp-2)
                       " (reordered row)"
                       delimited by size into finding-line
                   perform write-row-finding
               else
                   move ledger-chain-row-seq to chain-highest-seq
               end-if
           end-if
      *The first chained row is seeded with zero only when it opens
      *the chain; if earlier rows are gone its seed is unknown.
           if chain-not-started and ledger-chain-row-seq not = 1
               add 1 to unchecked-first-row
               move spaces to finding-line
               string "chain starts at sequence "
                   function trim(seq-disp)
                   " - its hash cannot be checked"
                   delimited by size into finding-line
               perform write-row-finding
           else
               if chain-not-started
                   move 0 to ledger-chain-seed
               else
                   move chain-prev-hash to ledger-chain-seed
               end-if
               perform compute-ledger-chain-hash
               if ledger-chain-result not = ledger-chain-row-hash
                   add 1 to hash-breaks
                   move spaces to finding-line
                   string "hash does not match sequence "
                       function trim(seq-disp)
                       " and the row before it (edited, deleted or "
                       "moved row)"
                       delimited by size into finding-line
                   perform write-row-finding
                   if first-break-pending
                       set first-break-found to true
                       move spaces to first-break-line
                       move chain-row-in-source to count-disp
                       string "First break: row "
                           function trim(count-disp) " of "
                           function trim(ledger-file-name)
                           " (sequence " function trim(seq-disp) ")"
                           delimited by size into first-break-line
                       move ledger-line to first-break-text
                   end-if
               end-if
           end-if
           set chain-started to true
           move ledger-chain-row-hash to chain-prev-hash.

       find-deleted-rows.
      *Every sequence from 1 to the highest seen should be present;
      *each missing run is reported once.
           move chain-highest-seq to gap-limit
           if gap-limit > max-chain-seq
               move max-chain-seq to gap-limit
           end-if
           move 0 to gap-start
           perform varying gap-scan from 1 by 1
               until gap-scan > gap-limit
               if chain-seq-seen(gap-scan) = 'N'
                   add 1 to deleted-rows
                   if gap-start = 0
                       move gap-scan to gap-start
                   end-if
               else
                   if gap-start > 0
                       perform write-gap-finding
                       move 0 to gap-start
                   end-if
               end-if
           end-perform.

       write-gap-finding.
           move gap-start to seq-disp
           compute seq-disp-2 = gap-scan - 1
           compute count-disp = gap-scan - gap-start
           move spaces to finding-line
           if gap-start = gap-scan - 1
               string "  sequence " function trim(seq-disp)
                   " missing - 1 row deleted"
                   delimited by size into finding-line
           else
               string "  sequence " function trim(seq-disp) " to "
                   function trim(seq-disp-2) " missing - "
                   function trim(count-disp) " rows deleted"
                   delimited by size into finding-line
           end-if
           perform write-finding.

       write-row-finding.
      *Prefixes the finding with where the row sits.
           move spaces to chain-report-line
           move chain-row-in-source to count-disp
           string "  row " function trim(count-disp) " of "
               function trim(ledger-file-name) ": "
               function trim(finding-line)
               delimited by size into chain-report-line
           move chain-report-line to finding-line
           perform write-finding.

       write-finding.
           add 1 to finding-count
           if finding-count <= max-findings-listed
               move finding-line to chain-report-line
               write chain-report-line
           end-if
           if finding-count = max-findings-listed + 1
               move "  ... further findings counted below only"
                   to chain-report-line
               write chain-report-line
           end-if.

       write-chain-summary.
           move spaces to chain-report-line
           write chain-report-line
           move "Sources walked, in chain order:" to chain-report-line
           write chain-report-line
           perform varying csi from 1 by 1
               until csi > chain-source-count
               move chain-source-rows(csi) to count-disp
               move spaces to chain-report-line
               string "  " function trim(chain-source-name(csi))
                   ": " function trim(count-disp) " row(s)"
                   delimited by size into chain-report-line
               write chain-report-line
           end-perform
           move spaces to chain-report-line
           write chain-report-line
           move rows-read to count-disp
           move legacy-rows to count-disp-2
           move spaces to chain-report-line
           string "Rows read: " function trim(count-disp)
               " (" function trim(count-disp-2)
               " written before the chain began)"
               delimited by size into chain-report-line
           write chain-report-line
           move chained-rows to count-disp
           move chain-highest-seq to seq-disp
           move spaces to chain-report-line
           string "Chained rows checked: " function trim(count-disp)
               ", highest sequence " function trim(seq-disp)
               ", last hash " chain-prev-hash
               delimited by size into chain-report-line
           write chain-report-line
           move hash-breaks to count-disp
           move unchained-in-chain to count-disp-2
           move spaces to chain-report-line
           string "Hash mismatches: " function trim(count-disp)
               ", rows without chain fields: "
               function trim(count-disp-2)
               delimited by size into chain-report-line
           write chain-report-line
           move reordered-rows to count-disp
           move duplicated-rows to count-disp-2
           move deleted-rows to seq-disp
           move spaces to chain-report-line
           string "Reordered rows: " function trim(count-disp)
               ", duplicated rows: " function trim(count-disp-2)
               ", deleted rows: " function trim(seq-disp)
               delimited by size into chain-report-line
           write chain-report-line
           if first-break-found
               move first-break-line to chain-report-line
               write chain-report-line
               move spaces to chain-report-line
               string "  " function trim(first-break-text)
                   delimited by size into chain-report-line
               write chain-report-line
               display "LedgerVerify: " function trim(first-break-line)
           end-if
           if hash-breaks > 0 or unchained-in-chain > 0 or
              reordered-rows > 0 or duplicated-rows > 0 or
              deleted-rows > 0
               move "Verdict: CHAIN BROKEN" to chain-report-line
           else
               move "Verdict: CHAIN INTACT" to chain-report-line
           end-if
           write chain-report-line
           display "LedgerVerify: " function trim(chain-report-line).

       chain-report-file-error.
           display "LedgerVerify: cannot write "
               function trim(chain-report-file-name)
               " (file status " chain-report-file-status
               ") - aborting."
           move 8 to return-code
           goback.

       copy 'LedgerChain.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       end program LedgerVerify.
