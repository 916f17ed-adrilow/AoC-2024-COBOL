               line sequential
               file status is archive-file-status.

           select archive-list-file assign to dynamic
               archive-list-file-name
               line sequential
               file status is archive-list-file-status.

           copy 'LedgerSelect.cpy'.

           copy 'ConfigSelect.cpy'.
       file section.

       fd archive-file.
       01 archive-line pic X(200).

       fd archive-list-file.
       01 archive-list-line pic X(200).

       copy 'LedgerFd.cpy'.

       01 archive-file-name pic X(200).
       01 archive-file-status pic X(2).

      *Every archive this program has rolled rows into is listed,
      *oldest first, in results_ledger_archives.txt, so LedgerVerify
      *can walk the ledger's hash chain from its first row through
      *the archives into the active ledger.
       01 archive-base-name pic X(60).
       01 archive-list-file-name pic X(200).
       01 archive-list-file-status pic X(2).
       01 filler pic X value 'n'.
           88 archive-already-listed value 'y'.
           88 archive-not-listed value 'n'.

       78 max-ledger-rows value 50000.
       01 ledger-rows.
         05 ledger-row occurs max-ledger-rows times indexed by ri.
           10 row-text pic X(200).
       01 row-count binary-long value 0.
      *The newest chained row never leaves the active ledger: it is
      *where WriteLedgerEntry.cpy picks up the hash chain.
       01 chain-tail-row binary-long value 0.

       01 cutoff-date pic X(8).
       01 row-program pic X(10).

           string "results_ledger_archive_" cutoff-date ".txt"
               delimited by size into archive-file-name
           move archive-file-name to archive-base-name
           move archive-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to archive-file-name
           move "results_ledger_archives.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to archive-list-file-name

           perform load-ledger-rows

           end-if

           perform roll-rows-to-archive
           if archived-count > 0
               perform list-archive-file
           end-if
           perform rewrite-active-ledger

           move archived-count to archived-disp
                           go to row-capacity-panic
                       end-if
                       move ledger-line to row-text(row-count)
                       move ledger-line to ledger-chain-text
                       perform parse-ledger-chain-tail
                       if ledger-chain-row-chained
                           move row-count to chain-tail-row
                       end-if
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
           perform varying ri from 1 by 1 until ri > row-count
               perform parse-row-date
               if row-date is numeric and row-date < cutoff-date
                  and ri not = chain-tail-row
                   add 1 to archived-count
                   move spaces to archive-line
                   move row-text(ri) to archive-line
           end-perform
           close archive-file.

       list-archive-file.
      *A rerun against the same cutoff appends to an archive that is
      *already listed, so the name goes on the list only once.
           set archive-not-listed to true
           move 'n' to ws-eof
           open input archive-list-file
           if archive-list-file-status = "00"
               perform until ws-eof='y'
               read archive-list-file
                   at end move 'y' to ws-eof
                   not at end
                       if archive-list-line = archive-base-name
                           set archive-already-listed to true
                       end-if
               end-read
               if archive-list-file-status not = "00" and
                  archive-list-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform
               move 'n' to ws-eof
               close archive-list-file
           end-if
           if archive-already-listed
               exit paragraph
           end-if
           open extend archive-list-file
           if archive-list-file-status = "35"
               open output archive-list-file
           end-if
           if archive-list-file-status not = "00"
               display "LedgerArchive: cannot list the archive in "
                   function trim(archive-list-file-name)
                   " (file status " archive-list-file-status ")"
               exit paragraph
           end-if
           move archive-base-name to archive-list-line
           write archive-list-line
           close archive-list-file.

       rewrite-active-ledger.
      *Rewrite the active ledger compacted down to just the rows at
      *or after the cutoff, only after the archive copy of the old
           perform varying ri from 1 by 1 until ri > row-count
               perform parse-row-date
               if row-date not numeric or row-date not < cutoff-date
                  or ri = chain-tail-row
                   add 1 to kept-count
                   if row-date not numeric
                       add 1 to malformed-count
               archive-file-status ") - aborting."
           goback.

       copy 'LedgerChain.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.
