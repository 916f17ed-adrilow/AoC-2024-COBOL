      *----------------------------------------------------------------
      * LedgerAdjScan.cpy
      * scan-ledger-adjustments reads the results ledger named in
      * ledger-file-name once, front to back, and fills the
      * LedgerAdjFields.cpy table.  Each REVERSAL row supersedes the
      * most recent earlier row with the same program, part and run
      * identifier that is neither a reversal nor already
      * superseded - so a correction that is itself later reversed
      * is superseded in its turn.  A missing ledger leaves the
      * table empty.  The caller reads the ledger again afterwards,
      * counting rows from 1, and looks each row up by that count.
      *----------------------------------------------------------------
       scan-ledger-adjustments.
           move 0 to ledger-adj-row-count
           move 0 to ledger-adj-superseded-count
           open input ledger-file
           if ledger-file-status not = "00"
               exit paragraph
           end-if
           move 'n' to ledger-adj-eof
               perform until ledger-adj-eof = 'y'
               read ledger-file
                   at end move 'y' to ledger-adj-eof
                   not at end
                       perform note-ledger-adjustment
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ledger-adj-eof
               end-if
               end-perform.
               move 'n' to ledger-adj-eof
           close ledger-file.

       note-ledger-adjustment.
           if ledger-adj-row-count >= max-ledger-adj-rows
               exit paragraph
           end-if
           add 1 to ledger-adj-row-count
           set lax to ledger-adj-row-count
           move spaces to ledger-adj-entry(lax)
           move spaces to ledger-adj-scan-program
           move spaces to ledger-adj-scan-part
           move spaces to ledger-adj-scan-value
           move spaces to ledger-adj-scan-stamp
           move spaces to ledger-adj-scan-run-id
           move spaces to ledger-adj-scan-tag
           unstring ledger-line delimited by ","
               into ledger-adj-scan-program ledger-adj-scan-part
                    ledger-adj-scan-value ledger-adj-scan-stamp
                    ledger-adj-scan-run-id ledger-adj-scan-tag
           move ledger-adj-scan-program to ledger-adj-program(lax)
           move ledger-adj-scan-part to ledger-adj-part(lax)
           move ledger-adj-scan-run-id to ledger-adj-run-id(lax)
           if ledger-adj-scan-tag(1:9) = "REVERSAL "
               set ledger-adj-reversal(lax) to true
               move ledger-adj-scan-tag(10:8) to ledger-adj-ref(lax)
               perform supersede-reversed-row
           end-if
           if ledger-adj-scan-tag(1:11) = "CORRECTION "
               set ledger-adj-correction(lax) to true
               move ledger-adj-scan-tag(12:8) to ledger-adj-ref(lax)
           end-if.

       supersede-reversed-row.
           perform varying ledger-adj-look
               from ledger-adj-row-count by -1
               until ledger-adj-look < 1
               if ledger-adj-program(ledger-adj-look) =
                      ledger-adj-scan-program
                  and ledger-adj-part(ledger-adj-look) =
                      ledger-adj-scan-part
                  and ledger-adj-run-id(ledger-adj-look) =
                      ledger-adj-scan-run-id
                  and (ledger-adj-current(ledger-adj-look) or
                       ledger-adj-correction(ledger-adj-look))
                   set ledger-adj-superseded(ledger-adj-look) to true
                   move ledger-adj-ref(lax)
                       to ledger-adj-ref(ledger-adj-look)
                   add 1 to ledger-adj-superseded-count
                   move 0 to ledger-adj-look
               end-if
           end-perform.
