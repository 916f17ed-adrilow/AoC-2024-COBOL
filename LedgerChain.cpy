      *----------------------------------------------------------------
      * LedgerChain.cpy
      * The results ledger's hash chain.  A chained row ends
      * ",sssssssss,hhhhhhhhhhhhhhh": the 9-digit chain sequence and
      * the 15-digit hash of everything before the final comma,
      * folded byte by byte (times 131, modulo a 15-digit prime)
      * starting from the previous chained row's hash - or from
      * zero at the start of the chain.
      *
      * parse-ledger-chain-tail splits ledger-chain-text into the
      * hashed body and its stored sequence and hash;
      * compute-ledger-chain-hash folds the body from
      * ledger-chain-seed into ledger-chain-result;
      * find-ledger-chain-tail reads the ledger for the last
      * chained row's sequence and hash (zero when there is none).
      * Copied into every program that copies WriteLedgerEntry.cpy,
      * and into the programs that check or quote the chain.
      *----------------------------------------------------------------
       find-ledger-chain-tail.
           move 0 to ledger-chain-seq
           move 0 to ledger-chain-hash
           open input ledger-file
           if ledger-file-status not = "00"
               exit paragraph
           end-if
           move 'n' to ledger-chain-eof
               perform until ledger-chain-eof = 'y'
               read ledger-file
                   at end move 'y' to ledger-chain-eof
                   not at end
                       move ledger-line to ledger-chain-text
                       perform parse-ledger-chain-tail
                       if ledger-chain-row-chained
                           move ledger-chain-row-seq
                               to ledger-chain-seq
                           move ledger-chain-row-hash
                               to ledger-chain-hash
                       end-if
               end-read
               if ledger-file-status not = "00" and
                  ledger-file-status not = "10"
                   move 'y' to ledger-chain-eof
               end-if
               end-perform.
               move 'n' to ledger-chain-eof
           close ledger-file.

       parse-ledger-chain-tail.
           set ledger-chain-row-unchained to true
           move 0 to ledger-chain-row-seq
           move 0 to ledger-chain-row-hash
           move 0 to ledger-chain-body-length
           if ledger-chain-text = spaces
               exit paragraph
           end-if
           compute ledger-chain-length = function length(
               function trim(ledger-chain-text trailing))
           if ledger-chain-length < 27
               exit paragraph
           end-if
           if ledger-chain-text(ledger-chain-length - 15:1) not = ","
              or ledger-chain-text(ledger-chain-length - 25:1)
                 not = ","
              or ledger-chain-text(ledger-chain-length - 14:15)
                 is not numeric
              or ledger-chain-text(ledger-chain-length - 24:9)
                 is not numeric
               exit paragraph
           end-if
           set ledger-chain-row-chained to true
           move ledger-chain-text(ledger-chain-length - 24:9)
               to ledger-chain-row-seq
           move ledger-chain-text(ledger-chain-length - 14:15)
               to ledger-chain-row-hash
           compute ledger-chain-body-length =
               ledger-chain-length - 16.

       compute-ledger-chain-hash.
           move ledger-chain-seed to ledger-chain-work
           perform varying ledger-chain-pos from 1 by 1
               until ledger-chain-pos > ledger-chain-body-length
               compute ledger-chain-work = function mod(
                   ledger-chain-work * 131
                   + function ord(
                       ledger-chain-text(ledger-chain-pos:1)),
                   ledger-chain-modulus)
           end-perform
           move ledger-chain-work to ledger-chain-result.
