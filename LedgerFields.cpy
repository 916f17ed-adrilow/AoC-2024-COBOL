      * sized to fit the widest result any Day program produces (Day9
      * and Day11 both use pic 9(38) checksums), and every other
      * program's narrower result field moves into it without loss.
      * ledger-tag is an optional qualifier that rides as the sixth
      * field of the row - the rule set or policy that produced the
      * value (POLICY=id for Day2) - so a changed answer can be
      * traced to a rule change; programs with nothing to qualify
      * leave it blank and the field is written empty.
      * The writing program's release version follows as the
      * seventh field ("-" when it was never registered); rows
      * written before the release register existed go straight
      * from the tag to the chain fields.
      *
      * Every row then ends with its place in the ledger's hash
      * chain - a 9-digit chain sequence and a 15-digit hash of the
      * row text up to and including that sequence, seeded with the
      * hash of the row before it (LedgerChain.cpy) - so an edited,
      * deleted or reordered row shows up when LedgerVerify walks
      * the chain.  Rows written before the chain existed carry
      * neither field.
      *----------------------------------------------------------------
       01 ledger-file-status pic X(2).
       01 ledger-file-name pic X(200) value "results_ledger.txt".
       01 ledger-part pic X(10).
       01 ledger-tag pic X(20) value spaces.
       01 ledger-value pic 9(38).
       01 ledger-value-disp pic Z(37)9.
       01 ledger-date pic 9(8).
       01 ledger-run-date-text pic X(10).
       01 ledger-time pic 9(8).
      *Rows this program has put on the ledger since it started -
      *what its completion trigger reports.
       01 ledger-rows-written binary-long value 0.
       78 ledger-open-retry-limit value 5.
       01 ledger-open-attempt binary-long value 0.
       01 ledger-retry-wait-seconds binary-long value 1.
       01 ledger-lock-file-name pic X(210).
       01 ledger-lock-file-status pic X(2).
       78 ledger-lock-retry-limit value 30.
       01 ledger-lock-attempt binary-long value 0.
       01 filler pic X value 'n'.
           88 ledger-lock-held value 'y'.
           88 ledger-lock-not-held value 'n'.
       78 ledger-chain-modulus value 999999999999989.
       01 ledger-chain-seq pic 9(9) value 0.
       01 ledger-chain-hash pic 9(15) value 0.
       01 ledger-chain-text pic X(200).
       01 ledger-chain-length binary-long value 0.
       01 ledger-chain-body-length binary-long value 0.
       01 ledger-chain-pos binary-long value 0.
       01 ledger-chain-row-seq pic 9(9) value 0.
       01 ledger-chain-row-hash pic 9(15) value 0.
       01 ledger-chain-seed pic 9(15) value 0.
       01 ledger-chain-result pic 9(15) value 0.
       01 ledger-chain-work binary-double value 0.
       01 ledger-chain-eof pic X value 'n'.
       01 filler pic X value 'n'.
           88 ledger-chain-row-chained value 'y'.
           88 ledger-chain-row-unchained value 'n'.
