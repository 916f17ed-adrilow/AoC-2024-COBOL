      *----------------------------------------------------------------
      * StoneRulesFields.cpy
      * Working-storage for the Day11 stone transformation rules
      * (StoneRules.cpy).  The rule file is an ordered list, one
      * rule per line, and the first rule whose condition holds is
      * the one a stone obeys:
      *
      *     NAME  rule-set-name
      *     EQ n         | EVEN | DIGITS-DIV k | OTHER      condition
      *     REPLACE n    | SPLIT [g] | MULTIPLY n | ADD n    action
      *
      * e.g. "EQ 0 REPLACE 1", "EVEN SPLIT", "OTHER MULTIPLY 2024" -
      * which is also the built-in STANDARD set used when no rule
      * file is named.  SPLIT g cuts the engraving into g equal
      * digit groups (default 2) and is only accepted where the
      * condition guarantees the digit count divides evenly.  A
      * stone no rule matches keeps its engraving.  "*" lines are
      * comments.
      *----------------------------------------------------------------
       01 stone-rules-file-name pic X(200).
       01 stone-rules-file-status pic X(2).
       78 max-stone-rules value 20.
       01 stone-rule-set-name pic X(10) value "STANDARD".
       01 stone-rule-table.
         05 stone-rule occurs max-stone-rules times indexed by srx.
           10 stone-rule-cond pic X.
               88 rule-when-equal value 'E'.
               88 rule-when-even value 'V'.
               88 rule-when-digits-div value 'D'.
               88 rule-when-other value 'O'.
           10 stone-rule-cond-n pic 9(38).
           10 stone-rule-action pic X.
               88 rule-do-replace value 'R'.
               88 rule-do-split value 'S'.
               88 rule-do-multiply value 'M'.
               88 rule-do-add value 'A'.
           10 stone-rule-action-n pic 9(38).
       01 stone-rule-count binary-long value 0.
       01 filler pic X value 'N'.
           88 stone-rules-from-file value 'Y'.
           88 stone-rules-built-in value 'N'.
       01 filler pic X value 'N'.
           88 stone-rules-rejected value 'Y'.
           88 stone-rules-accepted value 'N'.
       01 filler pic X value 'N'.
           88 stone-rules-eof value 'Y'.
           88 stone-rules-more value 'N'.
       01 stone-rules-reject-text pic X(60).
       01 stone-rules-reject-line pic X(80).
       01 stone-rules-line-no binary-long value 0.

      *Parsing one rule line.
       01 rule-parse-work pic X(80).
       01 rule-tokens.
           05 rule-token pic X(20) occurs 5 times.
       01 rule-action-word pic X(20).
       01 rule-action-text pic X(20).
       01 rule-number-text pic X(20).
       01 rule-number-value pic 9(38).
       01 rule-number-length binary-long value 0.
       01 filler pic X value 'N'.
           88 rule-number-valid value 'Y'.
           88 rule-number-invalid value 'N'.

      *Applying the rules: rule-stone in, rule-out-value(1) thru
      *rule-out-value(rule-out-count) out.  rule-pow10(k) holds
      *10 ** (k - 1) for the digit-group arithmetic.
       01 rule-stone pic 9(38).
       01 rule-lead-zeros binary-long value 0.
       01 rule-digit-count binary-long value 0.
       01 rule-group-size binary-long value 0.
       01 rule-group-scan binary-long value 0.
       01 rule-split-rest pic 9(38).
       78 max-rule-outputs value 38.
       01 rule-outputs.
           05 rule-out-value pic 9(38) occurs max-rule-outputs times.
       01 rule-out-count binary-long value 0.
       01 rule-pow10-table.
           05 rule-pow10 pic 9(38) occurs 38 times.
       01 filler pic X value 'N'.
           88 rule-result-overflow value 'Y'.
           88 rule-result-fits value 'N'.

      *The bound check: every engraving reachable from the starting
      *stones under the rule set, each visited once.  A rule set
      *whose reachable engravings outgrow 38 digits, or never settle
      *within closure-capacity distinct values, is rejected.
       78 closure-slots value 100003.
       78 closure-capacity value 50000.
       01 closure-set.
           05 closure-slot occurs closure-slots times indexed by csx.
               10 closure-flag pic X value 'N'.
                   88 closure-slot-used value 'Y'.
               10 closure-value pic 9(38).
       01 closure-queue.
           05 closure-entry pic 9(38) occurs closure-capacity times.
       01 closure-size binary-long value 0.
       01 closure-next binary-long value 0.
       01 closure-probes binary-long value 0.
       01 closure-hash binary-long value 0.
       01 closure-candidate pic 9(38).
       01 closure-size-disp pic Z(6)9.
