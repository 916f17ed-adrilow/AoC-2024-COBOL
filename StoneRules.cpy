      *----------------------------------------------------------------
      * StoneRules.cpy
      * load-stone-rules reads the rule file named by DAY11_RULES
      * (environment, then config) into the rule table, or installs
      * the built-in STANDARD set when none is named, and validates
      * it; a broken rule file sets stone-rules-rejected with the
      * reason and offending line.  check-stone-rule-bounds then
      * walks every engraving reachable from the stones the caller
      * has added with add-stone-closure and rejects a rule set
      * that can grow a stone without bound.  apply-stone-rules is
      * the blink step itself.  The caller tests stone-rules-
      * rejected after each and aborts before the first blink.
      * Copied into the procedure division of Day11 and
      * Day11BruteForce after ReadConfig.cpy.
      *----------------------------------------------------------------
       load-stone-rules.
           move 1 to rule-pow10(1)
           perform varying rule-group-scan from 2 by 1
               until rule-group-scan > 38
               compute rule-pow10(rule-group-scan) =
                   rule-pow10(rule-group-scan - 1) * 10
           end-perform
           set stone-rules-accepted to true
           move 0 to stone-rule-count
           move 0 to stone-rules-line-no
           move spaces to stone-rules-reject-line
           accept stone-rules-file-name from environment
               "DAY11_RULES"
           if stone-rules-file-name = spaces
               move "DAY11_RULES" to config-lookup-key
               perform get-config-value
               move config-lookup-value to stone-rules-file-name
           end-if
           if stone-rules-file-name = spaces
               perform install-standard-stone-rules
               exit paragraph
           end-if
           move stone-rules-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to stone-rules-file-name
           set stone-rules-from-file to true
           move spaces to stone-rule-set-name
           open input stone-rules-file
           if stone-rules-file-status not = "00"
               set stone-rules-rejected to true
               move spaces to stone-rules-reject-text
               string "rule file cannot be read (file status "
                   stone-rules-file-status ")"
                   delimited by size into stone-rules-reject-text
               exit paragraph
           end-if
           set stone-rules-more to true
               perform until stone-rules-eof
               read stone-rules-file
                   at end set stone-rules-eof to true
                   not at end
                       perform load-one-stone-rule
               end-read
               if stone-rules-file-status not = "00" and
                  stone-rules-file-status not = "10"
                   set stone-rules-eof to true
               end-if
               end-perform.
               set stone-rules-more to true
           close stone-rules-file
           if stone-rules-rejected
               exit paragraph
           end-if
           if stone-rule-count = 0
               set stone-rules-rejected to true
               move "rule file holds no rules"
                   to stone-rules-reject-text
               exit paragraph
           end-if
           if stone-rule-set-name = spaces
               move "CUSTOM" to stone-rule-set-name
           end-if.

       install-standard-stone-rules.
      *The puzzle's own rules: 0 becomes 1, an even number of
      *digits splits in half, anything else is multiplied by 2024.
           set stone-rules-built-in to true
           move "STANDARD" to stone-rule-set-name
           move 3 to stone-rule-count
           set rule-when-equal(1) to true
           move 0 to stone-rule-cond-n(1)
           set rule-do-replace(1) to true
           move 1 to stone-rule-action-n(1)
           set rule-when-even(2) to true
           move 0 to stone-rule-cond-n(2)
           set rule-do-split(2) to true
           move 2 to stone-rule-action-n(2)
           set rule-when-other(3) to true
           move 0 to stone-rule-cond-n(3)
           set rule-do-multiply(3) to true
           move 2024 to stone-rule-action-n(3).

       load-one-stone-rule.
           add 1 to stone-rules-line-no
           if stone-rules-rejected
               exit paragraph
           end-if
           if stone-rules-line = spaces or
              stone-rules-line(1:1) = "*"
               exit paragraph
           end-if
           move function upper-case(stone-rules-line)
               to rule-parse-work
           move function trim(rule-parse-work, leading)
               to rule-parse-work
           move spaces to rule-tokens
           unstring rule-parse-work delimited by all space
               into rule-token(1) rule-token(2) rule-token(3)
                    rule-token(4) rule-token(5)
           if rule-token(1) = "NAME"
               move rule-token(2) to stone-rule-set-name
               exit paragraph
           end-if
           if stone-rule-count >= max-stone-rules
               move "more than 20 rules" to stone-rules-reject-text
               perform reject-stone-rule-line
               exit paragraph
           end-if
           if stone-rule-count > 0
               set srx to stone-rule-count
               if rule-when-other(srx)
                   move "rule follows OTHER and can never apply"
                       to stone-rules-reject-text
                   perform reject-stone-rule-line
                   exit paragraph
               end-if
           end-if
           add 1 to stone-rule-count
           set srx to stone-rule-count
           move 0 to stone-rule-cond-n(srx)
           move 0 to stone-rule-action-n(srx)
           evaluate rule-token(1)
               when "EQ"
               when "DIGITS-DIV"
                   if rule-token(1) = "EQ"
                       set rule-when-equal(srx) to true
                   else
                       set rule-when-digits-div(srx) to true
                   end-if
                   move rule-token(2) to rule-number-text
                   perform parse-rule-number
                   if rule-number-invalid or
                      (rule-when-digits-div(srx) and
                       rule-number-value = 0)
                       move "condition needs a number"
                           to stone-rules-reject-text
                       perform reject-stone-rule-line
                       exit paragraph
                   end-if
                   move rule-number-value to stone-rule-cond-n(srx)
                   move rule-token(3) to rule-action-word
                   move rule-token(4) to rule-action-text
               when "EVEN"
                   set rule-when-even(srx) to true
                   move rule-token(2) to rule-action-word
                   move rule-token(3) to rule-action-text
               when "OTHER"
                   set rule-when-other(srx) to true
                   move rule-token(2) to rule-action-word
                   move rule-token(3) to rule-action-text
               when other
                   move "condition must be EQ, EVEN, DIGITS-DIV, OTHER"
                       to stone-rules-reject-text
                   perform reject-stone-rule-line
                   exit paragraph
           end-evaluate
           move rule-action-text to rule-number-text
           perform parse-rule-number
           evaluate rule-action-word
               when "REPLACE"
                   set rule-do-replace(srx) to true
               when "MULTIPLY"
                   set rule-do-multiply(srx) to true
               when "ADD"
                   set rule-do-add(srx) to true
               when "SPLIT"
                   set rule-do-split(srx) to true
                   if rule-action-text = spaces
                       set rule-number-valid to true
                       move 2 to rule-number-value
                   end-if
               when other
                   move
                     "action must be REPLACE, SPLIT, MULTIPLY or ADD"
                       to stone-rules-reject-text
                   perform reject-stone-rule-line
                   exit paragraph
           end-evaluate
           if rule-number-invalid
               move "action needs a number" to stone-rules-reject-text
               perform reject-stone-rule-line
               exit paragraph
           end-if
           move rule-number-value to stone-rule-action-n(srx)
           if rule-do-split(srx)
               perform check-split-rule
           end-if.

       check-split-rule.
      *A split must always divide the digits evenly: EVEN allows
      *halves only, DIGITS-DIV k any g that divides k, and EQ n
      *any g that divides n's own digit count.
           if stone-rule-action-n(srx) < 2 or
              stone-rule-action-n(srx) > max-rule-outputs
               move "SPLIT needs 2 or more groups"
                   to stone-rules-reject-text
               perform reject-stone-rule-line
               exit paragraph
           end-if
           evaluate true
               when rule-when-even(srx)
                   if stone-rule-action-n(srx) not = 2
                       move "EVEN only guarantees a SPLIT into 2"
                           to stone-rules-reject-text
                       perform reject-stone-rule-line
                   end-if
               when rule-when-digits-div(srx)
                   if function mod(stone-rule-cond-n(srx),
                      stone-rule-action-n(srx)) not = 0
                       move "SPLIT groups do not divide DIGITS-DIV"
                           to stone-rules-reject-text
                       perform reject-stone-rule-line
                   end-if
               when rule-when-equal(srx)
                   move stone-rule-cond-n(srx) to rule-stone
                   perform count-rule-digits
                   if function mod(rule-digit-count,
                      stone-rule-action-n(srx)) not = 0
                       move "SPLIT groups do not divide the EQ value"
                           to stone-rules-reject-text
                       perform reject-stone-rule-line
                   end-if
               when other
                   move "OTHER cannot guarantee an even SPLIT"
                       to stone-rules-reject-text
                   perform reject-stone-rule-line
           end-evaluate.

       parse-rule-number.
      *Up to 18 digits - a rule constant wider than that leaves no
      *room for the stone it works on.
           set rule-number-invalid to true
           move 0 to rule-number-value
           if rule-number-text = spaces
               exit paragraph
           end-if
           compute rule-number-length = function length(
               function trim(rule-number-text))
           if rule-number-length > 18 or
              rule-number-text(1:rule-number-length) is not numeric
               exit paragraph
           end-if
           move function numval(rule-number-text) to rule-number-value
           set rule-number-valid to true.

       reject-stone-rule-line.
           set stone-rules-rejected to true
           move stone-rules-line to stone-rules-reject-line.

       count-rule-digits.
           move 0 to rule-lead-zeros
           inspect rule-stone tallying rule-lead-zeros
               for leading "0"
           compute rule-digit-count = 38 - rule-lead-zeros
           if rule-digit-count = 0
               move 1 to rule-digit-count
           end-if.

       apply-stone-rules.
      *One stone through the first rule whose condition holds.
           set rule-result-fits to true
           perform count-rule-digits
           move 1 to rule-out-count
           move rule-stone to rule-out-value(1)
           perform varying srx from 1 by 1
               until srx > stone-rule-count
               evaluate true
                   when rule-when-equal(srx)
                       if rule-stone = stone-rule-cond-n(srx)
                           perform apply-rule-action
                           exit paragraph
                       end-if
                   when rule-when-even(srx)
                       if function mod(rule-digit-count, 2) = 0
                           perform apply-rule-action
                           exit paragraph
                       end-if
                   when rule-when-digits-div(srx)
                       if function mod(rule-digit-count,
                          stone-rule-cond-n(srx)) = 0
                           perform apply-rule-action
                           exit paragraph
                       end-if
                   when other
                       perform apply-rule-action
                       exit paragraph
               end-evaluate
           end-perform.

       apply-rule-action.
           evaluate true
               when rule-do-replace(srx)
                   move stone-rule-action-n(srx) to rule-out-value(1)
               when rule-do-multiply(srx)
                   compute rule-out-value(1) =
                       rule-stone * stone-rule-action-n(srx)
                       on size error
                           set rule-result-overflow to true
                   end-compute
               when rule-do-add(srx)
                   compute rule-out-value(1) =
                       rule-stone + stone-rule-action-n(srx)
                       on size error
                           set rule-result-overflow to true
                   end-compute
               when rule-do-split(srx)
                   move stone-rule-action-n(srx) to rule-out-count
                   compute rule-group-size =
                       rule-digit-count / rule-out-count
                   move rule-stone to rule-split-rest
                   perform varying rule-group-scan from rule-out-count
                       by -1 until rule-group-scan < 1
                       divide rule-split-rest
                           by rule-pow10(rule-group-size + 1)
                           giving rule-split-rest
                           remainder rule-out-value(rule-group-scan)
                   end-perform
           end-evaluate.

       add-stone-closure.
      *closure-candidate joins the reachable set unless it is
      *already there.
           compute closure-hash =
               function mod(closure-candidate, closure-slots) + 1
           move 0 to closure-probes
           set csx to closure-hash
           perform until closure-probes > closure-slots
               if closure-slot-used(csx)
                   if closure-value(csx) = closure-candidate
                       exit perform
                   end-if
               else
                   if closure-size >= closure-capacity
                       set stone-rules-rejected to true
                       move closure-capacity to closure-size-disp
                       move spaces to stone-rules-reject-text
                       string "engravings never settle (over "
                           function trim(closure-size-disp)
                           " distinct values)"
                           delimited by size
                           into stone-rules-reject-text
                       exit perform
                   end-if
                   set closure-slot-used(csx) to true
                   move closure-candidate to closure-value(csx)
                   add 1 to closure-size
                   move closure-candidate to closure-entry(closure-size)
                   exit perform
               end-if
               add 1 to closure-probes
               set csx up by 1
               if csx > closure-slots
                   set csx to 1
               end-if
           end-perform.

       check-stone-rule-bounds.
      *Walks the reachable engravings breadth first; a rule that
      *pushes any of them past 38 digits rejects the set.
           move 0 to closure-next
           perform until closure-next >= closure-size
               or stone-rules-rejected
               add 1 to closure-next
               move closure-entry(closure-next) to rule-stone
               perform apply-stone-rules
               if rule-result-overflow
                   set stone-rules-rejected to true
                   move "a stone can grow past 38 digits"
                       to stone-rules-reject-text
               else
                   perform varying rule-group-scan from 1 by 1
                       until rule-group-scan > rule-out-count
                       or stone-rules-rejected
                       move rule-out-value(rule-group-scan)
                           to closure-candidate
                       perform add-stone-closure
                   end-perform
               end-if
           end-perform.
