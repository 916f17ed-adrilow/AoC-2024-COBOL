
           copy 'ConfigSelect.cpy'.

           copy 'StoneRulesSelect.cpy'.

           copy 'Day11ResultSelect.cpy'.

       data division.
       file section.


       copy 'ConfigFd.cpy'.

       copy 'StoneRulesFd.cpy'.

       copy 'Day11ResultFd.cpy'.

       working-storage section.
       01 input-file-status pic x(2).
       01 input-file-name pic X(200) value "inputDay11.txt".
       01 day11-bruteforce-result pic 9(38) external value 0.
       01 day11-bruteforce-completed pic X external value 'N'.
           88 day11-bruteforce-did-complete value 'Y'.
           88 day11-bruteforce-aborted value 'A'.

       01 display-number pic Z(19)9.

         05 line-length binary-long value 0.
         05 str-pos binary-long value 1.

      *Same stone rule set as Day11 (DAY11_RULES), so the
      *reconciliation compares like with like.
       01 rule-out-scan binary-long value 0.

       01 blink-count binary-long value 75.
       01 blink-count-env pic X(6).

       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.
       copy 'StoneRulesFields.cpy'.
       copy 'Day11ResultFields.cpy'.

       procedure division.
           perform load-runtime-config
           perform apply-data-dir-prefix
           move data-dir-filename to input-file-name

           perform load-stone-rules
           if stone-rules-rejected
               go to stone-rules-error
           end-if

           open input input-file
           if input-file-status not = "00"
               go to input-file-error
               end-unstring
           end-perform

           if stone-rules-from-file
               perform varying i from 1 by 1 until i > num-stones
                   move stone(i) to closure-candidate
                   perform add-stone-closure
               end-perform
               perform check-stone-rule-bounds
               if stone-rules-rejected
                   go to stone-rules-error
               end-if
           end-if

           perform run-blinks

           move num-stones to day11-bruteforce-result
           set day11-bruteforce-did-complete to true
           display result

           move "BRUTE" to day11-result-kind
           move "Y" to day11-result-flag
           move num-stones to day11-result-value
           perform write-day11-result

           goback.

       run-blinks.
           move num-stones to num-stones-to-process
           set i to 1
           perform varying j from 1 by 1 until j > num-stones-to-process
               move stone-to-process(j) to rule-stone
               perform apply-stone-rules
               perform varying rule-out-scan from 1 by 1
                   until rule-out-scan > rule-out-count
                   if i > max-num-stones
                       go to panic
                   end-if
                   move rule-out-value(rule-out-scan) to stone(i)
                   set i up by 1
               end-perform
               compute num-stones = num-stones + rule-out-count - 1
               if i >= max-num-stones
                   go to panic
               end-if
       panic.
           display "Day11BruteForce: stone list needs more than "
               max-num-stones " entries - aborting."
           set day11-bruteforce-aborted to true
           perform record-bruteforce-abort
           move 8 to return-code
           goback.

       stone-rules-error.
           display "Day11BruteForce: rule file "
               function trim(stone-rules-file-name) " rejected - "
               function trim(stone-rules-reject-text)
               " - aborting before the first blink."
           set day11-bruteforce-aborted to true
           perform record-bruteforce-abort
           move 8 to return-code
           goback.

       input-file-error.
                   function trim(input-file-name) " (file status "
                   input-file-status ") - aborting."
           end-if
           set day11-bruteforce-aborted to true
           perform record-bruteforce-abort
           move 8 to return-code
           goback.

       record-bruteforce-abort.
           move "BRUTE" to day11-result-kind
           move "A" to day11-result-flag
           move 0 to day11-result-value
           perform write-day11-result.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.

       copy 'StoneRules.cpy'.

       copy 'WriteDay11Result.cpy'
           replacing ==program-name-tag== by =="Day11BruteForce"==.

       end program Day11BruteForce.
