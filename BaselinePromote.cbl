      * many combinations changed) to aoc_baseline_approvals.txt,
      * and only then installs the candidate as the live
      * expected-answers file.
      *
      * Inside a HARD window of the change-freeze calendar
      * (FreezeCheck.cpy) the promotion is refused, return code 8,
      * unless AOC_EMERGENCY_CHANGE carries an emergency change
      * number; refusals, emergency and soft-freeze promotions all
      * go on the freeze register.
      *----------------------------------------------------------------

       environment division.

           copy 'JournalSelect.cpy'.

           copy 'FreezeSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.

       copy 'JournalFd.cpy'.

       copy 'FreezeFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
           88 combo-missing value 'n'.

       copy 'JournalFields.cpy'.
       copy 'FreezeFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

           perform show-differences
           perform find-capturer
           perform settle-approver
           perform check-promotion-freeze
           perform record-approval
           perform install-candidate
           perform record-freeze-change

           move changed-count to count-disp
           display "BaselinePromote: candidate installed - "
                   "capturer."
           end-if.

       check-promotion-freeze.
           move approver-user to freeze-change-user
           move "EXPECTED baseline promotion" to freeze-change-object
           perform check-change-freeze
           if freeze-change-refused
               display "BaselinePromote: " function trim(freeze-message)
               display "BaselinePromote: freeze reason: "
                   function trim(freeze-reason)
                   " - candidate NOT installed."
               move 8 to return-code
               goback
           end-if
           if freeze-active
               display "BaselinePromote: " function trim(freeze-message)
           end-if.

       record-approval.
           accept approval-date from date yyyymmdd
           accept approval-time from time
           close candidate-file
           close expected-file.

       copy 'FreezeCheck.cpy'
           replacing ==program-name-tag== by =="BaselinePromote"==.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.
