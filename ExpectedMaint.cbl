               line sequential
               file status is maint-audit-file-status.

           copy 'FreezeSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       fd maint-audit-file.
       01 maint-audit-record pic X(200).

       copy 'FreezeFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 audit-time pic 9(8).
       01 checked-action pic X.

       copy 'FreezeFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

           move "Listed on the console." to scr-message.

       save-entries.
      *A save inside a HARD change-freeze window is refused unless
      *an emergency change number comes with it; the refusal is
      *audited here as well as on the freeze register.
           move "S" to checked-action
           move "SAVE" to audit-action
           perform check-authority
           if action-denied
               exit paragraph
           end-if
           move signed-user to freeze-change-user
           move "EXPECTED expected answers save" to freeze-change-object
           perform check-change-freeze
           if freeze-change-refused
               move spaces to audit-before
               move "change freeze" to audit-after
               perform write-denied-audit
               move freeze-message to scr-message
               exit paragraph
           end-if
           move spaces to audit-before
           move spaces to audit-after
           perform write-allowed-audit
           end-perform
           close expected-file
           set nothing-pending to true
           move "Saved." to scr-message
           if freeze-active
               perform record-freeze-change
               move freeze-message to scr-message
           end-if.

       load-authorizations.
           accept auth-file-name from environment "AOC_MAINT_AUTH"
           write maint-audit-record
           close maint-audit-file.

       copy 'FreezeCheck.cpy'
           replacing ==program-name-tag== by =="ExpectedMaint"==.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.
