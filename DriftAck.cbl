      * when; an optional AOC_DRIFT_NOTE rides along.  DayBatch
      * carries a WARNING condition while any item is still OPEN,
      * which is the record that drift was chased, not ignored.
      *
      * An acknowledgment inside a HARD window of the change-freeze
      * calendar (FreezeCheck.cpy) is refused, return code 8, unless
      * AOC_EMERGENCY_CHANGE carries an emergency change number;
      * refusals, emergency and soft-freeze acknowledgments all go
      * on the freeze register.  Listing is never frozen.
      *----------------------------------------------------------------

       environment division.
               line sequential
               file status is rewrite-work-file-status.

           copy 'FreezeSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.
       fd rewrite-work-file.
       01 rewrite-work-record pic X(200).

       copy 'FreezeFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ditem-new pic X(38).
       01 ditem-run-id pic X(20).

       copy 'FreezeFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

           accept ack-date from date yyyymmdd
           accept ack-time from time

           move ack-user to freeze-change-user
           move target-item to count-disp
           move spaces to freeze-change-object
           string "DRIFT item " function trim(count-disp) " "
               function trim(cause-code)
               delimited by size into freeze-change-object
           perform check-change-freeze
           if freeze-change-refused
               display "DriftAck: " function trim(freeze-message)
               display "DriftAck: freeze reason: "
                   function trim(freeze-reason)
                   " - nothing acknowledged."
               move 8 to return-code
               goback
           end-if
           if freeze-active
               display "DriftAck: " function trim(freeze-message)
           end-if

           perform acknowledge-target-item
           perform record-freeze-change
           goback.

       list-open-items.
           close rewrite-work-file
           close drift-items-file.

       copy 'FreezeCheck.cpy'
           replacing ==program-name-tag== by =="DriftAck"==.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.
