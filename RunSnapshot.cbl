       program-id. RunSnapshot as "RunSnapshot".

      *----------------------------------------------------------------
      * Records what a window ran with, under its run identifier,
      * so a published value can later be traced back to it
      * (DataLineage).  DayBatch CALLs it right after InputManifest;
      * it can also be run on its own ahead of a hand-run program.
      * Appends to AOC_RUN_SNAPSHOTS (default aoc_run_snapshots.txt):
      *     runid,TAKEN,stamp,configuration-file
      *     runid,INPUT,label,file,bytes,checksum   (input manifest)
      *     runid,SEAL,label,file,bytes,checksum    (input seal)
      *     runid,CONFIG,key,source,value
      *     runid,RUNCTL,program,run-control line
      * CONFIG rows carry every known key (ConfigKeys.cpy) that
      * resolves to a value, with ENVIRONMENT or CONFIG as its
      * source - keys left to the built-in default are not listed.
      * A missing manifest, seal or run-control file simply leaves
      * its rows out.
      *----------------------------------------------------------------

       environment division.

       configuration section.

       input-output section.
       file-control.

           select snapshot-file assign to dynamic snapshot-file-name
               line sequential
               file status is snapshot-file-status.

           select source-file assign to dynamic source-file-name
               line sequential
               file status is source-file-status.

           copy 'ConfigSelect.cpy'.

       data division.
       file section.

       fd snapshot-file.
       01 snapshot-line pic X(400).

       fd source-file.
       01 source-line pic X(260).

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 ws-eof pic x(1).
       01 snapshot-file-name pic X(200).
       01 snapshot-file-status pic X(2).
       01 source-file-name pic X(200).
       01 source-file-status pic X(2).
       01 source-kind pic X(6).
       01 snapshot-date pic 9(8).
       01 snapshot-time pic 9(8).
       01 snapshot-row-count binary-long value 0.
       01 count-disp pic Z(4)9.
       01 runctl-program pic X(16).

       copy 'ConfigKeys.cpy'.

       01 env-lookup-value pic X(200).
       01 resolved-value pic X(200).
       01 resolved-source pic X(12).

       copy 'RunIdFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

       procedure division.
           perform load-runtime-config
           perform ensure-run-id
           accept aoc-data-dir from environment "AOC_DATA_DIR"
           if aoc-data-dir = spaces
               move "AOC_DATA_DIR" to config-lookup-key
               perform get-config-value
               move config-lookup-value to aoc-data-dir
           end-if

           accept snapshot-file-name from environment
               "AOC_RUN_SNAPSHOTS"
           if snapshot-file-name = spaces
               move "AOC_RUN_SNAPSHOTS" to config-lookup-key
               perform get-config-value
               move config-lookup-value to snapshot-file-name
           end-if
           if snapshot-file-name = spaces
               move "aoc_run_snapshots.txt" to snapshot-file-name
           end-if
           move snapshot-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to snapshot-file-name

           open extend snapshot-file
           if snapshot-file-status = "35"
               open output snapshot-file
           end-if
           if snapshot-file-status not = "00"
               display "RunSnapshot: cannot write "
                   function trim(snapshot-file-name)
                   " (file status " snapshot-file-status
                   ") - no snapshot for run "
                   function trim(batch-run-id) "."
               move 8 to return-code
               goback
           end-if

           accept snapshot-date from date yyyymmdd
           accept snapshot-time from time
           move spaces to snapshot-line
           string function trim(batch-run-id) ",TAKEN,"
               snapshot-date "-" snapshot-time ","
               function trim(config-file-name)
               delimited by size into snapshot-line
           perform write-snapshot-line

           move "aoc_input_manifest.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to source-file-name
           move "INPUT" to source-kind
           perform copy-source-rows

           move "aoc_input_seal.txt" to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to source-file-name
           move "SEAL" to source-kind
           perform copy-source-rows

           perform varying kk from 1 by 1 until kk > known-key-count
               perform resolve-one-key
               if resolved-source not = "DEFAULT"
                   move spaces to snapshot-line
                   string function trim(batch-run-id) ",CONFIG,"
                       function trim(known-key(kk)) ","
                       function trim(resolved-source) ","
                       function trim(resolved-value)
                       delimited by size into snapshot-line
                   perform write-snapshot-line
               end-if
           end-perform

           perform copy-run-control-rows

           close snapshot-file
           move snapshot-row-count to count-disp
           display "RunSnapshot: " function trim(count-disp)
               " row(s) recorded for run "
               function trim(batch-run-id) "."
           goback.

       resolve-one-key.
      *The same precedence every load paragraph applies: the
      *environment wins and the configuration fills blanks.
           move spaces to env-lookup-value
           accept env-lookup-value from environment known-key(kk)
           if env-lookup-value not = spaces
               move env-lookup-value to resolved-value
               move "ENVIRONMENT" to resolved-source
               exit paragraph
           end-if
           move known-key(kk) to config-lookup-key
           perform get-config-value
           if config-lookup-value not = spaces
               move config-lookup-value to resolved-value
               move "CONFIG" to resolved-source
           else
               move spaces to resolved-value
               move "DEFAULT" to resolved-source
           end-if.

       copy-source-rows.
           open input source-file
           if source-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read source-file
                   at end move 'y' to ws-eof
                   not at end
                       if source-line not = spaces
                           move spaces to snapshot-line
                           string function trim(batch-run-id) ","
                               function trim(source-kind) ","
                               function trim(source-line)
                               delimited by size into snapshot-line
                           perform write-snapshot-line
                       end-if
               end-read
               if source-file-status not = "00" and
                  source-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close source-file.

       copy-run-control-rows.
      *Located exactly as DayBatch locates it; with no run-control
      *file in force the window runs the default step list and
      *there is nothing to record.
           accept source-file-name from environment "AOC_RUN_CONTROL"
           if source-file-name = spaces
               move "AOC_RUN_CONTROL" to config-lookup-key
               perform get-config-value
               move config-lookup-value to source-file-name
           end-if
           if source-file-name = spaces
               exit paragraph
           end-if
           move source-file-name to data-dir-filename
           perform apply-data-dir-prefix
           move data-dir-filename to source-file-name
           open input source-file
           if source-file-status not = "00"
               exit paragraph
           end-if
               perform until ws-eof='y'
               read source-file
                   at end move 'y' to ws-eof
                   not at end
                       perform copy-one-run-control-line
               end-read
               if source-file-status not = "00" and
                  source-file-status not = "10"
                   move 'y' to ws-eof
               end-if
               end-perform.
               move 'n' to ws-eof
           close source-file.

       copy-one-run-control-line.
           if source-line = spaces
               exit paragraph
           end-if
           move spaces to runctl-program
           unstring source-line delimited by all space
               into runctl-program
           move spaces to snapshot-line
           string function trim(batch-run-id) ",RUNCTL,"
               function trim(runctl-program) ","
               function trim(source-line)
               delimited by size into snapshot-line
           perform write-snapshot-line.

       write-snapshot-line.
           write snapshot-line
           add 1 to snapshot-row-count.

       copy 'DataDirPrefix.cpy'.

       copy 'SetRunId.cpy'.

       copy 'ReadConfig.cpy'.

       end program RunSnapshot.
