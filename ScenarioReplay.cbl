      * against the captured SUMMARY - program, part, value and
      * status, elapsed excluded - and the verdict goes to
      * scenario_replay_report.txt and the console.
      *
      * The journal, run notes and site list a set carries are
      * context for the people studying it and are not restored.
      * A captured name with no directory in it - as in a vendor
      * package ScenarioExport writes - is found in
      * AOC_SCENARIO_DIR, so a package replays wherever it is
      * unpacked.
      *----------------------------------------------------------------

       environment division.
           string function trim(replay-dir) "/"
               base-name(1:base-length)
               delimited by size into restore-file-name
           move mrow-captured to source-file-name
           move 0 to slash-position
           inspect mrow-captured tallying slash-position for all "/"
           if slash-position = 0 and scenario-dir not = spaces
               move spaces to source-file-name
               string function trim(scenario-dir) "/"
                   function trim(mrow-captured)
                   delimited by size into source-file-name
           end-if
           if mrow-role = "SUMMARY"
      *The captured outcome is the yardstick, not an input; it is
      *not restored into the replay directory.
               move source-file-name to captured-summary-name
               exit paragraph
           end-if
           if mrow-role = "JOURNAL" or mrow-role = "NOTES" or
              mrow-role = "SITES"
               exit paragraph
           end-if
           if mrow-role = "RUNCTL"
      *window's shape.
               move base-name(1:base-length) to runctl-base-name
           end-if
           perform copy-one-file
           add 1 to restored-count.

