               display "TrailGrade: no exported trails at "
                   function trim(trails-file-name)
                   " - run Day10 with a trail selection first."
               move 8 to return-code
               goback
           end-if
           open output grades-file
           display "TrailGrade: cannot write "
               function trim(grades-file-name)
               " (file status " grades-file-status ") - aborting."
           move 8 to return-code
           goback.

       copy 'DataDirPrefix.cpy'.
