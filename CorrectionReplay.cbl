      * entry per fix, where corrected-text is the 23-character
      * two-column layout Day1 reads.  Each correction is validated
      * against exactly the rules Day1 applies - the overflow tail
      * must be blank (or the "  #nnnnnn" key column a
      * new-generation master carries) and both columns numeric -
      * and an invalid correction is reported and NOT applied, so
      * a bad fix can never smuggle a new reject into the patched
      * file.
      *
      * The patched input (DAY1_PATCHED, default
      * inputDay1_patched.txt) is the original line for line with
                       set corr-invalid(cx) to true
                       move "line number is not numeric"
                           to corr-reject-reason(cx)
                   when check-tail not = spaces and
                        (check-tail(1:3) not = "  #" or
                         check-tail(4:6) is not numeric or
                         check-tail(10:1) not = space)
                       set corr-invalid(cx) to true
                       move "column exceeds 5 digits"
                           to corr-reject-reason(cx)
