
           copy 'JournalSelect.cpy'.

           copy 'ReleaseSelect.cpy'.

           copy 'OverrideSelect.cpy'.

           copy 'ConfigSelect.cpy'.

       data division.

       copy 'JournalFd.cpy'.

       copy 'ReleaseFd.cpy'.

       copy 'OverrideFd.cpy'.

       copy 'ConfigFd.cpy'.

       working-storage section.
       01 waived-count binary-long value 0.
       01 waiver-expiry-text pic X(10).
       01 waiver-today pic 9(8) value 0.
       01 waiver-expected-disp pic Z(37)9.
       01 waiver-actual-disp pic Z(37)9.
       01 filler pic X value 'n'.
           88 waiver-applies value 'y'.
           88 waiver-absent value 'n'.
       copy 'DataDirFields.cpy'.
       copy 'RunIdFields.cpy'.
       copy 'JournalFields.cpy'.
       copy 'ReleaseFields.cpy'.
       copy 'OverrideFields.cpy'.
       copy 'ConfigFields.cpy'.

       procedure division.
                       " until " waiver-expiry(wv) ")"
                   add 1 to waived-count
                   move "WAIVED" to standing-text
                   move "REGRESSION_WAIVER" to override-name
                   move p-expected to waiver-expected-disp
                   move p-actual to waiver-actual-disp
                   move spaces to override-detail
                   string function trim(p-day) " "
                       function trim(p-part) " reported WAIVED not "
                       "FAIL - expected "
                       function trim(waiver-expected-disp) " got "
                       function trim(waiver-actual-disp)
                       " - authorized by "
                       function trim(waiver-authorizer(wv))
                       " until " waiver-expiry(wv)
                       delimited by size into override-detail
                   perform write-override-entry
               else
                   display p-day " " p-part ": FAIL (expected "
                       p-expected ", got " p-actual ")"
       copy 'WriteJournalEntry.cpy'
           replacing ==program-name-tag== by =="DayRegression"==.

       copy 'WriteOverrideEntry.cpy'
           replacing ==program-name-tag== by =="DayRegression"==.

       copy 'ReleaseLookup.cpy'.

       end program DayRegression.
