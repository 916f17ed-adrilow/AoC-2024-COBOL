           10 combo-program pic X(10).
           10 combo-part pic X(10).
           10 combo-runs binary-long.
           10 combo-superseded binary-long.
           10 combo-latest pic X(38).
           10 combo-first-stamp pic X(17).
           10 combo-last-stamp pic X(17).
       01 runs-disp pic Z(6)9.
       01 row-count-disp pic Z(6)9.
       01 rp-pointer binary-long value 1.
       01 superseded-disp pic Z(6)9.

       copy 'LedgerFields.cpy'.
       copy 'LedgerAdjFields.cpy'.
       copy 'DataDirFields.cpy'.
       copy 'ConfigFields.cpy'.

           perform apply-data-dir-prefix
           move data-dir-filename to report-file-name

           perform scan-ledger-adjustments
           perform load-ledger-rows

           if row-count = 0
      *One combo entry per program/part pair seen in the ledger, in
      *first-seen order.  Rows are appended chronologically, so the
      *first row per combo carries the first-run stamp and the last
      *row carries both the latest value and the last-run stamp -
      *except that the latest value skips reversals and the rows
      *they superseded (LedgerAdjust), so a correction is current.
           perform varying ri from 1 by 1 until ri > row-count
               set combo-not-found to true
               perform varying ci from 1 by 1 until ci > combo-count
                   move row-program(ri) to combo-program(ci)
                   move row-part(ri) to combo-part(ci)
                   move 0 to combo-runs(ci)
                   move 0 to combo-superseded(ci)
                   move "-" to combo-latest(ci)
                   move row-stamp(ri) to combo-first-stamp(ci)
                   perform tally-combo-row
               end-if
           end-perform.

       tally-combo-row.
           move row-stamp(ri) to combo-last-stamp(ci)
           set lax to ri
           if ri <= ledger-adj-row-count
               if ledger-adj-reversal(lax)
                   exit paragraph
               end-if
               if ledger-adj-superseded(lax)
                   add 1 to combo-runs(ci)
                   add 1 to combo-superseded(ci)
                   exit paragraph
               end-if
           end-if
           add 1 to combo-runs(ci)
           move row-value(ri) to combo-latest(ci).

       write-history-report.
           open output report-file
       write-combo-summary.
           move combo-runs(ci) to runs-disp
           move spaces to report-line
           move 1 to rp-pointer
           string combo-program(ci) " " combo-part(ci)
               " - latest " function trim(combo-latest(ci))
               ", " function trim(runs-disp) " run(s), first "
               combo-first-stamp(ci) ", last " combo-last-stamp(ci)
               delimited by size into report-line
               with pointer rp-pointer
           if combo-superseded(ci) > 0
               move combo-superseded(ci) to superseded-disp
               string ", " function trim(superseded-disp)
                   " superseded"
                   delimited by size into report-line
                   with pointer rp-pointer
           end-if
           write report-line
           display combo-program(ci) " " combo-part(ci)
               ": latest " function trim(combo-latest(ci))
                           delimited by size into report-line
                           with pointer rp-pointer
                   end-if
                   perform mark-adjusted-row
                   write report-line
               end-if
           end-perform.

       mark-adjusted-row.
           if ri > ledger-adj-row-count
               exit paragraph
           end-if
           set lax to ri
           evaluate true
               when ledger-adj-superseded(lax)
                   string "  SUPERSEDED by " ledger-adj-ref(lax)
                       delimited by size into report-line
                       with pointer rp-pointer
               when ledger-adj-reversal(lax)
                   string "  REVERSAL " ledger-adj-ref(lax)
                       delimited by size into report-line
                       with pointer rp-pointer
               when ledger-adj-correction(lax)
                   string "  CORRECTION " ledger-adj-ref(lax)
                       delimited by size into report-line
                       with pointer rp-pointer
           end-evaluate.

       row-capacity-panic.
           display "LedgerReport: ledger has more than "
               max-ledger-rows " rows - archive it before reporting "
               ledger-file-status ") - aborting."
           goback.

       copy 'LedgerAdjScan.cpy'.

       copy 'DataDirPrefix.cpy'.

       copy 'ReadConfig.cpy'.
