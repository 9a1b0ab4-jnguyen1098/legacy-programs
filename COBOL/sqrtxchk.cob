
*> Advances the CSV to its next OK row, tallying every status on the
*> way so the per-status cross-foot falls out of the same single pass.
*> DEGRADED and BISECTED rows are accepted records too (they reached
*> sqrt.out and the audit file), so the lockstep walk accepts them.
nextOkCsvRow.
    perform nextCsvRow.
    perform until csvAtEof
            or (csvSeqTok(1:2) is equal to seqText
                and (csvStatusTok is equal to "OK"
                     or csvStatusTok is equal to "DEGRADED"
                     or csvStatusTok is equal to "BISECTED"))
        perform nextCsvRow
    end-perform.

    evaluate csvStatusTok
        when "OK"        add 1 to csvOkCount
        when "DEGRADED"  add 1 to csvOkCount
        when "BISECTED"  add 1 to csvOkCount
        when "REJECTED"  add 1 to csvErrCount
        when "ABORTED"   add 1 to csvAbortCount
        when "IMAGINARY" add 1 to csvImagCount
