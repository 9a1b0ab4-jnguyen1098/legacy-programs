*> The inverse of sqrtaudq's radicand-range selection: an auditor
*> arrives with a ROOT value off a downstream ledger and asks which
*> of our calculations produced it. Given the root and a tolerance,
*> this searches the history master, the keyed results master
*> (sqrt.out.ksds, the latest answer per record serial) and the audit
*> trail -- the live sqrt.audit plus every sealed sqrt.audit.Vyyyymm
*> volume off sqrtaudv.idx -- for stored roots within tolerance, and
*> prints each hit's radicand/epsilon pair (or, off the results
*> master, the record serial and department it was delivered to),
*> when it was computed, and under which run id.
*>
*>   SQRT_REVQ_ROOT  the root value being traced (required)
*>   SQRT_REVQ_TOL   match tolerance; defaults to 0.000001
       02 ixRows   pic 9(09).
       02 filler   pic x(01).
       02 ixSealed pic x(08).
       02 filler   pic x(01).
       02 ixSum    pic x(12).
       02 filler   pic x(01).
       02 ixState  pic x(01).
       02 filler   pic x(01).
       02 ixScrub  pic x(08).

working-storage section.
77 histFileStatus  pic x(02).

77 histHits   pic 9(07) value 0.
77 auditHits  pic 9(07) value 0.
77 rsltHits   pic 9(07) value 0.
77 editCount  pic zzz,zz9.

*> Interface to the shared sqrtomst keyed results master
77 omsAction  pic x(01) value spaces.
copy "sqrtomst.cpy" replacing leading ==om== by ==oms==.
77 omsCount   pic 9(09) value 0.
77 omsRc      pic 9(01) value 0.

*> ------------------------Report Layout-----------------------------------
01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(11) value '  last run '.
    02 outHistStamp pic x(14).

01 rsltHitLine.
    02 filler pic x(2) value spaces.
    02 filler pic x(6) value 'RSLT  '.
    02 outRsltRad pic -(15)9.9(6).
    02 filler pic x(9) value '  serial '.
    02 outRsltSerial pic x(7).
    02 filler pic x(7) value '  root='.
    02 outRsltRoot pic z(16)9.9(6).
    02 filler pic x(8) value '  run id'.
    02 filler pic x(1) value space.
    02 outRsltRunId pic x(14).
    02 filler pic x(7) value '  dept '.
    02 outRsltDept pic x(4).

01 auditHitLine.
    02 filler pic x(2) value spaces.
    02 filler pic x(6) value 'AUDIT '.
    02 filler pic x(21) value 'History hits        :'.
    02 outHistHits pic zzz,zz9.

01 summaryLine1r.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Results-master hits :'.
    02 outRsltHits pic zzz,zz9.

01 summaryLine2.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Audit-trail hits    :'.
    display targetLine.
    display underLine1.
    perform searchHistory.
    perform searchResults.
    open input indexFile.
    if indexStatus is equal to "00"
        perform volPass thru volPass-exit until indexAtEof
    perform searchOneAudit.
    display underLine1.
    move histHits to outHistHits.
    move rsltHits to outRsltHits.
    move auditHits to outAuditHits.
    display summaryLine1.
    display summaryLine1r.
    display summaryLine2.
    if histHits is equal to zero and auditHits is equal to zero
            and rsltHits is equal to zero
        move 4 to return-code
    end-if.
    stop run.
sh1-exit.
    exit.

*> ------------------------Results Master Search---------------------------

*> The root is no key on the results master either: one browse in
*> serial order through the shared routine.
searchResults.
    move "B" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    if omsRc is not equal to 0
        display "  (no results master)"
        exit paragraph
    end-if.
    perform sr1 thru sr1-exit until omsRc is not equal to 0.
    move "X" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.

sr1.
    move "N" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    if omsRc is not equal to 0
        go to sr1-exit
    end-if.
    compute rootDelta = omsRoot - targetRoot.
    if rootDelta is less than zero
        compute rootDelta = - rootDelta
    end-if.
    if rootDelta is greater than tolerance
        go to sr1-exit
    end-if.
    add 1 to rsltHits.
    move omsRadicand to outRsltRad.
    move omsSerial to outRsltSerial.
    move omsRoot to outRsltRoot.
    move omsRunId to outRsltRunId.
    move omsDept to outRsltDept.
    display rsltHitLine.

sr1-exit.
    exit.

*> ------------------------Audit Trail Search------------------------------

volPass.
