*> the abend's finished work survives; a fresh run truncates them,
*> so one night's nthroot.out is one night's rows.
*>
*> Each record may carry a rational exponent: nrPower over nrDegree
*> (sqrtnrec.cpy), so engineering's load formulas -- x^(2/3),
*> x^(3/2) -- are one record, the root converged at the record's
*> epsilon and raised to the power here, instead of two hand-chained
*> runs and a multiplication. Under an odd degree a negative radicand
*> has a real root and gets it, signed; under an even degree it is
*> still an invalid radicand. The report, nthroot.out, the audit row
*> and the nthroot.hist key all carry the full exponent.
*>
*> Records swept in through sqrtintk arrive with the same source,
*> department, tier, promise date and serial a sqrt.dat record
*> carries; each audit row takes them over, so chargeback, the SLA
*> report and the lineage query see engineering's work too.
*>
*> An nthroot.hist cut before the exponent and the signed root were
*> carried will not open under today's layout (status 39). It is
*> converted in place, once, on the first run that meets it: every
*> row is copied out flat to nthroot.hist.v1 (kept, as the
*> pre-conversion copy), the master recreated, and each row loaded
*> back as the plain root (power 1) it always was. A master that
*> still will not open leaves the run going without its cache, and
*> says so in the RC rather than only in the log.
*>
*>   SQRT_NROOT_INPUT   input file override (default nthroot.dat)
*>
*> RETURN-CODE: 0 everything converged, 4 some rejected/aborted but
*> at least one converged, or nthroot.hist was converted from the
*> earlier layout, or could not be opened and the run went without
*> its cache, 8 nothing converged.

identification division.
program-id. sqrtnbat.
        access mode is dynamic
        record key is nhistKey
        file status is histFileStatus.
    select oldHistFile assign to "nthroot.hist"
        organization is indexed
        access mode is sequential
        record key is ohistKey
        file status is oldHistStatus.
    select histCopyFile assign to "nthroot.hist.v1"
        organization is line sequential
        file status is histCopyStatus.
    select auditFile assign to "nthroot.audit"
        organization is line sequential
        file status is auditFileStatus.
*> nrResultRunSeq is the run-sequence number within the calendar
*> day, the same role sqrt.out's resultRunSeq plays, so a forced or
*> supplemental second run's rows stay distinguishable.
*> nrResultPower/nrResultDegree are the exponent applied, and
*> nrResultRoot the signed result.
fd resultFile.
    01 nrootResultRecord.
       02 nrResultNum    pic s9(15)v9(6) sign leading separate.
       02 nrResultDegree pic 9(02).
       02 nrResultRoot   pic s9(16)v9(6) sign leading separate.
       02 nrResultRunSeq pic 9(02).
       02 nrResultPower  pic 9(02).
*> One row per radicand/degree/epsilon triple already converged on,
*> read directly by key ahead of the iteration, same as sqrt.hist.
fd historyFile.
    copy "sqrtnhis.cpy".
*> The same master as it was cut before the exponent's numerator
*> and the root's sign were carried: a degree-only key and an
*> unsigned root. Read once, to convert it.
fd oldHistFile.
    01 ohistRecord.
       02 ohistKey.
          03 ohistRadicand pic s9(15)v9(6) sign leading separate.
          03 ohistDegree   pic 9(02).
          03 ohistEpsilon  pic v9(9).
       02 ohistRoot     pic 9(16)v9(6).
       02 ohistIter     pic 9(05).
       02 ohistRunStamp pic x(14).
*> Flat image of the old rows, the pre-conversion copy
fd histCopyFile.
    01 histCopyRecord pic x(74).
*> Durable record of every accepted calculation, sealed per run by a
*> trailer row with control totals.
fd auditFile.
*> ------------------------History Lookup----------------------------------
77 histFoundSw   pic x(01) value "N".
    88 wasHistFound value "Y".
*> A master that will not open, even after conversion, leaves the
*> run going without its cache rather than not at all -- and the RC
*> says so.
77 histOffSw     pic x(01) value "N".
    88 histOff value "Y".
77 oldHistStatus  pic x(02).
77 histCopyStatus pic x(02).
77 histCnvEofSw   pic x(01) value "N".
    88 histCnvAtEof value "Y".
77 histCnvSw      pic x(01) value "N".
    88 histConverted value "Y".
77 histCnvRead    pic 9(09) value 0.
77 histCnvLoaded  pic 9(09) value 0.
77 histLookupRoot pic s9(16)v9(6).
77 histLookupIter pic 9(05).
77 runStamp      pic x(14) value spaces.

    88 nrValid        value "0".
    88 nrInvalid      value "9".
    88 nrNotConverged value "8".
77 nrSignedRoot pic s9(20)v9(10).
77 nrRootNum    pic s9(16)v9(6).

*> ------------------------Rational Exponent-------------------------------
*> The numerator applied (nrPower, blank or zero read as 1), the
*> degree's parity for a negative radicand, and the exponent as the
*> report prints it
77 effPower     pic 9(02) value 1.
77 degreeHalf   pic 9(02).
77 degreeOdd    pic 9(01).
77 expPowEdit   pic z9.
77 expDegEdit   pic z9.
77 expText      pic x(05).

*> ------------------------Run Totals----------------------------------
77 readCount    pic 9(07) value 0.
*> ------------------------Logging Messages--------------------------
01 printLine.
    02 filler pic x value space.
    02 outZ pic -(16)9.9(6).
    02 filler pic x(3) value spaces.
    02 outExponent pic x(05).
    02 filler pic x(3) value spaces.
    02 outY pic -(16)9.9(6).
    02 filler pic x(5) value spaces.
    02 outIter pic zzzz9.

01 reasonBadRadicand pic x(21) value '    Invalid Radicand'.
01 reasonBadDegree   pic x(21) value '      Invalid Degree'.
01 reasonBadEpsilon  pic x(21) value '     Invalid Epsilon'.
01 reasonBadExponent pic x(21) value '    Invalid Exponent'.
01 reasonOutOfRange  pic x(21) value ' Result Out of Range'.

01 abortMessage.
    02 filler pic x value space.
    02 outpZ pic -(16)9.9(6).
    02 filler pic x(37) value '  Attempt aborted.Too many iterations'.

*> ------------------------Decorative Stuff--------------------------
01 colHeads.
    02 filler pic x(8) value spaces.
    02 filler pic x(6) value 'Number'.
    02 filler pic x(12) value spaces.
    02 filler pic x(8) value 'Exponent'.
    02 filler pic x(12) value spaces.
    02 filler pic x(6) value 'Result'.
    02 filler pic x(13) value spaces.
    02 filler pic x(5) value 'Iters'.

01 trailerLine1.
        close historyFile
        open i-o historyFile
    end-if.
    if histFileStatus is equal to "39"
        perform convertHist
    end-if.
    if histFileStatus is not equal to "00"
        display "sqrtnbat: nthroot.hist cannot be opened (status "
            histFileStatus ") -- running without the answer cache"
        set histOff to true
    end-if.
    open extend auditFile.
    if auditFileStatus is equal to "35"
        open output auditFile
        perform saveCkp
    end-if.
    perform chkPage.
    if nrRadicand is equal to zero
        move nrRadicand to otZ
        move reasonBadRadicand to reasonText
        go to rejectOne
        move reasonBadDegree to reasonText
        go to rejectOne
    end-if.
    if nrPower is equal to spaces
        move 1 to effPower
    else
        if nrPower is not numeric
            move nrRadicand to otZ
            move reasonBadExponent to reasonText
            go to rejectOne
        end-if
        move nrPower to effPower
        if effPower is equal to zero
            move 1 to effPower
        end-if
    end-if.
*> Only an odd degree has a real root of a negative radicand.
    if nrRadicand is less than zero
        divide nrDegree by 2 giving degreeHalf remainder degreeOdd
        if degreeOdd is equal to zero
            move nrRadicand to otZ
            move reasonBadRadicand to reasonText
            go to rejectOne
        end-if
    end-if.
    if nrEpsilon is not greater than zero
        move nrRadicand to otZ
        move reasonBadEpsilon to reasonText
        go to rejectOne
    end-if.
*> A radicand/exponent/epsilon the batch has already converged on is
*> served from the master instead of re-iterated -- the cache hit the nightly repeat
*> feed has been paying full price for.
    perform setExponentText.
    perform findHist.
    if wasHistFound
        move nrRadicand to outZ
        move expText to outExponent
        move histLookupRoot to outY
        move histLookupIter to outIter
        write outLine from printLine after advancing 1 line
        move nrRadicand to nrResultNum
        move nrDegree to nrResultDegree
        move effPower to nrResultPower
        move histLookupRoot to nrResultRoot
        move runSeq to nrResultRunSeq
        write nrootResultRecord
    move nrRadicand to nrInput.
    move nrEpsilon to nrTolerance.
    call "nthroot" using nrInput, nrDegree, nrAnswer, nrIterCount,
        nrTolerance, nrStatusCode, nrSignedRoot end-call.
    if nrInvalid
        move nrRadicand to otZ
        move reasonBadRadicand to reasonText
        add 1 to abortCount
        go to s1
    end-if.
*> The root converged at the record's epsilon; the power is applied
*> to it here. A result past what the output pictures hold is
*> rejected rather than truncated.
    compute nrRootNum rounded = nrSignedRoot ** effPower
        on size error
            move nrRadicand to otZ
            move reasonOutOfRange to reasonText
            go to rejectOne
    end-compute.
    move nrRadicand to outZ.
    move expText to outExponent.
    move nrRootNum to outY.
    move nrIterCount to outIter.
    write outLine from printLine after advancing 1 line.
    move nrRadicand to nrResultNum.
    move nrDegree to nrResultDegree.
    move effPower to nrResultPower.
    move nrRootNum to nrResultRoot.
    move runSeq to nrResultRunSeq.
    write nrootResultRecord.
    compute readCount = ckpBase + readCount.
    perform trailer.
    perform setReturnCode.
    if (histConverted or histOff) and return-code is less than 4
        move 4 to return-code
    end-if.
    perform writeAuditTrailer.
    perform getNow.
    move nowSecs to markEndRun.

*> ------------------------History Master----------------------------------

*> Direct read on the exact radicand/exponent/epsilon; a hit is
*> re-stamped so housekeeping can see the row still earns its keep.
findHist.
    move "N" to histFoundSw.
    if histOff
        exit paragraph
    end-if.
    move nrRadicand to nhistRadicand.
    move nrDegree to nhistDegree.
    move effPower to nhistPower.
    move nrEpsilon to nhistEpsilon.
    read historyFile key is nhistKey
        invalid key continue
    end-if.

saveHist.
    if histOff
        exit paragraph
    end-if.
    move nrRadicand to nhistRadicand.
    move nrDegree to nhistDegree.
    move effPower to nhistPower.
    move nrEpsilon to nhistEpsilon.
    move nrRootNum to nhistRoot.
    move nrIterCount to nhistIter.
        invalid key rewrite nhistRecord
    end-write.

*> An old-layout master: copied out flat, recreated under the
*> current layout, and loaded back. The rows were all plain roots,
*> so each comes back as power 1; a root was only ever stored for a
*> positive radicand or an odd degree of a negative one, which takes
*> the radicand's sign.
convertHist.
    display "sqrtnbat: nthroot.hist is in the layout cut before"
        " exponents and signed roots -- converting it".
    move "N" to histCnvEofSw.
    open input oldHistFile.
    if oldHistStatus is not equal to "00"
        display "sqrtnbat: nthroot.hist cannot be read under the"
            " earlier layout either (status " oldHistStatus ")"
        exit paragraph
    end-if.
    open output histCopyFile.
    if histCopyStatus is not equal to "00"
        display "sqrtnbat: nthroot.hist.v1 cannot be written (status "
            histCopyStatus ") -- nthroot.hist left as it stands"
        close oldHistFile
        exit paragraph
    end-if.
    perform ch1 thru ch1-exit until histCnvAtEof.
    close oldHistFile, histCopyFile.

    open output historyFile.
    close historyFile.
    open i-o historyFile.
    if histFileStatus is not equal to "00"
        display "sqrtnbat: nthroot.hist could not be recreated"
            " (status " histFileStatus ") -- its rows are on"
            " nthroot.hist.v1"
        exit paragraph
    end-if.
    move "N" to histCnvEofSw.
    open input histCopyFile.
    perform ch2 thru ch2-exit until histCnvAtEof.
    close histCopyFile.
    set histConverted to true.
    display "sqrtnbat: nthroot.hist converted -- " histCnvLoaded
        " of " histCnvRead " rows loaded; the old rows are kept on"
        " nthroot.hist.v1".

ch1.
    read oldHistFile next record
        at end set histCnvAtEof to true
    end-read.
    if histCnvAtEof
        go to ch1-exit
    end-if.
    add 1 to histCnvRead.
    write histCopyRecord from ohistRecord.

ch1-exit.
    exit.

ch2.
    read histCopyFile into ohistRecord
        at end set histCnvAtEof to true
    end-read.
    if histCnvAtEof
        go to ch2-exit
    end-if.
    move ohistRadicand to nhistRadicand.
    move ohistDegree to nhistDegree.
    move 1 to nhistPower.
    move ohistEpsilon to nhistEpsilon.
    move ohistRoot to nhistRoot.
    if ohistRadicand is negative
        compute nhistRoot = 0 - ohistRoot
    end-if.
    move ohistIter to nhistIter.
    move ohistRunStamp to nhistRunStamp.
    write nhistRecord
        invalid key continue
        not invalid key add 1 to histCnvLoaded
    end-write.

ch2-exit.
    exit.

*> ------------------------Audit Trail-------------------------------------

*> One row per accepted calculation; nrRootNum/nrIterCount are set
    move nrDegree to naudDegree.
    move nrEpsilon to naudEpsilon.
    move nrRootNum to naudRoot.
    move effPower to naudPower.
    if nrRootNum is less than zero
        move "-" to naudRootSign
    else
        move space to naudRootSign
    end-if.
    move nrIterCount to naudIter.
    move auditCacheWs to naudCache.
    move nrSource to naudSource.
    move nrDept to naudDept.
    if nrPriority is equal to "1" or nrPriority is equal to "2"
        move nrPriority to naudTier
    else
        move "3" to naudTier
    end-if.
    move nrSlaDate to naudSla.
    move nrSerial to naudSerial.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into naudTimestamp

writeAuditTrailer.
    move function current-date to wsDateTime.
    move spaces to naudTrailerRec.
    move runStamp to naudTrlRunId.
    add 1 to auditSeqNum.
    move auditSeqNum to naudTrlSeq.
    end-string.
    write naudTrailerRec.

*> The exponent as the report prints it: power/degree, "1/3" for a
*> plain cube root.
setExponentText.
    move effPower to expPowEdit.
    move nrDegree to expDegEdit.
    move spaces to expText.
    string function trim(expPowEdit) "/" function trim(expDegEdit)
        delimited by size into expText
    end-string.

*> Same severity ladder the square-root job's scheduler relies on.
setReturnCode.
    if errCount is equal to zero and abortCount is equal to zero
