*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -               Quadratic Equation Batch Solver                  -
*> ------------------------------------------------------------------
*> Finance and engineering both sent us discriminants to take the
*> root of, finished the quadratic formula by hand in a spreadsheet,
*> and resubmitted in imaginary mode whenever the discriminant came
*> out negative. This takes the coefficient triples themselves --
*> fixed-column quadratic.dat records (a, b, c and an epsilon, with
*> the usual source/department/serial attribution; sqrtqrec.cpy) --
*> takes the discriminant's root through squareroot.cob, and writes
*> both roots: two distinct real roots, one repeated root, or a
*> complex-conjugate pair carried the sqrtcplx.cpy way, as unedited
*> real and imaginary parts rather than "i"-flagged text.
*>
*> Outputs, in the sqrtnbat mold: a paginated report, a machine-
*> readable result file (quadratic.out), a reject file
*> (quadratic.rej) for degenerate a = 0 triples and anything else
*> that fails validation, and an audit trail (quadratic.audit,
*> sqrtqaud.cpy) closed by a per-run trailer, which chargeback reads
*> alongside sqrt.audit and nthroot.audit.
*>
*> Distinct real roots are formed the cancellation-free way: the root
*> whose -b and +/- sqrt(disc) have the same sign is taken from the
*> formula, the other from c over that root's numerator, so a triple
*> with b*b far larger than 4ac doesn't lose its small root to the
*> subtraction.
*>
*>   SQRT_QUAD_INPUT        input file override (default
*>                          quadratic.dat)
*>   SQRT_QUAD_REPORT_DEST  report destination (default stdout)
*>
*> RETURN-CODE: 0 everything solved, 4 some rejected/aborted but at
*> least one solved, 8 nothing solved (or no input).

identification division.
program-id. sqrtqbat.

environment division.

input-output section.
file-control.
    select inputFile assign to dynamic fname
        organization is line sequential
        file status is inputFileStatus.
    select standardOutput assign to dynamic rptDest
        organization is line sequential
        file status is rptFileStatus.
    select rejectFile assign to "quadratic.rej"
        organization is line sequential
        file status is rejFileStatus.
    select resultFile assign to "quadratic.out"
        organization is line sequential
        file status is resFileStatus.
    select auditFile assign to "quadratic.audit"
        organization is line sequential
        file status is auditFileStatus.

data division.

file section.
fd inputFile.
    copy "sqrtqrec.cpy".
fd standardOutput.
    01 outLine pic x(100).
fd rejectFile.
    01 rejectRecord pic x(80).
*> Unedited numeric twin of the printed detail lines. qsKind and the
*> root fields read as qaudKind and its roots do (sqrtqaud.cpy): for
*> a complex pair qsRoot1/qsRoot2 hold the real part and qsImag the
*> imaginary part's magnitude, the sqrtcplx.cpy shape.
fd resultFile.
    01 quadResultRecord.
       02 qsSerial pic x(07).
       02 qsA      pic s9(09)v9(6) sign leading separate.
       02 qsB      pic s9(09)v9(6) sign leading separate.
       02 qsC      pic s9(09)v9(6) sign leading separate.
       02 qsDisc   pic s9(19)v9(6) sign leading separate.
       02 qsKind   pic x(01).
       02 qsRoot1  pic s9(16)v9(6) sign leading separate.
       02 qsRoot2  pic s9(16)v9(6) sign leading separate.
       02 qsImag   pic 9(16)v9(6).
       02 qsIter   pic 9(05).
*> Durable record of every solved triple, sealed per run by a
*> trailer row.
fd auditFile.
    copy "sqrtqaud.cpy".

working-storage section.
77 fname           pic x(30) value "quadratic.dat".
77 rptDest         pic x(50) value "/dev/stdout".
*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 inputFileStatus pic x(02).
77 rptFileStatus   pic x(02).
77 rejFileStatus   pic x(02).
77 resFileStatus   pic x(02).
77 auditFileStatus pic x(02).

*> ------------------------Audit Trail-------------------------------------
77 runStamp     pic x(14) value spaces.
77 auditSeqNum  pic 9(07) value 0.
77 auditIterSum pic 9(12) value 0.
77 wsDateTime   pic x(21).

*> ------------------------Subroutine Interface---------------------------
77 sqInput      pic s9(20)v9(10).
77 sqAnswer     pic z(20).z(10).
77 sqIterCount  pic 9(05).
77 sqTolerance  pic sv9(9).
77 sqStatusCode pic x(01).
    88 sqValid        value "0".
    88 sqInvalid      value "9".
    88 sqNotConverged value "8".
77 sqRoundMode  pic x(01) value space.

*> ------------------------The Formula-----------------------------------
*> discWork is b**2 - 4ac; discRoot its (or its negation's) square
*> root; qWork the numerator -(b +/- root)/2 whose sign matches -b.
77 discWork     pic s9(20)v9(10).
77 discRoot     pic s9(20)v9(10).
77 qWork        pic s9(20)v9(10).
77 twoA         pic s9(10)v9(6).
77 root1Num     pic s9(16)v9(6).
77 root2Num     pic s9(16)v9(6).
77 imagNum      pic 9(16)v9(6).
77 swapNum      pic s9(16)v9(6).
77 rootKind     pic x(01).
    88 distinctRoots value "D".
    88 repeatedRoot  value "R".
    88 complexPair   value "C".

*> ------------------------Run Totals----------------------------------
77 readCount    pic 9(07) value 0.
77 okCount      pic 9(07) value 0.
77 errCount     pic 9(07) value 0.
77 abortCount   pic 9(07) value 0.
77 complexCount pic 9(07) value 0.
77 rcWork       pic 9(02) value 0.

*> ------------------------Pagination Controls------------------------
*> Each solved triple prints two lines: the coefficients, then its
*> roots.
77 linesPerPage  pic 9(03) value 50.
77 lineCount     pic 9(03) value 0.
77 pageNum       pic 9(05) value 0.
77 runDateRaw    pic x(08) value spaces.
77 runTimeRaw    pic x(08) value spaces.
01 pageLine.
    02 filler pic x(6) value spaces.
    02 filler pic x(5) value 'Page '.
    02 outPage pic zzzz9.

*> ------------------------Logging Messages--------------------------
01 printLine.
    02 filler pic x value space.
    02 outSerial pic x(07).
    02 filler pic x(2) value spaces.
    02 outA pic -(9)9.9(6).
    02 filler pic x value space.
    02 outB pic -(9)9.9(6).
    02 filler pic x value space.
    02 outC pic -(9)9.9(6).
    02 filler pic x(2) value spaces.
    02 outKind pic x(08).
    02 filler pic x(2) value spaces.
    02 outIter pic zzzz9.

01 realRootsLine.
    02 filler pic x(10) value '     x1 = '.
    02 outRoot1 pic -(16)9.9(6).
    02 filler pic x(8) value '   x2 = '.
    02 outRoot2 pic -(16)9.9(6).

01 repeatedLine.
    02 filler pic x(10) value '     x  = '.
    02 outRootR pic -(16)9.9(6).
    02 filler pic x(11) value '  (twice)'.

01 complexLine.
    02 filler pic x(10) value '     x  = '.
    02 outReal pic -(16)9.9(6).
    02 filler pic x(5) value ' +/- '.
    02 outImag pic z(16)9.9(6).
    02 filler pic x(2) value ' i'.

01 errorMessage.
    02 filler pic x value space.
    02 otSerial pic x(07).
    02 filler pic x(2) value spaces.
    02 otA pic -(9)9.9(6).
    02 filler pic x value space.
    02 otB pic -(9)9.9(6).
    02 filler pic x value space.
    02 otC pic -(9)9.9(6).
    02 reasonText pic x(21).

01 reasonDegenerate  pic x(21) value '  Degenerate (a = 0)'.
01 reasonBadCoeff    pic x(21) value ' Invalid Coefficient'.
01 reasonBadEpsilon  pic x(21) value '     Invalid Epsilon'.
01 reasonOutOfRange  pic x(21) value ' Result Out of Range'.

01 abortMessage.
    02 filler pic x value space.
    02 outpSerial pic x(07).
    02 filler pic x(2) value spaces.
    02 outpA pic -(9)9.9(6).
    02 filler pic x value space.
    02 outpB pic -(9)9.9(6).
    02 filler pic x value space.
    02 outpC pic -(9)9.9(6).
    02 filler pic x(37) value '  Attempt aborted.Too many iterations'.

*> ------------------------Decorative Stuff--------------------------
01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(30) value 'Quadratic Equation Solutions'.

01 dateTimeLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(10) value 'Run Date: '.
    02 outRunDate pic x(10).
    02 filler pic x(4) value spaces.
    02 filler pic x(10) value 'Run Time: '.
    02 outRunTime pic x(8).

01 underLine1.
    02 filler pic x(80) value all '-'.

01 colHeads.
    02 filler pic x(1) value spaces.
    02 filler pic x(6) value 'Serial'.
    02 filler pic x(13) value spaces.
    02 filler pic x(1) value 'a'.
    02 filler pic x(17) value spaces.
    02 filler pic x(1) value 'b'.
    02 filler pic x(17) value spaces.
    02 filler pic x(1) value 'c'.
    02 filler pic x(2) value spaces.
    02 filler pic x(5) value 'Roots'.
    02 filler pic x(7) value spaces.
    02 filler pic x(5) value 'Iters'.

01 trailerLine1.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Total records read  :'.
    02 outReadCount pic zzz,zzz,zz9.

01 trailerLine2.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Solved              :'.
    02 outOkCount pic zzz,zzz,zz9.

01 trailerLine2c.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value '  of which complex  :'.
    02 outComplexCount pic zzz,zzz,zz9.

01 trailerLine3.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Rejected (invalid)  :'.
    02 outErrCount pic zzz,zzz,zz9.

01 trailerLine4.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Aborted (iterations):'.
    02 outAbortCount pic zzz,zzz,zz9.

*> --------------------------Main Program----------------------------
procedure division.
    perform initParms.
    open input inputFile.
    if inputFileStatus is not equal to "00"
        display "sqrtqbat: no " function trim(fname) " to process "
            "(status " inputFileStatus ")"
        move 8 to return-code
        stop run
    end-if.
    open output standardOutput.
    open output rejectFile.
    open output resultFile.
    open extend auditFile.
    if auditFileStatus is equal to "35"
        open output auditFile
    end-if.
    perform hdr.

s1.
    read inputFile into quadStruct at end go to finish.
    add 1 to readCount.
    perform chkPage.
    if qrA is not numeric or qrB is not numeric or qrC is not numeric
        move reasonBadCoeff to reasonText
        go to rejectOne
    end-if.
    if qrA is equal to zero
        move reasonDegenerate to reasonText
        go to rejectOne
    end-if.
    if qrEpsilon is not numeric or qrEpsilon is not greater than zero
        move reasonBadEpsilon to reasonText
        go to rejectOne
    end-if.
    compute discWork = qrB * qrB - 4 * qrA * qrC
        on size error
            move reasonOutOfRange to reasonText
            go to rejectOne
    end-compute.
    compute twoA = 2 * qrA.
    move 0 to sqIterCount.
*> A zero discriminant has no root to take: the one root is -b/2a.
    if discWork is equal to zero
        set repeatedRoot to true
        compute root1Num rounded = - qrB / twoA
            on size error
                move reasonOutOfRange to reasonText
                go to rejectOne
        end-compute
        move root1Num to root2Num
        move 0 to imagNum
        go to solved
    end-if.
    if discWork is greater than zero
        move discWork to sqInput
    else
        compute sqInput = - discWork
    end-if.
    move qrEpsilon to sqTolerance.
    call "squareroot" using sqInput, sqAnswer, sqIterCount,
        sqTolerance, sqStatusCode, sqRoundMode end-call.
    if sqInvalid
        move reasonOutOfRange to reasonText
        go to rejectOne
    end-if.
    if sqNotConverged
        perform chkPage
        move qrSerial to outpSerial
        move qrA to outpA
        move qrB to outpB
        move qrC to outpC
        write outLine from abortMessage after advancing 1 line
        move quadStruct to rejectRecord
        write rejectRecord
        add 1 to abortCount
        go to s1
    end-if.
    compute discRoot = function numval(sqAnswer).
    if discWork is less than zero
        set complexPair to true
        compute root1Num rounded = - qrB / twoA
            on size error
                move reasonOutOfRange to reasonText
                go to rejectOne
        end-compute
        move root1Num to root2Num
        compute imagNum rounded = discRoot / function abs(twoA)
            on size error
                move reasonOutOfRange to reasonText
                go to rejectOne
        end-compute
        go to solved
    end-if.
*> Two distinct real roots, the larger first.
    set distinctRoots to true.
    move 0 to imagNum.
    if qrB is less than zero
        compute qWork = (discRoot - qrB) / 2
    else
        compute qWork = - (qrB + discRoot) / 2
    end-if.
    compute root1Num rounded = qWork / qrA
        on size error
            move reasonOutOfRange to reasonText
            go to rejectOne
    end-compute.
    compute root2Num rounded = qrC / qWork
        on size error
            move reasonOutOfRange to reasonText
            go to rejectOne
    end-compute.
    if root1Num is less than root2Num
        move root1Num to swapNum
        move root2Num to root1Num
        move swapNum to root2Num
    end-if.

solved.
    move qrSerial to outSerial.
    move qrA to outA.
    move qrB to outB.
    move qrC to outC.
    move sqIterCount to outIter.
    evaluate true
        when distinctRoots
            move "DISTINCT" to outKind
        when repeatedRoot
            move "REPEATED" to outKind
        when other
            move "COMPLEX" to outKind
    end-evaluate.
    write outLine from printLine after advancing 1 line.
    perform chkPage.
    evaluate true
        when distinctRoots
            move root1Num to outRoot1
            move root2Num to outRoot2
            write outLine from realRootsLine after advancing 1 line
        when repeatedRoot
            move root1Num to outRootR
            write outLine from repeatedLine after advancing 1 line
        when other
            move root1Num to outReal
            move imagNum to outImag
            write outLine from complexLine after advancing 1 line
            add 1 to complexCount
    end-evaluate.
    move qrSerial to qsSerial.
    move qrA to qsA.
    move qrB to qsB.
    move qrC to qsC.
    move discWork to qsDisc.
    move rootKind to qsKind.
    move root1Num to qsRoot1.
    move root2Num to qsRoot2.
    move imagNum to qsImag.
    move sqIterCount to qsIter.
    write quadResultRecord.
    add 1 to okCount.
    perform writeAudit.
    go to s1.

rejectOne.
    move qrSerial to otSerial.
    if qrA is numeric
        move qrA to otA
    else
        move zero to otA
    end-if.
    if qrB is numeric
        move qrB to otB
    else
        move zero to otB
    end-if.
    if qrC is numeric
        move qrC to otC
    else
        move zero to otC
    end-if.
    write outLine from errorMessage after advancing 1 line.
    move quadStruct to rejectRecord.
    write rejectRecord.
    add 1 to errCount.
    go to s1.

*> Re-prints the page header block whenever the page fills up, the
*> same pagination the square-root report uses.
hdr.
    add 1 to pageNum.
    move pageNum to outPage.
    if pageNum is greater than 1
        write outLine from pageLine after advancing page
    end-if.
    write outLine from titleLine after advancing 0 lines.
    write outLine from dateTimeLine after advancing 1 line.
    write outLine from underLine1 after advancing 1 line.
    write outLine from colHeads after advancing 1 line.
    write outLine from underLine1 after advancing 1 line.
    move 0 to lineCount.

chkPage.
    add 1 to lineCount.
    if lineCount is greater than linesPerPage
        perform hdr
    end-if.

trailer.
    move readCount to outReadCount.
    move okCount to outOkCount.
    move complexCount to outComplexCount.
    move errCount to outErrCount.
    move abortCount to outAbortCount.
    write outLine from trailerLine1 after advancing 2 lines.
    write outLine from trailerLine2 after advancing 1 line.
    write outLine from trailerLine2c after advancing 1 line.
    write outLine from trailerLine3 after advancing 1 line.
    write outLine from trailerLine4 after advancing 1 line.

finish.
    perform trailer.
    perform setReturnCode.
    perform writeAuditTrailer.
    close inputFile, standardOutput, rejectFile, resultFile,
        auditFile.
    move rcWork to return-code.
    stop run.

*> ------------------------Audit Trail-------------------------------------

*> One row per solved triple, attributed the way sqrt.audit rows are
*> so chargeback prices the discriminant's iterations to the sender.
writeAudit.
    move function current-date to wsDateTime.
    move spaces to qaudRecord.
    move runStamp to qaudRunId.
    add 1 to auditSeqNum.
    move auditSeqNum to qaudSeq.
    move "D" to qaudRecType.
    move qrA to qaudA.
    move qrB to qaudB.
    move qrC to qaudC.
    move qrEpsilon to qaudEpsilon.
    move discWork to qaudDisc.
    move rootKind to qaudKind.
    move root1Num to qaudRoot1.
    move root2Num to qaudRoot2.
    move imagNum to qaudImag.
    move sqIterCount to qaudIter.
    move space to qaudCache.
    move qrSource to qaudSource.
    move qrDept to qaudDept.
    if qrPriority is equal to "1" or qrPriority is equal to "2"
        move qrPriority to qaudTier
    else
        move "3" to qaudTier
    end-if.
    move qrSlaDate to qaudSla.
    move qrSerial to qaudSerial.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into qaudTimestamp
    end-string.
    add qaudIter to auditIterSum
        on size error continue
    end-add.
    write qaudRecord.

writeAuditTrailer.
    move function current-date to wsDateTime.
    move spaces to qaudTrailerRec.
    move runStamp to qaudTrlRunId.
    add 1 to auditSeqNum.
    move auditSeqNum to qaudTrlSeq.
    move "T" to qaudTrlRecType.
    compute qaudTrlCount = auditSeqNum - 1.
    move auditIterSum to qaudTrlIterSum.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into qaudTrlTimestamp
    end-string.
    write qaudTrailerRec.

*> Same severity ladder the square-root job's scheduler relies on.
setReturnCode.
    if errCount is equal to zero and abortCount is equal to zero
        move 0 to rcWork
    else
        if okCount is greater than zero
            move 4 to rcWork
        else
            move 8 to rcWork
        end-if
    end-if.

*> Reads run-level overrides from the environment, the same
*> convention every other SQRT utility uses.
initParms.
    move "SQRT_QUAD_INPUT" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to fname
    end-if.
    move "SQRT_QUAD_REPORT_DEST" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to rptDest
    end-if.
    accept runDateRaw from date yyyymmdd.
    accept runTimeRaw from time.
    string runDateRaw(5:2) "/" runDateRaw(7:2) "/" runDateRaw(1:4)
        delimited by size into outRunDate
    end-string.
    string runTimeRaw(1:2) ":" runTimeRaw(3:2) ":" runTimeRaw(5:2)
        delimited by size into outRunTime
    end-string.
    string runDateRaw runTimeRaw(1:6)
        delimited by size into runStamp
    end-string.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".
