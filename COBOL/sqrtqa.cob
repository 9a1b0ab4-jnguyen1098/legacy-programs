*> merge shows up here before distribution, instead of sailing
*> through as long as the counts cross-foot.
*>
*> Extended-precision answers on sqrt.xout are all re-verified, not
*> sampled -- there are few of them and their digits are the point.
*> Each is checked at its own width by the Newton error estimate
*> |root*root - radicand| / (2 * root), which needs no second engine
*> to go past ten places, and against nthroot to the ordinary
*> tolerance so a wide root that wandered off entirely still shows.
*>
*>   SQRT_QA_SAMPLE_PCT  percent of rows to sample (1-100, default 5)
*>   SQRT_QA_TOL         disagreement tolerance (default 0.0001)
*>   SQRT_QA_XTOL        extended-precision error bound (default 1E-15)
*>
*> RETURN-CODE (for the SQRTPIPE gating): 0 every sample agreed,
*> 4 nothing to sample, 8 at least one disagreement.
    select resultFile assign to "sqrt.out"
        organization is line sequential
        file status is resultStatus.
    select xResultFile assign to "sqrt.xout"
        organization is line sequential
        file status is xResStatus.
    select gateFile assign to "sqrt.gates"
        organization is line sequential
        file status is gateStatus.

data division.

file section.
fd resultFile.
    copy "sqrtresult.cpy".
fd xResultFile.
    copy "sqrtxres.cpy".
*> The gate-outcome row the digest and service review read; see
*> sqrtgate.cpy.
fd gateFile.
    copy "sqrtgate.cpy".

working-storage section.
77 resultStatus pic x(02).
77 resultEofSw  pic x(01) value "N".
    88 resultAtEof value "Y".
77 xResStatus   pic x(02).
77 xResEofSw    pic x(01) value "N".
    88 xResAtEof value "Y".
77 gateStatus   pic x(02).
77 gateDateWs   pic x(08) value spaces.

*> Interface to the shared incident register routine
77 incAction pic x(01) value "O".
copy "sqrtincd.cpy" replacing ==incidentRecord== by ==incRecord==
    leading ==ic== by ==inc==.
77 incRc     pic 9(01) value 0.
77 incGateRc pic 9(03) value 0.
77 sampleNote   pic x(20) value spaces.

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 samplePct   pic 9(03) value 5.
77 sampleEvery pic 9(05) value 20.
77 tolerance   pic 9(01)v9(9) value 0.0001.
77 xTolerance  pic v9(18) value 0.000000000000001.
77 xSquare     pic s9(16)v9(20).
77 xError      pic s9(08)v9(20).
77 xRowCount   pic 9(09) value 0.
77 dispXRoot   pic z(7)9.9(20).
77 dispXError  pic z(7)9.9(20).

*> nthroot.cob call interface
77 nrInput     pic s9(20)v9(10).
        display "sqrtqa: no sqrt.out to verify (status "
            resultStatus ")"
        move 4 to return-code
        move "no sqrt.out" to sampleNote
        perform writeGateRow
        stop run
    end-if.
    perform qa1 thru qa1-exit until resultAtEof.
    close resultFile.
    open input xResultFile.
    if xResStatus is equal to "00"
        perform qx1 thru qx1-exit until xResAtEof
        close xResultFile
    end-if.
    display underLine1.
    move rowCount to editCount.
    display "  Result rows seen    : " editCount.
    move sampleCount to editCount.
    display "  Rows re-verified    : " editCount.
    move xRowCount to editCount.
    display "  Extended re-verified: " editCount.
    move disagreeCount to editCount.
    display "  Disagreements       : " editCount.
    if sampleCount is equal to zero and xRowCount is equal to zero
        move 4 to return-code
    else
        if disagreeCount is greater than zero
            move 8 to return-code
        end-if
    end-if.
    compute sampleQ = sampleCount + xRowCount.
    move sampleQ to editCount.
    move spaces to sampleNote.
    string function trim(editCount) " checked"
        delimited by size into sampleNote
    end-string.
    perform writeGateRow.
    stop run.

qa1.
qa1-exit.
    exit.

*> One extended-precision row: the wide error estimate against
*> SQRT_QA_XTOL, then the independent engine against SQRT_QA_TOL.
qx1.
    read xResultFile at end set xResAtEof to true end-read.
    if xResAtEof
        go to qx1-exit
    end-if.
    add 1 to xRowCount.
    move xResultNum to dispRadicand.
    move xResultRoot to dispXRoot.
    if xResultRoot is not greater than zero
        if xResultNum is not equal to zero
            add 1 to disagreeCount
            display "  " dispRadicand "  extended root " dispXRoot
                "  -- DISAGREEMENT"
        end-if
        go to qx1-exit
    end-if.
    compute xSquare = xResultRoot * xResultRoot - xResultNum.
    if xSquare is less than zero
        compute xSquare = - xSquare
    end-if.
    compute xError = xSquare / (2 * xResultRoot)
        on size error move 99999999 to xError
    end-compute.
    if xError is greater than xTolerance
        add 1 to disagreeCount
        move xError to dispXError
        display "  " dispRadicand "  extended root " dispXRoot
            "  error " dispXError "  -- DISAGREEMENT"
        go to qx1-exit
    end-if.
    move xResultNum to nrInput.
    move zero to nrTolerance.
    call "nthroot" using nrInput, nrDegree, nrAnswer, nrIterCount,
        nrTolerance, nrStatus end-call.
    if nrStatus is not equal to "0"
        add 1 to disagreeCount
        display "  " dispRadicand "  independent engine returned"
            " status " nrStatus " -- DISAGREEMENT"
        go to qx1-exit
    end-if.
    compute nrAnswerNum = function numval(nrAnswer).
    compute rootDelta = nrAnswerNum - xResultRoot.
    if rootDelta is less than zero
        compute rootDelta = - rootDelta
    end-if.
    if rootDelta is greater than tolerance
        add 1 to disagreeCount
        move nrAnswerNum to dispCheck
        display "  " dispRadicand "  extended root " dispXRoot
            "  recomputed " dispCheck "  -- DISAGREEMENT"
    end-if.

qx1-exit.
    exit.

*> ------------------------Parameter Resolution----------------------------

initParms.
            move function numval-f(parmValue) to tolerance
        end-if
    end-if.
    move "SQRT_QA_XTOL" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval-f(parmValue) is equal to 0
        if function numval-f(parmValue) is greater than zero
                and function numval-f(parmValue) is less than 1
            move function numval-f(parmValue) to xTolerance
        end-if
    end-if.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> One machine-readable outcome row for the morning digest and the
*> monthly service review, so the gate's verdict survives past this
*> spool.
writeGateRow.
    accept gateDateWs from date yyyymmdd.
    open extend gateFile.
    if gateStatus is equal to "35"
        open output gateFile
    end-if.
    move spaces to gateRecord.
    move gateDateWs to gaDate.
    move "SQRTQA" to gaProgram.
    move return-code to gaRc.
    move spaces to gaNote.
    move disagreeCount to editCount.
    string function trim(editCount) " disagreement(s) in "
        function trim(sampleNote) delimited by size into gaNote
    end-string.
    write gateRecord.
    close gateFile.
    if return-code is not less than 8
        perform openIncident
    end-if.

*> A failed gate opens an incident against its run date (a rerun that
*> fails again the same day bumps it). The step's RETURN-CODE is
*> carried across the call.
openIncident.
    move return-code to incGateRc.
    move "O" to incAction.
    move spaces to incRecord.
    move "GATE" to incKind.
    move "SQRTQA" to incSource.
    move gateDateWs to incRef.
    string "SQRTQA RC " incGateRc delimited by size into incCond
    end-string.
    call "sqrtincd" using incAction, incRecord, incRc end-call.
    display "sqrtqa: incident " incId " for gate date " gateDateWs
        ", occurrence " incCount.
    move incGateRc to return-code.

*> ------------------------------------------------------------------
