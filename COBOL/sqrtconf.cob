*> -                    Babylonian Square Roots                     -
*> -        Cross-implementation Conformance Harness                -
*> ------------------------------------------------------------------
*> We carry five independent implementations of the same mathematics
*> -- squareroot.cob, sqrtfunc.cob, sqrtmod.cob, nthroot.cob with
*> degree 2, and the bisectroot.cob fallback SQRT turns to when Newton
*> grinds to its cap -- and until now nothing ever checked they still
*> agree. This drives all five across a sweep of radicands (perfect squares,
*> large values, fractional values) at both a loose and a tight
*> epsilon, plus the truncate mode where an engine supports it, and
*> reports any pairwise divergence beyond tolerance, using
*>
*> sqrtmod.cob's epsilon is compiled in at 0.000001, so its answers
*> are compared at that engine's own precision rather than the
*> sweep's requested epsilon. bisectroot.cob's tolerance is relative,
*> the batch's own convergence test, so it is held to its contract:
*> within epsilon times the root of the reference, on top of the
*> usual allowance.

identification division.
program-id. sqrtconf.

environment division.

input-output section.
file-control.
    select gateFile assign to "sqrt.gates"
        organization is line sequential
        file status is gateStatus.

data division.

file section.
*> The gate-outcome row the digest and service review read; see
*> sqrtgate.cpy.
fd gateFile.
    copy "sqrtgate.cpy".

working-storage section.
77 gateStatus pic x(02).
77 gateDateWs pic x(08) value spaces.

*> Interface to the shared incident register routine
77 incAction pic x(01) value "O".
copy "sqrtincd.cpy" replacing ==incidentRecord== by ==incRecord==
    leading ==ic== by ==inc==.
77 incRc     pic 9(01) value 0.
77 incGateRc pic 9(03) value 0.

*> ------------------------Test Sweep-------------------------------------
01 sweepData.
77 nrStatus   pic x(01).
77 nrResult   pic s9(16)v9(9).

*> bisectroot.cob
77 bsInput    pic s9(20)v9(10).
77 bsAnswer   pic z(20).z(10).
77 bsIter     pic 9(05).
77 bsTol      pic v9(9).
77 bsStatus   pic x(01).
77 bsResult   pic s9(16)v9(9).

*> ------------------------Comparison-------------------------------------
*> Divergence allowance: generous enough to absorb each engine's own
*> rounding at the requested epsilon, tight enough that a formula
*> change shows up instantly.
77 agreeTol   pic v9(9) value 0.001.
77 relAllow   pic 9(16)v9(9).
77 engResult  pic s9(16)v9(9).
77 diffWork   pic 9(16)v9(9).
77 caseCount  pic 9(05) value 0.
    else
        display "All engines agree."
    end-if.
    perform writeGateRow.
    stop run.

oneEpsilon.
oneEpsilon-exit.
    exit.

*> Drives all five engines on one radicand/epsilon case and compares
*> each against squareroot.cob's answer.
oneSweep.
    add 1 to caseCount.
    move nrResult to engResult.
    perform compareOne.

    perform runBisect.
    move "bisectroot" to engineName.
    move bsResult to engResult.
    perform compareRelative.

oneSweep-exit.
    exit.

*> Truncate-mode pass: only the engines that take a rounding mode;
*> they should still agree with each other.
oneSweepTrunc.
    add 1 to caseCount.
    move sweepRadicand(sweepIdx) to srInput.
    move sfResult to engResult.
    perform compareOne.

    perform runBisect.
    move "bisect/T" to engineName.
    move bsResult to engResult.
    perform compareRelative.

oneSweepTrunc-exit.
    exit.

*> bisectroot.cob on the current case, in squareroot.cob's rounding
*> mode for the pass.
runBisect.
    move sweepRadicand(sweepIdx) to bsInput.
    move sweepEpsilon(epsIdx) to bsTol.
    call "bisectroot" using bsInput, bsAnswer, bsIter, bsTol,
        bsStatus, srRound end-call.
    compute bsResult = function numval(bsAnswer).

*> One engine's answer (already in diffWork) against the reference.
compareOne.
    compute diffWork = function abs(engResult - srResult).
    move agreeTol to relAllow.
    perform reportDivergence.

*> A relative-tolerance engine's answer against the reference.
compareRelative.
    compute diffWork = function abs(engResult - srResult).
    compute relAllow = agreeTol + sweepEpsilon(epsIdx) * srResult.
    perform reportDivergence.

reportDivergence.
    if diffWork is greater than relAllow
        add 1 to failCount
        move engineName to outEngine
        move sweepRadicand(sweepIdx) to outRadicand
        display failLine
    end-if.

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
    move "SQRTCONF" to gaProgram.
    move return-code to gaRc.
    move spaces to gaNote.
    string function trim(outFailCount) " divergence(s) in "
        function trim(outCaseCount) " cases"
        delimited by size into gaNote
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
    move "SQRTCONF" to incSource.
    move gateDateWs to incRef.
    string "SQRTCONF RC " incGateRc delimited by size into incCond
    end-string.
    call "sqrtincd" using incAction, incRecord, incRc end-call.
    display "  Incident " incId " for gate date " gateDateWs
        ", occurrence " incCount.
    move incGateRc to return-code.

*> ------------------------------------------------------------------
