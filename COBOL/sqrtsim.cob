*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -      Dry-run Simulation of Tonight's Run: Proposed vs Current  -
*> ------------------------------------------------------------------
*> Answers "what would this change do to tonight?" before anyone
*> makes it. A tighter band in sqrt.gov, a new SQRT_ITER_CAP, a
*> smaller department budget, an earlier SQRT_WINDOW_END, the retry
*> ladder switched on: the proposal goes in an overlay dataset of
*> KEYWORD=value records (the sqrt.parm shape -- a proposed control
*> file is named through its own keyword, SQRT_GOV_FILE=sqrt.gov.new
*> and the like), and SQRT runs tonight's sqrt.dat twice in its
*> simulation mode (SQRT_SIMULATE): once as things stand, once with
*> the overlay laid over sqrt.parm. A simulation writes only its own
*> sqrt.sim.<label>.* files -- never sqrt.hist, sqrt.audit,
*> sqrt.runctl, sqrt.defer or any shared output -- so this can run
*> in the day beside production.
*>
*> The two outcome traces (sqrtsimo.cpy) are SORTed on the record's
*> input line and set side by side: every record whose outcome
*> changes (accepted, rejected, deferred by the window or a chain,
*> budget-deferred, pending, held) is listed, then each outcome's
*> count under both, and the iterations, cost and simulated elapsed
*> time of each with the difference. Cost is the current sqrt.rate
*> card applied as sqrtchbk applies it (first matching row, per
*> thousand iterations) to the iterations of delivered answers;
*> history hits are free, as on the statement.
*>
*>   SQRT_SIM_ALTPARM  the proposal's overlay dataset (required)
*>   SQRT_SIM_BIN      binary to run (default "./sqrt")
*>   SQRT_SIM_START, SQRT_FCST_ITER_PER_SEC ride through to both
*>                     simulations: the simulated start time (hhmm)
*>                     and the throughput that drives their clock
*>
*> The baseline is labelled BASE, the proposal ALT; each one's full
*> report is left on sqrt.sim.BASE.rpt / sqrt.sim.ALT.rpt.
*>
*> RETURN-CODE: 0 no record changes outcome, 4 outcomes change,
*> 8 no usable overlay, or a simulation did not run to its end.

identification division.
program-id. sqrtsim.

environment division.

input-output section.
file-control.
    select overlayFile assign to dynamic altParm
        organization is line sequential
        file status is overlayStatus.
    select traceFile assign to dynamic traceFname
        organization is line sequential
        file status is traceStatus.
    select baseFile assign to "sqrt.sim.BASE.srt"
        organization is line sequential
        file status is baseFileStatus.
    select altFile assign to "sqrt.sim.ALT.srt"
        organization is line sequential
        file status is altFileStatus.
    select sortFile assign to "sqrt.sim.srtw".
    select rateFile assign to "sqrt.rate"
        organization is line sequential
        file status is rateStatus.

data division.

file section.
fd overlayFile.
    01 overlayRecord pic x(80).
fd traceFile.
    01 traceRecord pic x(80).
fd baseFile.
    copy "sqrtsimo.cpy" replacing leading ==sim== by ==bas==.
fd altFile.
    copy "sqrtsimo.cpy" replacing leading ==sim== by ==alt==.
sd sortFile.
    copy "sqrtsimo.cpy" replacing leading ==sim== by ==srt==.
fd rateFile.
    01 rateRecord.
       02 rrTier    pic x(01).
       02 rrProfile pic x(08).
       02 rrPrice   pic x(08).
       02 filler    pic x(63).

working-storage section.
77 overlayStatus  pic x(02).
77 traceStatus    pic x(02).
77 baseFileStatus pic x(02).
77 altFileStatus  pic x(02).
77 rateStatus     pic x(02).
77 traceFname     pic x(30) value spaces.
77 srtFname       pic x(30) value spaces.
77 delCblRc       pic s9(9) comp-5 value zero.

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTSIM".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

77 altParm pic x(50) value spaces.
77 simBin  pic x(40) value "./sqrt".
77 simLabelWs pic x(08) value spaces.

01 sysCommand pic x(400) value spaces.
77 savedRc    pic s9(04) value 0.

77 overlayEofSw pic x(01) value "N".
    88 overlayAtEof value "Y".
77 overlayBadSw pic x(01) value "N".
    88 overlayBad value "Y".

*> What each simulation came to: slot 1 the baseline, slot 2 the
*> proposal. rtStarted is set off the trace's "T" row, so a run that
*> stopped short (a holiday, a duplicate full run, a bad parameter)
*> shows as not having run to its end.
77 runIdx pic 9(01) value 0.
01 runTotals.
    02 runTot occurs 2 times.
        03 rtLabel    pic x(08).
        03 rtStarted  pic x(01).
        03 rtSysRc    pic 9(04).
        03 rtRc       pic 9(03).
        03 rtRead     pic 9(07).
        03 rtIter     pic 9(12).
        03 rtElapsed  pic 9(08).
        03 rtCost     pic 9(11)v99.
        03 rtOutCt    occurs 7 times pic 9(07).

*> The outcome classes a trace row can carry; slot 7 is a record one
*> simulation settled and the other never reached.
77 outIdx pic 9(01) value 0.
01 outcomeData.
    02 filler pic x(16) value "AAccepted".
    02 filler pic x(16) value "RRejected".
    02 filler pic x(16) value "DDeferred".
    02 filler pic x(16) value "BBudget-deferred".
    02 filler pic x(16) value "PPending".
    02 filler pic x(16) value "HHeld".
    02 filler pic x(16) value "-Not settled".
01 outcomeTable redefines outcomeData.
    02 outcomeEntry occurs 7 times.
        03 ocCode pic x(01).
        03 ocName pic x(15).

*> The current rate card, held the way sqrtchbk holds it.
77 rateEofSw  pic x(01) value "N".
    88 rateAtEof value "Y".
77 rateMax    pic 9(02) value 15.
77 rateCount  pic 9(02) value 0.
77 rateIdx    pic 9(02) value 0.
77 rateSlot   pic 9(02) value 0.
01 rateTable.
    02 rateEntry occurs 15 times.
        03 tRateTier    pic x(01).
        03 tRateProfile pic x(08).
        03 tRatePrice   pic 9(05)v99.
77 rowTier    pic x(01) value space.
77 rowProfile pic x(08) value spaces.
77 rowIter    pic 9(12) value 0.
77 rowOutcome pic x(01) value space.

*> Match-merge state: each side's next trace row (read ahead) and the
*> line group in hand. A record the chain sweeps come back to can sit
*> on its trace more than once; the sort keeps the rows in written
*> order, and the last one is where the record ended the night.
77 baseEofSw pic x(01) value "N".
    88 baseAtEof value "Y".
77 altEofSw  pic x(01) value "N".
    88 altAtEof value "Y".
77 baseOpenSw pic x(01) value "N".
    88 baseOpen value "Y".
77 altOpenSw  pic x(01) value "N".
    88 altOpen value "Y".
77 baseGrpSw pic x(01) value "N".
    88 baseHasGrp value "Y".
77 altGrpSw  pic x(01) value "N".
    88 altHasGrp value "Y".
77 baseGrpLine pic 9(07) value 0.
77 altGrpLine  pic 9(07) value 0.
copy "sqrtsimo.cpy" replacing leading ==sim== by ==bg==.
copy "sqrtsimo.cpy" replacing leading ==sim== by ==ag==.

77 comparedCount pic 9(07) value 0.
77 changedCount  pic 9(07) value 0.

77 deltaIter    pic s9(12) value 0.
77 deltaElapsed pic s9(08) value 0.
77 deltaCost    pic s9(11)v99 value 0.
77 deltaCount   pic s9(07) value 0.
77 lineCost     pic 9(11)v99 value 0.

77 editCount   pic zzz,zzz,zz9.
77 editDeltaCt pic ---,---,--9.
77 editIter    pic zzz,zzz,zzz,zz9.
77 editDeltaIt pic ----,---,---,--9.
77 editSecs    pic zz,zzz,zz9.
77 editDeltaSc pic ---,---,--9.
77 editCost    pic zz,zzz,zzz,zz9.99.
77 editDeltaCo pic ---,---,---,--9.99.
77 editRc      pic zz9.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(44) value
       'SQRT Dry-run Simulation: Proposed vs Current'.

01 underLine1.
    02 filler pic x(60) value
       '------------------------------------------------------------'.

01 totalsLine.
    02 filler     pic x(02) value spaces.
    02 tlLabel    pic x(16).
    02 tlCurrent  pic x(18) justified right.
    02 tlProposed pic x(18) justified right.
    02 tlChange   pic x(18) justified right.

01 changeLine.
    02 filler      pic x(02) value spaces.
    02 clLine      pic 9(07).
    02 filler      pic x(01) value space.
    02 clSerial    pic x(07).
    02 filler      pic x(01) value space.
    02 clSource    pic x(03).
    02 filler      pic x(01) value space.
    02 clDept      pic x(04).
    02 filler      pic x(02) value " T".
    02 clTier      pic x(01).
    02 filler      pic x(02) value spaces.
    02 clBaseOut   pic x(01).
    02 filler      pic x(01) value space.
    02 clBaseStat  pic x(09).
    02 filler      pic x(04) value " -> ".
    02 clAltOut    pic x(01).
    02 filler      pic x(01) value space.
    02 clAltStat   pic x(09).

*> --------------------------Main Program----------------------------------
procedure division.
    display titleLine.
    display underLine1.
    perform initParms.
    perform checkOverlay.
    perform loadRates.
    move "BASE" to rtLabel(1).
    move "ALT" to rtLabel(2).
    move 1 to runIdx.
    perform runSimulation.
    move 2 to runIdx.
    perform runSimulation.
    perform compareTraces.
    perform printTotals.
    move "SIMULATE" to algAction.
    move spaces to algObject.
    move altParm to algObject.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.
    move 0 to return-code.
    if rtStarted(1) is not equal to "Y"
            or rtStarted(2) is not equal to "Y"
        display "  *** A SIMULATION DID NOT RUN TO ITS END -- see "
            "sqrt.sim.BASE.rpt / sqrt.sim.ALT.rpt ***"
        move 8 to return-code
        stop run
    end-if.
    if changedCount is greater than zero
        move 4 to return-code
    end-if.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

initParms.
    move "SQRT_SIM_ALTPARM" to parmKey.
    perform getParm.
    move parmValue to altParm.
    if altParm is equal to spaces
        display "sqrtsim: SQRT_SIM_ALTPARM must name the proposal's"
            " overlay dataset"
        move 8 to return-code
        stop run
    end-if.
    move "SQRT_SIM_BIN" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to simBin
    end-if.

*> The overlay must be there to read, and must not itself switch the
*> simulation label: its records outrank everything, so one carrying
*> SQRT_SIMULATE would send the proposal's trace somewhere else.
*> SQRT checks every keyword against the registry when it loads it.
checkOverlay.
    open input overlayFile.
    if overlayStatus is not equal to "00"
        display "sqrtsim: overlay " function trim(altParm)
            " cannot be read (status " overlayStatus ")"
        move 8 to return-code
        stop run
    end-if.
    perform co1 thru co1-exit until overlayAtEof.
    close overlayFile.
    if overlayBad
        display "sqrtsim: overlay " function trim(altParm)
            " may not set SQRT_SIMULATE"
        move 8 to return-code
        stop run
    end-if.

co1.
    read overlayFile at end set overlayAtEof to true end-read.
    if overlayAtEof
        go to co1-exit
    end-if.
    if overlayRecord(1:14) is equal to "SQRT_SIMULATE="
        set overlayBad to true
    end-if.

co1-exit.
    exit.

*> ------------------------Run the Simulations-----------------------------

*> The baseline runs with any overlay in the caller's environment
*> emptied, so it is the current control set and nothing else. An
*> earlier comparison's trace and sorted copy go first: a simulation
*> that stops before it starts its own must not be read as this one.
runSimulation.
    move rtLabel(runIdx) to simLabelWs.
    move spaces to traceFname.
    string "sqrt.sim." function trim(simLabelWs)
        delimited by size into traceFname
    end-string.
    call "CBL_DELETE_FILE" using traceFname returning delCblRc
    end-call.
    move spaces to srtFname.
    string function trim(traceFname) ".srt"
        delimited by size into srtFname
    end-string.
    call "CBL_DELETE_FILE" using srtFname returning delCblRc
    end-call.
    move spaces to sysCommand.
    if runIdx is equal to 1
        string "SQRT_SIMULATE=" function trim(simLabelWs)
            " SQRT_PARM_OVERLAY= "
            function trim(simBin)
            delimited by size into sysCommand
        end-string
    else
        string "SQRT_SIMULATE=" function trim(simLabelWs)
            " SQRT_PARM_OVERLAY=" function trim(altParm) " "
            function trim(simBin)
            delimited by size into sysCommand
        end-string
    end-if.
    display "  Simulating " function trim(simLabelWs) " with: "
        function trim(simBin).
    call "SYSTEM" using sysCommand end-call.
    move return-code to savedRc.
    move 0 to return-code.
*> The shell hands back a wait status: the exit code is its high byte.
    if savedRc is greater than 255
        divide 256 into savedRc
    end-if.
    move savedRc to rtSysRc(runIdx).
    move "N" to rtStarted(runIdx).
    move 0 to rtRc(runIdx), rtRead(runIdx), rtIter(runIdx),
        rtElapsed(runIdx), rtCost(runIdx).
    perform varying outIdx from 1 by 1 until outIdx is greater than 7
        move 0 to rtOutCt(runIdx, outIdx)
    end-perform.
    open input traceFile.
    if traceStatus is not equal to "00"
        display "  " function trim(simLabelWs) " wrote no trace "
            "(status " traceStatus ")"
        exit paragraph
    end-if.
    close traceFile.
    if runIdx is equal to 1
        sort sortFile on ascending key srtLine
            with duplicates in order
            using traceFile giving baseFile
    else
        sort sortFile on ascending key srtLine
            with duplicates in order
            using traceFile giving altFile
    end-if.

*> ------------------------Compare the Traces------------------------------

compareTraces.
    display underLine1.
    display "  Records that change outcome (line, serial, source, "
        "department, tier: current -> proposed)".
    move "Y" to baseEofSw, altEofSw.
    move "N" to baseOpenSw, altOpenSw.
    open input baseFile.
    if baseFileStatus is equal to "00"
        set baseOpen to true
        move "N" to baseEofSw
        perform nextBaseRow
    end-if.
    open input altFile.
    if altFileStatus is equal to "00"
        set altOpen to true
        move "N" to altEofSw
        perform nextAltRow
    end-if.
    perform nextBaseGroup.
    perform nextAltGroup.
    perform ct1 thru ct1-exit until not baseHasGrp and not altHasGrp.
    if baseOpen
        close baseFile
    end-if.
    if altOpen
        close altFile
    end-if.
    if changedCount is equal to zero
        display "    (none)"
    end-if.

ct1.
    if baseHasGrp and altHasGrp
            and baseGrpLine is equal to altGrpLine
        add 1 to comparedCount
        go to ct1-both
    end-if.
    if baseHasGrp
            and (not altHasGrp or baseGrpLine is less than altGrpLine)
        perform tallyBase
        add 1 to rtOutCt(2, 7)
        perform showBaseOnly
        perform nextBaseGroup
        go to ct1-exit
    end-if.
    perform tallyAlt.
    add 1 to rtOutCt(1, 7).
    perform showAltOnly.
    perform nextAltGroup.
    go to ct1-exit.

ct1-both.
    perform tallyBase.
    perform tallyAlt.
    if bgOutcome is not equal to agOutcome
        add 1 to changedCount
        perform fillChangeFromBase
        move bgOutcome to clBaseOut
        move bgStatus to clBaseStat
        move agOutcome to clAltOut
        move agStatus to clAltStat
        display changeLine
    end-if.
    perform nextBaseGroup.
    perform nextAltGroup.

ct1-exit.
    exit.

showBaseOnly.
    add 1 to changedCount.
    perform fillChangeFromBase.
    move bgOutcome to clBaseOut.
    move bgStatus to clBaseStat.
    move "-" to clAltOut.
    move "NOT RUN" to clAltStat.
    display changeLine.

showAltOnly.
    add 1 to changedCount.
    move agLine to clLine.
    move agSerial to clSerial.
    move agSource to clSource.
    move agDept to clDept.
    move agTier to clTier.
    move "-" to clBaseOut.
    move "NOT RUN" to clBaseStat.
    move agOutcome to clAltOut.
    move agStatus to clAltStat.
    display changeLine.

fillChangeFromBase.
    move bgLine to clLine.
    move bgSerial to clSerial.
    move bgSource to clSource.
    move bgDept to clDept.
    move bgTier to clTier.

tallyBase.
    move bgOutcome to rowOutcome.
    move bgTier to rowTier.
    move bgProfile to rowProfile.
    move bgIter to rowIter.
    move 1 to runIdx.
    perform tallyRow.

tallyAlt.
    move agOutcome to rowOutcome.
    move agTier to rowTier.
    move agProfile to rowProfile.
    move agIter to rowIter.
    move 2 to runIdx.
    perform tallyRow.

*> Outcome count, and for a delivered answer its price on the card.
tallyRow.
    perform varying outIdx from 1 by 1
            until outIdx is greater than 6
                or ocCode(outIdx) is equal to rowOutcome
        continue
    end-perform.
    if outIdx is greater than 6
        exit paragraph
    end-if.
    add 1 to rtOutCt(runIdx, outIdx).
    if rowOutcome is not equal to "A" or rowIter is equal to zero
        exit paragraph
    end-if.
    perform pickRate.
    if rateSlot is greater than rateCount
        exit paragraph
    end-if.
    compute lineCost rounded = rowIter * tRatePrice(rateSlot) / 1000
        on size error continue
    end-compute.
    add lineCost to rtCost(runIdx)
        on size error continue
    end-add.

*> The last row of each line group is the record's outcome; the "T"
*> row is taken into the run's totals as it goes by.
nextBaseGroup.
    if baseAtEof
        move "N" to baseGrpSw
        exit paragraph
    end-if.
    set baseHasGrp to true.
    move basLine to baseGrpLine.
    perform nbg1 thru nbg1-exit
        until baseAtEof or basLine is not equal to baseGrpLine.

nbg1.
    move basRecord to bgRecord.
    perform nextBaseRow.

nbg1-exit.
    exit.

nextBaseRow.
    read baseFile at end set baseAtEof to true end-read.
    if baseAtEof
        exit paragraph
    end-if.
    if basTrailer
        move "Y" to rtStarted(1)
        move basLine to rtRead(1)
        move basIter to rtIter(1)
        move basElapsed to rtElapsed(1)
        move basRc to rtRc(1)
        go to nextBaseRow
    end-if.

nextAltGroup.
    if altAtEof
        move "N" to altGrpSw
        exit paragraph
    end-if.
    set altHasGrp to true.
    move altLine to altGrpLine.
    perform nag1 thru nag1-exit
        until altAtEof or altLine is not equal to altGrpLine.

nag1.
    move altRecord to agRecord.
    perform nextAltRow.

nag1-exit.
    exit.

nextAltRow.
    read altFile at end set altAtEof to true end-read.
    if altAtEof
        exit paragraph
    end-if.
    if altTrailer
        move "Y" to rtStarted(2)
        move altLine to rtRead(2)
        move altIter to rtIter(2)
        move altElapsed to rtElapsed(2)
        move altRc to rtRc(2)
        go to nextAltRow
    end-if.

*> ------------------------Totals------------------------------------------

printTotals.
    display underLine1.
    move comparedCount to editCount.
    display "  Records compared         : " editCount.
    move changedCount to editCount.
    display "  Records changing outcome : " editCount.
    display underLine1.
    move "Outcome" to tlLabel.
    move "Current" to tlCurrent.
    move "Proposed" to tlProposed.
    move "Change" to tlChange.
    display totalsLine.
    perform varying outIdx from 1 by 1 until outIdx is greater than 7
        perform printOutcome
    end-perform.
    display underLine1.
    move "Iterations" to tlLabel.
    compute deltaIter = rtIter(2) - rtIter(1).
    move rtIter(1) to editIter.
    move editIter to tlCurrent.
    move rtIter(2) to editIter.
    move editIter to tlProposed.
    move deltaIter to editDeltaIt.
    move editDeltaIt to tlChange.
    display totalsLine.
    move "Cost" to tlLabel.
    compute deltaCost = rtCost(2) - rtCost(1).
    move rtCost(1) to editCost.
    move editCost to tlCurrent.
    move rtCost(2) to editCost.
    move editCost to tlProposed.
    move deltaCost to editDeltaCo.
    move editDeltaCo to tlChange.
    display totalsLine.
    move "Elapsed (secs)" to tlLabel.
    compute deltaElapsed = rtElapsed(2) - rtElapsed(1).
    move rtElapsed(1) to editSecs.
    move editSecs to tlCurrent.
    move rtElapsed(2) to editSecs.
    move editSecs to tlProposed.
    move deltaElapsed to editDeltaSc.
    move editDeltaSc to tlChange.
    display totalsLine.
    display underLine1.
    perform varying runIdx from 1 by 1 until runIdx is greater than 2
        perform printRunState
    end-perform.
    if rateCount is equal to zero
        display "  (no sqrt.rate -- cost is not priced)"
    end-if.

printOutcome.
    if rtOutCt(1, outIdx) is equal to zero
            and rtOutCt(2, outIdx) is equal to zero
        exit paragraph
    end-if.
    move ocName(outIdx) to tlLabel.
    compute deltaCount = rtOutCt(2, outIdx) - rtOutCt(1, outIdx).
    move rtOutCt(1, outIdx) to editCount.
    move editCount to tlCurrent.
    move rtOutCt(2, outIdx) to editCount.
    move editCount to tlProposed.
    move deltaCount to editDeltaCt.
    move editDeltaCt to tlChange.
    display totalsLine.

printRunState.
    move rtRc(runIdx) to editRc.
    if rtStarted(runIdx) is equal to "Y"
        move rtRead(runIdx) to editCount
        display "  " rtLabel(runIdx) " ran to its end: " editCount
            " records read, RETURN-CODE " editRc
    else
        display "  " rtLabel(runIdx) " DID NOT RUN TO ITS END "
            "(status " rtSysRc(runIdx) ")"
    end-if.

*> ------------------------Rate Card---------------------------------------

loadRates.
    move "N" to rateEofSw.
    open input rateFile.
    if rateStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lrt1 thru lrt1-exit until rateAtEof.
    close rateFile.

lrt1.
    read rateFile at end set rateAtEof to true end-read.
    if rateAtEof or rrTier is equal to spaces
        go to lrt1-exit
    end-if.
    if function test-numval-f(rrPrice) is not equal to 0
        go to lrt1-exit
    end-if.
    if rateCount is less than rateMax
        add 1 to rateCount
        move rrTier to tRateTier(rateCount)
        move rrProfile to tRateProfile(rateCount)
        move function numval-f(rrPrice) to tRatePrice(rateCount)
    end-if.

lrt1-exit.
    exit.

*> First matching rate row in file order wins, as on the statement;
*> a slot past rateCount means nothing matched.
pickRate.
    compute rateSlot = rateCount + 1.
    perform varying rateIdx from 1 by 1
            until rateIdx is greater than rateCount
        if rateSlot is greater than rateCount
                and (tRateTier(rateIdx) is equal to "*"
                     or tRateTier(rateIdx) is equal to rowTier)
                and (tRateProfile(rateIdx) is equal to "*"
                     or tRateProfile(rateIdx) is equal to spaces
                     or tRateProfile(rateIdx) is equal to
                        rowProfile)
            move rateIdx to rateSlot
        end-if
    end-perform.

*> ------------------------------------------------------------------
