*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -                  Monthly Service Review Pack                   -
*> ------------------------------------------------------------------
*> Every month the business owners get the same review, and every
*> month it was assembled by hand from half a dozen reports run one
*> at a time. This builds the whole pack for a month in one pass,
*> straight off the datasets those reports read, with every figure
*> set beside the prior month's so the trend is on the page:
*>
*>   volumes and throughput   sqrt.stats (every run in the month)
*>   SLA promises by dept     the audit trail -- sealed volumes off
*>                            sqrtaudv.idx, then the live file, the
*>                            way sqrtsla reads it (backed-out runs
*>                            netted out through sqrtrvck)
*>   billed totals            sqrt.bill.hist, the latest chargeback
*>                            run for each month (sqrt.bill when a
*>                            month predates the history), net of
*>                            the dispute adjustments posted on it
*>   rejects by source        sqrt.rej.dsp, defect classes as
*>                            sqrtrca diagnoses them; the rate is
*>                            rejects over rejects plus audited rows
*>   forecast accuracy        sqrt.fcst against the date's first run,
*>                            the sqrtpmor pairing
*>   QA/conformance gates     sqrt.gates rows (RC 4 a warning, 8 or
*>                            more a failure); SQRTQA and SQRTCONF
*>                            always print, other gates as found
*>   PAGE alerts              sqrt.alert.led, raised against
*>                            acknowledged and minutes to the ack
*>   missed-run days          sqrt.cal against sqrt.runctl, the
*>                            sqrtcal rule
*>
*> Both months are set out under the organization as it stands
*> today, so a reorganization between them doesn't break the
*> comparison: a department code since reorganized away (the
*> department registry's mapping, sqrtdmap.ctl, through sqrtdptr)
*> has its promises scored under its principal successor and its
*> billing split across its successors by their shares.
*>
*> The pack is written to sqrt.svrv.<yyyy-mm> for distribution and
*> echoed to the operator.
*>
*>   SQRT_SVRV_MONTH  review month as "yyyy-mm"; blank means the
*>                    month before the current one (the pack is
*>                    built once the month has closed)
*>   SQRT_CAL_FILE    calendar dataset override (default sqrt.cal)
*>
*> RETURN-CODE: 0 pack produced, 8 the month had no runs and no
*> audit rows (the pack is still written, saying so) or the month
*> given was not yyyy-mm.

identification division.
program-id. sqrtsvrv.

environment division.

input-output section.
file-control.
    select statsFile assign to "sqrt.stats"
        organization is line sequential
        file status is statsStatus.
    select auditFile assign to dynamic auditFname
        organization is line sequential
        file status is auditFileStatus.
    select indexFile assign to "sqrtaudv.idx"
        organization is line sequential
        file status is indexStatus.
    select billFile assign to "sqrt.bill"
        organization is line sequential
        file status is billStatus.
    select billHistFile assign to "sqrt.bill.hist"
        organization is line sequential
        file status is billHistStatus.
    select ledgerFile assign to "sqrt.rej.dsp"
        organization is line sequential
        file status is ledgerStatus.
    select fcstFile assign to "sqrt.fcst"
        organization is line sequential
        file status is fcstStatus.
    select gateFile assign to "sqrt.gates"
        organization is line sequential
        file status is gateStatus.
    select alertLedFile assign to "sqrt.alert.led"
        organization is line sequential
        file status is alertLedStatus.
    select calFile assign to dynamic calFname
        organization is line sequential
        file status is calFileStatus.
    select runCtlFile assign to "sqrt.runctl"
        organization is line sequential
        file status is runCtlStatus.
    select packFile assign to dynamic packFname
        organization is line sequential
        file status is packStatus.

data division.

file section.
fd statsFile.
    copy "sqrtstat.cpy".
fd auditFile.
    copy "sqrtaudit.cpy".
fd indexFile.
    01 indexRecord.
       02 ixMonth  pic x(07).
       02 filler   pic x(01).
       02 ixVolume pic x(20).
       02 filler   pic x(01).
       02 ixRows   pic 9(09).
       02 filler   pic x(01).
       02 ixSealed pic x(08).
       02 filler   pic x(01).
       02 ixSum    pic x(12).
       02 filler   pic x(01).
       02 ixState  pic x(01).
       02 filler   pic x(01).
       02 ixScrub  pic x(08).
*> sqrtchbk's billing export and its run-stamped history; both carry
*> the billRow layout below.
fd billFile.
    01 billRecord pic x(80).
fd billHistFile.
    01 billHistRecord.
       02 bhStamp pic x(14).
       02 bhBill  pic x(80).
fd ledgerFile.
    01 ledgerRecord.
       02 ledgerDisp      pic x(12).
       02 ledgerDate      pic x(08).
       02 ledgerReason    pic x(30).
       02 ledgerImage     pic x(80).
       02 ledgerCorrImage pic x(80).
       02 ledgerEntered   pic x(08).
       02 ledgerCmt       pic x(76).
       02 ledgerChainParent pic x(07).
       02 ledgerChainState  pic x(01).
fd fcstFile.
    copy "sqrtfct.cpy".
fd gateFile.
    copy "sqrtgate.cpy".
fd alertLedFile.
    copy "sqrtaled.cpy".
fd calFile.
    01 calRecord.
       02 calDate pic x(08).
       02 calType pic x(01).
       02 calNote pic x(20).
       02 filler  pic x(51).
fd runCtlFile.
    01 runCtlRecord.
       02 rcDate   pic x(08).
       02 rcRunId  pic x(14).
       02 rcStatus pic x(01).
       02 rcCode   pic 9(03).
       02 rcSeq    pic 9(02).
       02 rcFill   pic x(12).
fd packFile.
    01 packLine pic x(100).

working-storage section.
77 statsStatus     pic x(02).
77 auditFileStatus pic x(02).
77 auditFname      pic x(30) value "sqrt.audit".
77 indexStatus     pic x(02).
77 billStatus      pic x(02).
77 billHistStatus  pic x(02).
77 ledgerStatus    pic x(02).
77 fcstStatus      pic x(02).
77 gateStatus      pic x(02).
77 alertLedStatus  pic x(02).
77 calFname        pic x(30) value "sqrt.cal".
77 calFileStatus   pic x(02).
77 runCtlStatus    pic x(02).
77 packFname       pic x(30) value spaces.
77 packStatus      pic x(02).

77 statsEofSw  pic x(01) value "N".
    88 statsAtEof value "Y".
77 indexEofSw  pic x(01) value "N".
    88 indexAtEof value "Y".
77 auditEofSw  pic x(01) value "N".
    88 auditAtEof value "Y".
77 rvkRunId    pic x(14) value spaces.
77 rvkStamp    pic x(14) value spaces.
77 rvkRc       pic 9(01) value 0.
77 billEofSw   pic x(01) value "N".
    88 billAtEof value "Y".
77 ledgerEofSw pic x(01) value "N".
    88 ledgerAtEof value "Y".
77 fcstEofSw   pic x(01) value "N".
    88 fcstAtEof value "Y".
77 gateEofSw   pic x(01) value "N".
    88 gateAtEof value "Y".
77 alertEofSw  pic x(01) value "N".
    88 alertAtEof value "Y".
77 calEofSw    pic x(01) value "N".
    88 calAtEof value "Y".
77 rcEofSw     pic x(01) value "N".
    88 rcAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared department registry resolver
77 dptAction  pic x(01) value "R".
77 dptDate    pic x(08) value spaces.
77 dptName    pic x(20) value spaces.
77 dptCostCtr pic x(08) value spaces.
77 dptOwner   pic x(20) value spaces.
copy "sqrtdtgt.cpy".
77 dptRc      pic 9(01) value 0.
77 tgtIdx     pic 9(01) value 0.
77 billWhole  pic 9(09)v99 value 0.
77 billPart   pic 9(09)v99 value 0.

77 wsDateTime  pic x(21).
77 todayStamp  pic x(08) value spaces.
77 reviewMonth pic x(07) value spaces.
77 monthYear   pic 9(04) value 0.
77 monthMon    pic 9(02) value 0.

*> Period 1 is the review month, period 2 the month before it; every
*> figure below is kept once per period. perKey is the yyyymm the
*> date-stamped files match on, perDash the "yyyy-mm" the audit
*> timestamps and billing rows carry.
77 perIdx  pic 9(01) value 0.
77 perWork pic x(06) value spaces.
01 periodTable.
    02 perEntry occurs 2 times.
        03 perKey  pic x(06).
        03 perDash pic x(07).

*> ------------------------Volumes and Forecasts--------------------------
01 statTotals.
    02 stPer occurs 2 times.
        03 stRuns    pic 9(05).
        03 stRead    pic 9(11).
        03 stOk      pic 9(11).
        03 stErr     pic 9(11).
        03 stAbort   pic 9(11).
        03 stImag    pic 9(11).
        03 stElapsed pic 9(11).

*> Each date's first run, the actual a forecast is judged against
77 actMax   pic 9(03) value 100.
77 actCount pic 9(03) value 0.
77 actIdx   pic 9(03) value 0.
01 actTable.
    02 actEntry occurs 100 times.
        03 tActDate    pic x(08).
        03 tActElapsed pic 9(07).
        03 tActPer     pic 9(01).

77 varPct pic s9(05) value 0.
01 fcstTotals.
    02 fpPer occurs 2 times.
        03 fpPairs  pic 9(05).
        03 fpVarSum pic s9(09).
        03 fpAbsSum pic 9(09).

*> ------------------------SLA and Billing by Department------------------
77 doneDate  pic x(08) value spaces.
77 deptMax   pic 9(03) value 100.
77 deptCount pic 9(03) value 0.
77 deptIdx   pic 9(03) value 0.
77 deptWork  pic x(04) value spaces.
01 deptTable.
    02 deptEntry occurs 100 times.
        03 deptKey pic x(04).
        03 deptPer occurs 2 times.
            04 dMet    pic 9(09).
            04 dMissed pic 9(09).
            04 dBill   pic s9(11)v99.

01 auditTotals.
    02 auPer occurs 2 times.
        03 auRows   pic 9(09).
        03 auMet    pic 9(09).
        03 auMissed pic 9(09).

*> bpStamp is the chargeback run a period's figures came from; a
*> later run for the same month replaces them.
01 billTotals.
    02 bpPer occurs 2 times.
        03 bpStamp  pic x(14).
        03 bpRows   pic 9(07).
        03 bpIters  pic 9(14).
        03 bpAmount pic s9(11)v99.

01 billRow.
    02 brMonth   pic x(07).
    02 brDept    pic x(04).
    02 brTier    pic x(01).
    02 brProfile pic x(08).
    02 brIters   pic 9(12).
    02 brAmount  pic 9(09)v99.
    02 brKind    pic x(01).
    02 brSign    pic x(01).
    02 brDispId  pic x(12).
    02 brCostCtr pic x(08).
    02 filler    pic x(15).

*> ------------------------Rejects by Source------------------------------
copy "sqrtrec.cpy".

01 radicandAlphaView redefines lineStruct.
    02 radicandSignByte pic x(01).
    02 radicandDigits   pic x(21).
    02 filler2          pic x(58).

*> Defect classes, the run's own rejection taxonomy (as sqrtrca):
*>  1 Scientific Notation   2 Zero Radicand   3 Negative Radicand
*>  4 Invalid Epsilon       5 Malformed/Unknown  6 Aborted (cap)
*>  7 Chain Parent Failed   8 Chain Unresolved
77 classIdx pic 9(01) value 0.
77 eNotationCount pic 9(02) value 0.
01 classNames.
    02 filler pic x(20) value 'Scientific Notation'.
    02 filler pic x(20) value 'Zero Radicand'.
    02 filler pic x(20) value 'Negative Radicand'.
    02 filler pic x(20) value 'Invalid Epsilon'.
    02 filler pic x(20) value 'Malformed/Unknown'.
    02 filler pic x(20) value 'Aborted (iter cap)'.
    02 filler pic x(20) value 'Chain Parent Failed'.
    02 filler pic x(20) value 'Chain Unresolved'.
01 classNameTable redefines classNames.
    02 className occurs 8 times pic x(20).

77 srcMax   pic 9(02) value 50.
77 srcCount pic 9(02) value 0.
77 srcIdx   pic 9(02) value 0.
77 srcWork  pic x(03) value spaces.
01 srcTable.
    02 srcEntry occurs 50 times.
        03 srcKey pic x(03).
        03 srcPer occurs 2 times.
            04 sOk    pic 9(09).
            04 sRej   pic 9(09).
            04 sClass occurs 8 times pic 9(07).

*> The review month's worst classes for one source, picked in turn
77 topRank  pic 9(01) value 0.
77 topClass pic 9(01) value 0.
77 topCount pic 9(07) value 0.
01 topPicked.
    02 topUsed occurs 8 times pic x(01).

*> ------------------------Gates, Alerts, Calendar-----------------------
77 gateMax   pic 9(02) value 20.
77 gateCount pic 9(02) value 0.
77 gateIdx   pic 9(02) value 0.
77 gateWork  pic x(08) value spaces.
01 gateTable.
    02 gateEntry occurs 20 times.
        03 gateKey pic x(08).
        03 gatePer occurs 2 times.
            04 gRuns pic 9(05).
            04 gFlag pic 9(05).
            04 gFail pic 9(05).

77 raisedMin pic 9(12) value 0.
77 ackedMin  pic 9(12) value 0.
77 ackMin    pic s9(09) value 0.
01 pageTotals.
    02 paPer occurs 2 times.
        03 paRaised  pic 9(05).
        03 paAcked   pic 9(05).
        03 paUnacked pic 9(05).
        03 paMinSum  pic 9(09).
        03 paMinMax  pic 9(07).

*> Finalized run dates off the ledger, for the per-date check
77 runMax   pic 9(04) value 1000.
77 runCount pic 9(04) value 0.
77 runIdx   pic 9(04) value 0.
77 ranSw    pic x(01) value "N".
    88 dateRan value "Y".
01 runTable.
    02 runDates occurs 1000 times pic x(08).

01 calTotals.
    02 cpPer occurs 2 times.
        03 cpExpected pic 9(05).
        03 cpMissed   pic 9(05).
77 missMax   pic 9(02) value 31.
77 missCount pic 9(02) value 0.
77 missIdx   pic 9(02) value 0.
01 missTable.
    02 missEntry occurs 31 times.
        03 missDate pic x(08).
        03 missType pic x(01).
        03 missNote pic x(20).

*> ------------------------Pack Layout-----------------------------------
*> Every comparison prints through one line: the figure for the
*> review month, the prior month's, and the change, edited by kind
*> (N count, P percent to one place, M money).
77 cmpCur    pic s9(13)v99 value 0.
77 cmpPrior  pic s9(13)v99 value 0.
77 cmpChange pic s9(13)v99 value 0.
77 cmpKind   pic x(01) value "N".
    88 cmpIsPct   value "P".
    88 cmpIsMoney value "M".
77 priorNaSw pic x(01) value "N".
    88 priorNa value "Y".
*> Figures are rounded to the places they print at before the change
*> is taken, so the three columns always agree.
77 cmpWhole  pic s9(13) value 0.
77 cmpTenth  pic s9(13)v9 value 0.
77 editCnt   pic --,---,---,---,--9.
77 editPct   pic -(15)9.9.
77 editMoney pic ---,---,---,--9.99.
77 chgCnt    pic ++,+++,+++,+++,++9.
77 chgPct    pic +(15)9.9.
77 chgMoney  pic +++,+++,+++,++9.99.

01 cmpLine.
    02 filler       pic x(02) value spaces.
    02 cmpLabel     pic x(30).
    02 cmpCurOut    pic x(18).
    02 filler       pic x(02) value spaces.
    02 cmpPriorOut  pic x(18).
    02 filler       pic x(02) value spaces.
    02 cmpChangeOut pic x(18).

77 sectTitle pic x(60) value spaces.
01 outLine pic x(100) value spaces.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    perform scanStats.
    perform scanAudit.
    perform scanBilling.
    perform scanLedger.
    perform scanForecasts.
    perform scanGates.
    perform scanAlerts.
    perform loadRunDates.
    perform scanCalendar.
    open output packFile.
    move spaces to outLine.
    string "SQRT SERVICE REVIEW for " perDash(1)
        "   (compared with " perDash(2) ")"
        delimited by size into outLine
    end-string.
    perform emit.
    move all "=" to outLine.
    perform emit.
    perform packVolumes.
    perform packSla.
    perform packBilling.
    perform packRejects.
    perform packForecast.
    perform packGates.
    perform packAlerts.
    perform packMissedRuns.
    move all "=" to outLine.
    perform emit.
    if stRuns(1) is equal to zero and auRows(1) is equal to zero
        string "No runs on sqrt.stats and no audit rows for "
            perDash(1) " -- check the month asked for."
            delimited by size into outLine
        end-string
        perform emit
        move 8 to return-code
    end-if.
    close packFile.
    display "  Pack written to " function trim(packFname).
    stop run.

*> Every pack line goes to the file and the terminal both.
emit.
    write packLine from outLine.
    display outLine.
    move spaces to outLine.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> Resolves the review month and the one before it. Left blank the
*> pack covers last month: it is built after the month has closed.
initParms.
    move function current-date to wsDateTime.
    move wsDateTime(1:8) to todayStamp.
    move "SQRT_SVRV_MONTH" to parmKey.
    perform getParm.
    move parmValue(1:7) to reviewMonth.
    if reviewMonth is equal to spaces
        move wsDateTime(1:4) to monthYear
        move wsDateTime(5:2) to monthMon
        perform stepBackMonth
        string monthYear "-" monthMon
            delimited by size into reviewMonth
        end-string
    end-if.
    if reviewMonth(1:4) is not numeric
            or reviewMonth(5:1) is not equal to "-"
            or reviewMonth(6:2) is not numeric
            or reviewMonth(6:2) is less than "01"
            or reviewMonth(6:2) is greater than "12"
        display "sqrtsvrv: review month " reviewMonth
            " is not yyyy-mm"
        move 8 to return-code
        stop run
    end-if.
    move reviewMonth to perDash(1).
    string reviewMonth(1:4) reviewMonth(6:2)
        delimited by size into perKey(1)
    end-string.
    move reviewMonth(1:4) to monthYear.
    move reviewMonth(6:2) to monthMon.
    perform stepBackMonth.
    move spaces to perDash(2).
    string monthYear "-" monthMon delimited by size into perDash(2)
    end-string.
    string monthYear monthMon delimited by size into perKey(2)
    end-string.
    move "SQRT_CAL_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to calFname
    end-if.
    string "sqrt.svrv." reviewMonth delimited by size into packFname
    end-string.
    initialize statTotals, fcstTotals, auditTotals, billTotals,
        pageTotals, calTotals.
*> The two gates the owners ask about by name print even in a month
*> neither wrote a row.
    move "SQRTQA" to gateWork.
    perform seatGate.
    move "SQRTCONF" to gateWork.
    perform seatGate.

stepBackMonth.
    if monthMon is greater than 1
        subtract 1 from monthMon
    else
        move 12 to monthMon
        subtract 1 from monthYear
    end-if.

*> perWork (yyyymm) to its period, 0 when it is neither month
seatPeriod.
    move 0 to perIdx.
    if perWork is equal to perKey(1)
        move 1 to perIdx
    end-if.
    if perWork is equal to perKey(2)
        move 2 to perIdx
    end-if.

*> ------------------------Gathering--------------------------------------
*> Every run in either month counts toward the volumes; each date's
*> first run is kept as the actual its forecast is judged against.
scanStats.
    move "N" to statsEofSw.
    open input statsFile.
    if statsStatus is not equal to "00"
        exit paragraph
    end-if.
    perform st1 thru st1-exit until statsAtEof.
    close statsFile.

st1.
    read statsFile at end set statsAtEof to true end-read.
    if statsAtEof
        go to st1-exit
    end-if.
    move statRunDate(1:6) to perWork.
    perform seatPeriod.
    if perIdx is equal to zero
        go to st1-exit
    end-if.
    add 1 to stRuns(perIdx).
    add statRead to stRead(perIdx).
    add statOk to stOk(perIdx).
    add statErr to stErr(perIdx).
    add statAbort to stAbort(perIdx).
    add statImag to stImag(perIdx).
    add statElapsed to stElapsed(perIdx).
    if statRunSeq is numeric and statRunSeq is greater than 1
        go to st1-exit
    end-if.
    perform varying actIdx from 1 by 1
            until actIdx is greater than actCount
                or tActDate(actIdx) is equal to statRunDate
        continue
    end-perform.
    if actIdx is not greater than actCount
        go to st1-exit
    end-if.
    if actCount is less than actMax
        add 1 to actCount
        move statRunDate to tActDate(actCount)
        move statElapsed to tActElapsed(actCount)
        move perIdx to tActPer(actCount)
    end-if.

st1-exit.
    exit.

*> Sealed volumes first, then the live file: a month can straddle
*> the close-out.
scanAudit.
    move "N" to indexEofSw.
    open input indexFile.
    if indexStatus is equal to "00"
        perform volPass thru volPass-exit until indexAtEof
        close indexFile
    end-if.
    move "sqrt.audit" to auditFname.
    perform scanOneFile.

volPass.
    read indexFile at end set indexAtEof to true end-read.
    if indexAtEof or ixVolume is equal to spaces
        go to volPass-exit
    end-if.
    move ixVolume to auditFname.
    perform scanOneFile.

volPass-exit.
    exit.

scanOneFile.
    move "N" to auditEofSw.
    open input auditFile.
    if auditFileStatus is not equal to "00"
        display "  (skipping " function trim(auditFname)
            ", status " auditFileStatus ")"
        exit paragraph
    end-if.
    perform au1 thru au1-exit until auditAtEof.
    close auditFile.

*> Every detail row is an accepted record for its source's reject
*> rate; the ones carrying a promise date are SLA material too. A
*> backed-out run's rows count for neither, as sqrtchbk and sqrtsla
*> net them out.
au1.
    read auditFile at end set auditAtEof to true end-read.
    if auditAtEof
        go to au1-exit
    end-if.
    if auditRecType is not equal to "D"
        go to au1-exit
    end-if.
    move auditRunId to rvkRunId.
    call "sqrtrvck" using rvkRunId, rvkStamp, rvkRc end-call.
    if rvkRc is equal to 1
        go to au1-exit
    end-if.
    move spaces to perWork.
    string auditTimestamp(1:4) auditTimestamp(6:2)
        delimited by size into perWork
    end-string.
    perform seatPeriod.
    if perIdx is equal to zero
        go to au1-exit
    end-if.
    add 1 to auRows(perIdx).
    move auditSource to srcWork.
    if srcWork is equal to spaces
        move "---" to srcWork
    end-if.
    perform seatSource.
    if srcIdx is greater than zero
        add 1 to sOk(srcIdx, perIdx)
    end-if.
    if auditSla is not numeric or auditSla is equal to zeros
        go to au1-exit
    end-if.
    move auditDept to deptWork.
    if deptWork is equal to spaces
        move "----" to deptWork
    else
        call "sqrtdptr" using dptAction, auditDept, dptDate, dptName,
            dptCostCtr, dptOwner, dptTargets, dptRc end-call
        move dtgCode(1) to deptWork
    end-if.
    perform seatDept.
    move spaces to doneDate.
    string auditTimestamp(1:4) auditTimestamp(6:2) auditTimestamp(9:2)
        delimited by size into doneDate
    end-string.
    if doneDate is greater than auditSla
        add 1 to auMissed(perIdx)
        if deptIdx is greater than zero
            add 1 to dMissed(deptIdx, perIdx)
        end-if
    else
        add 1 to auMet(perIdx)
        if deptIdx is greater than zero
            add 1 to dMet(deptIdx, perIdx)
        end-if
    end-if.

au1-exit.
    exit.

*> The history first, taking each month's latest chargeback run;
*> sqrt.bill itself only for a month the history has never seen.
scanBilling.
    move "N" to billEofSw.
    open input billHistFile.
    if billHistStatus is equal to "00"
        perform bh1 thru bh1-exit until billAtEof
        close billHistFile
    end-if.
    move "N" to billEofSw.
    open input billFile.
    if billStatus is equal to "00"
        perform bl1 thru bl1-exit until billAtEof
        close billFile
    end-if.

bh1.
    read billHistFile at end set billAtEof to true end-read.
    if billAtEof
        go to bh1-exit
    end-if.
    move bhBill to billRow.
    perform seatBillPeriod.
    if perIdx is equal to zero
        go to bh1-exit
    end-if.
    if bhStamp is less than bpStamp(perIdx)
        go to bh1-exit
    end-if.
*> A later run for the month: its rows replace the earlier run's.
    if bhStamp is greater than bpStamp(perIdx)
        move bhStamp to bpStamp(perIdx)
        move 0 to bpRows(perIdx), bpIters(perIdx), bpAmount(perIdx)
        perform varying deptIdx from 1 by 1
                until deptIdx is greater than deptCount
            move 0 to dBill(deptIdx, perIdx)
        end-perform
    end-if.
    perform tallyBill.

bh1-exit.
    exit.

bl1.
    read billFile into billRow at end set billAtEof to true end-read.
    if billAtEof
        go to bl1-exit
    end-if.
    perform seatBillPeriod.
    if perIdx is equal to zero
        go to bl1-exit
    end-if.
    if bpStamp(perIdx) is not equal to spaces
        go to bl1-exit
    end-if.
    perform tallyBill.

bl1-exit.
    exit.

seatBillPeriod.
    move 0 to perIdx.
    if brMonth is equal to perDash(1)
        move 1 to perIdx
    end-if.
    if brMonth is equal to perDash(2)
        move 2 to perIdx
    end-if.

tallyBill.
    if brIters is not numeric or brAmount is not numeric
        exit paragraph
    end-if.
    add 1 to bpRows(perIdx).
    add brIters to bpIters(perIdx).
*> A credit adjustment row carries its size unsigned, flagged "-".
    if brKind is equal to "A" and brSign is equal to "-"
        subtract brAmount from bpAmount(perIdx)
    else
        add brAmount to bpAmount(perIdx)
    end-if.
    move spaces to dptTargets.
    move 1 to dtgCount.
    move brDept to dtgCode(1).
    move 100 to dtgShare(1).
    if brDept is equal to spaces
        move "----" to dtgCode(1)
    else
        call "sqrtdptr" using dptAction, brDept, dptDate, dptName,
            dptCostCtr, dptOwner, dptTargets, dptRc end-call
    end-if.
    move brAmount to billWhole.
    perform billTarget
        varying tgtIdx from dtgCount by -1 until tgtIdx is less than 1.

*> A successor past the first takes its share of the row; the first
*> (the largest share) takes what is left, so no cent is lost.
billTarget.
    if tgtIdx is equal to 1
        move billWhole to billPart
    else
        compute billPart = brAmount * dtgShare(tgtIdx) / 100
        subtract billPart from billWhole
    end-if.
    move dtgCode(tgtIdx) to deptWork.
    perform seatDept.
    if deptIdx is equal to zero
        exit paragraph
    end-if.
    if brKind is equal to "A" and brSign is equal to "-"
        subtract billPart from dBill(deptIdx, perIdx)
    else
        add billPart to dBill(deptIdx, perIdx)
    end-if.

*> Each ledger entry counts in the month it was first seen (the
*> disposition date on rows older than that field).
scanLedger.
    move "N" to ledgerEofSw.
    open input ledgerFile.
    if ledgerStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lg1 thru lg1-exit until ledgerAtEof.
    close ledgerFile.

lg1.
    read ledgerFile at end set ledgerAtEof to true end-read.
    if ledgerAtEof
        go to lg1-exit
    end-if.
    if ledgerEntered is numeric
        move ledgerEntered(1:6) to perWork
    else
        move ledgerDate(1:6) to perWork
    end-if.
    perform seatPeriod.
    if perIdx is equal to zero
        go to lg1-exit
    end-if.
    move ledgerImage to lineStruct.
    perform classifyDefect.
    move recSource to srcWork.
    if srcWork is equal to spaces
        move "---" to srcWork
    end-if.
    perform seatSource.
    if srcIdx is equal to zero
        go to lg1-exit
    end-if.
    add 1 to sRej(srcIdx, perIdx).
    add 1 to sClass(srcIdx, perIdx, classIdx).

lg1-exit.
    exit.

*> The workbench's own field-level diagnosis, reduced to one class
*> per entry (first failure wins, the order the run itself tests).
classifyDefect.
    if ledgerChainState is equal to "F"
        move 7 to classIdx
        exit paragraph
    end-if.
    if ledgerChainState is equal to "U"
        move 8 to classIdx
        exit paragraph
    end-if.
    move 0 to eNotationCount.
    inspect radicandDigits tallying eNotationCount
        for all "E" all "e".
    if eNotationCount is greater than zero
        move 1 to classIdx
        exit paragraph
    end-if.
    if radicandSignByte is not equal to "+"
            and radicandSignByte is not equal to "-"
        move 5 to classIdx
        exit paragraph
    end-if.
    if radicandDigits is not numeric
        move 5 to classIdx
        exit paragraph
    end-if.
    if radicandIn is equal to zero
        move 2 to classIdx
        exit paragraph
    end-if.
    if radicandIn is less than zero
        move 3 to classIdx
        exit paragraph
    end-if.
    if epsilonIn is not numeric or epsilonIn is not greater than zero
        move 4 to classIdx
        exit paragraph
    end-if.
    move 6 to classIdx.

*> Each forecast against its date's first run: percent variance of
*> the actual elapsed over the projected (positive = optimistic).
scanForecasts.
    move "N" to fcstEofSw.
    open input fcstFile.
    if fcstStatus is not equal to "00"
        exit paragraph
    end-if.
    perform fc1 thru fc1-exit until fcstAtEof.
    close fcstFile.

fc1.
    read fcstFile at end set fcstAtEof to true end-read.
    if fcstAtEof
        go to fc1-exit
    end-if.
    perform varying actIdx from 1 by 1
            until actIdx is greater than actCount
                or tActDate(actIdx) is equal to fcDate
        continue
    end-perform.
    if actIdx is greater than actCount
        go to fc1-exit
    end-if.
    if fcProjSecs is not numeric or fcProjSecs is equal to zero
            or tActElapsed(actIdx) is equal to zero
        go to fc1-exit
    end-if.
    move tActPer(actIdx) to perIdx.
    compute varPct rounded =
        (tActElapsed(actIdx) - fcProjSecs) * 100 / fcProjSecs.
    add 1 to fpPairs(perIdx).
    add varPct to fpVarSum(perIdx).
    if varPct is less than zero
        subtract varPct from fpAbsSum(perIdx)
    else
        add varPct to fpAbsSum(perIdx)
    end-if.

fc1-exit.
    exit.

scanGates.
    move "N" to gateEofSw.
    open input gateFile.
    if gateStatus is not equal to "00"
        exit paragraph
    end-if.
    perform gt1 thru gt1-exit until gateAtEof.
    close gateFile.

gt1.
    read gateFile at end set gateAtEof to true end-read.
    if gateAtEof
        go to gt1-exit
    end-if.
    move gaDate(1:6) to perWork.
    perform seatPeriod.
    if perIdx is equal to zero or gaRc is not numeric
        go to gt1-exit
    end-if.
    move gaProgram to gateWork.
    perform seatGate.
    if gateIdx is equal to zero
        go to gt1-exit
    end-if.
    add 1 to gRuns(gateIdx, perIdx).
    if gaRc is greater than or equal to 8
        add 1 to gFail(gateIdx, perIdx)
    else
        if gaRc is greater than zero
            add 1 to gFlag(gateIdx, perIdx)
        end-if
    end-if.

gt1-exit.
    exit.

*> PAGE alerts by the month they were raised; an acknowledged one
*> contributes its raise-to-ack minutes. One a maintenance window
*> suppressed never reached anyone and is not counted.
scanAlerts.
    move "N" to alertEofSw.
    open input alertLedFile.
    if alertLedStatus is not equal to "00"
        exit paragraph
    end-if.
    perform al1 thru al1-exit until alertAtEof.
    close alertLedFile.

al1.
    read alertLedFile at end set alertAtEof to true end-read.
    if alertAtEof
        go to al1-exit
    end-if.
    if alUrgency is not equal to "PAGE" or alStamp is not numeric
            or alSuppressed
        go to al1-exit
    end-if.
    move alStamp(1:6) to perWork.
    perform seatPeriod.
    if perIdx is equal to zero
        go to al1-exit
    end-if.
    add 1 to paRaised(perIdx).
    if alAckOper is equal to spaces or alAckStamp is not numeric
        add 1 to paUnacked(perIdx)
        go to al1-exit
    end-if.
    add 1 to paAcked(perIdx).
    compute raisedMin =
        function integer-of-date(function numval(alStamp(1:8)))
            * 1440
        + function numval(alStamp(9:2)) * 60
        + function numval(alStamp(11:2)).
    compute ackedMin =
        function integer-of-date(function numval(alAckStamp(1:8)))
            * 1440
        + function numval(alAckStamp(9:2)) * 60
        + function numval(alAckStamp(11:2)).
    compute ackMin = ackedMin - raisedMin.
    if ackMin is less than zero
        move 0 to ackMin
    end-if.
    add ackMin to paMinSum(perIdx).
    if ackMin is greater than paMinMax(perIdx)
        move ackMin to paMinMax(perIdx)
    end-if.

al1-exit.
    exit.

*> The finalized ('F') dates off the run-control ledger; a date a
*> reversal ('B') took back is as good as missed until its rerun.
loadRunDates.
    move "N" to rcEofSw.
    open input runCtlFile.
    if runCtlStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lrd1 thru lrd1-exit until rcAtEof.
    close runCtlFile.

lrd1.
    read runCtlFile at end set rcAtEof to true end-read.
    if rcAtEof
        go to lrd1-exit
    end-if.
    if rcStatus is equal to "B"
        perform varying runIdx from runCount by -1
                until runIdx is less than 1
                    or runDates(runIdx) is equal to rcDate
            continue
        end-perform
        if runIdx is greater than zero
            move spaces to runDates(runIdx)
        end-if
        go to lrd1-exit
    end-if.
    if rcStatus is not equal to "F"
        go to lrd1-exit
    end-if.
    if runCount is less than runMax
        add 1 to runCount
        move rcDate to runDates(runCount)
    end-if.

lrd1-exit.
    exit.

*> Business days and month-end specials up to today must show a
*> completed run; the review month's misses are listed by date.
scanCalendar.
    move "N" to calEofSw.
    open input calFile.
    if calFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform cl1 thru cl1-exit until calAtEof.
    close calFile.

cl1.
    read calFile at end set calAtEof to true end-read.
    if calAtEof or calDate is not numeric
        go to cl1-exit
    end-if.
    if calType is equal to "H" or calType is equal to "F"
            or calDate is greater than todayStamp
        go to cl1-exit
    end-if.
    move calDate(1:6) to perWork.
    perform seatPeriod.
    if perIdx is equal to zero
        go to cl1-exit
    end-if.
    add 1 to cpExpected(perIdx).
    move "N" to ranSw.
    perform varying runIdx from 1 by 1
            until runIdx is greater than runCount or dateRan
        if runDates(runIdx) is equal to calDate
            set dateRan to true
        end-if
    end-perform.
    if dateRan
        go to cl1-exit
    end-if.
    add 1 to cpMissed(perIdx).
    if perIdx is equal to 1 and missCount is less than missMax
        add 1 to missCount
        move calDate to missDate(missCount)
        move calType to missType(missCount)
        move calNote to missNote(missCount)
    end-if.

cl1-exit.
    exit.

seatSource.
    perform varying srcIdx from 1 by 1
            until srcIdx is greater than srcCount
                or srcKey(srcIdx) is equal to srcWork
        continue
    end-perform.
    if srcIdx is greater than srcCount
        if srcCount is greater than or equal to srcMax
            move 0 to srcIdx
            exit paragraph
        end-if
        add 1 to srcCount
        move srcCount to srcIdx
        initialize srcEntry(srcIdx)
        move srcWork to srcKey(srcIdx)
    end-if.

seatDept.
    perform varying deptIdx from 1 by 1
            until deptIdx is greater than deptCount
                or deptKey(deptIdx) is equal to deptWork
        continue
    end-perform.
    if deptIdx is greater than deptCount
        if deptCount is greater than or equal to deptMax
            move 0 to deptIdx
            exit paragraph
        end-if
        add 1 to deptCount
        move deptCount to deptIdx
        initialize deptEntry(deptIdx)
        move deptWork to deptKey(deptIdx)
    end-if.

seatGate.
    perform varying gateIdx from 1 by 1
            until gateIdx is greater than gateCount
                or gateKey(gateIdx) is equal to gateWork
        continue
    end-perform.
    if gateIdx is greater than gateCount
        if gateCount is greater than or equal to gateMax
            move 0 to gateIdx
            exit paragraph
        end-if
        add 1 to gateCount
        move gateCount to gateIdx
        initialize gateEntry(gateIdx)
        move gateWork to gateKey(gateIdx)
    end-if.

*> ------------------------The Pack---------------------------------------
*> One section heading with the column captions under it.
sectionHead.
    perform emit.
    move sectTitle to outLine.
    perform emit.
    move all "-" to outLine(1:90).
    perform emit.
    move spaces to cmpLine.
    move "        This month" to cmpCurOut.
    move "       Prior month" to cmpPriorOut.
    move "            Change" to cmpChangeOut.
    move cmpLine to outLine.
    perform emit.

*> One comparison: cmpLabel, cmpCur and cmpPrior set by the caller
*> (priorNa when the prior month has no figure to compare).
emitCompare.
    move spaces to cmpCurOut, cmpPriorOut, cmpChangeOut.
    evaluate true
        when cmpIsPct
            compute cmpTenth rounded = cmpCur
            move cmpTenth to cmpCur
            compute cmpTenth rounded = cmpPrior
            move cmpTenth to cmpPrior
        when cmpIsMoney
            continue
        when other
            compute cmpWhole rounded = cmpCur
            move cmpWhole to cmpCur
            compute cmpWhole rounded = cmpPrior
            move cmpWhole to cmpPrior
    end-evaluate.
    compute cmpChange = cmpCur - cmpPrior.
    evaluate true
        when cmpIsPct
            move cmpCur to editPct
            move editPct to cmpCurOut
            move cmpPrior to editPct
            move editPct to cmpPriorOut
            move cmpChange to chgPct
            move chgPct to cmpChangeOut
        when cmpIsMoney
            move cmpCur to editMoney
            move editMoney to cmpCurOut
            move cmpPrior to editMoney
            move editMoney to cmpPriorOut
            move cmpChange to chgMoney
            move chgMoney to cmpChangeOut
        when other
            move cmpCur to editCnt
            move editCnt to cmpCurOut
            move cmpPrior to editCnt
            move editCnt to cmpPriorOut
            move cmpChange to chgCnt
            move chgCnt to cmpChangeOut
    end-evaluate.
    if priorNa
        move "               n/a" to cmpPriorOut
        move spaces to cmpChangeOut
    end-if.
    move cmpLine to outLine.
    perform emit.
    move "N" to cmpKind.
    move "N" to priorNaSw.

packVolumes.
    move "Volumes and throughput (sqrt.stats)" to sectTitle.
    perform sectionHead.
    move "Runs" to cmpLabel.
    move stRuns(1) to cmpCur.
    move stRuns(2) to cmpPrior.
    perform emitCompare.
    move "Records read" to cmpLabel.
    move stRead(1) to cmpCur.
    move stRead(2) to cmpPrior.
    perform emitCompare.
    move "Converged" to cmpLabel.
    move stOk(1) to cmpCur.
    move stOk(2) to cmpPrior.
    perform emitCompare.
    move "Rejected" to cmpLabel.
    move stErr(1) to cmpCur.
    move stErr(2) to cmpPrior.
    perform emitCompare.
    move "Aborted at iteration cap" to cmpLabel.
    move stAbort(1) to cmpCur.
    move stAbort(2) to cmpPrior.
    perform emitCompare.
    move "Imaginary roots" to cmpLabel.
    move stImag(1) to cmpCur.
    move stImag(2) to cmpPrior.
    perform emitCompare.
    move "Reject rate %" to cmpLabel.
    move 0 to cmpCur, cmpPrior.
    if stRead(1) is greater than zero
        compute cmpCur rounded = stErr(1) * 100 / stRead(1)
    end-if.
    if stRead(2) is greater than zero
        compute cmpPrior rounded = stErr(2) * 100 / stRead(2)
    end-if.
    move "P" to cmpKind.
    perform emitCompare.
    move "Run time (minutes)" to cmpLabel.
    compute cmpCur rounded = stElapsed(1) / 60.
    compute cmpPrior rounded = stElapsed(2) / 60.
    perform emitCompare.
    move "Throughput (records/minute)" to cmpLabel.
    move 0 to cmpCur, cmpPrior.
    if stElapsed(1) is greater than zero
        compute cmpCur rounded = stRead(1) * 60 / stElapsed(1)
    end-if.
    if stElapsed(2) is greater than zero
        compute cmpPrior rounded = stRead(2) * 60 / stElapsed(2)
    end-if.
    perform emitCompare.

packSla.
    move "SLA promises by department (audit trail)" to sectTitle.
    perform sectionHead.
    move "Promises met" to cmpLabel.
    move auMet(1) to cmpCur.
    move auMet(2) to cmpPrior.
    perform emitCompare.
    move "Promises missed" to cmpLabel.
    move auMissed(1) to cmpCur.
    move auMissed(2) to cmpPrior.
    perform emitCompare.
    move "Met %" to cmpLabel.
    move 0 to cmpCur, cmpPrior.
    if auMet(1) + auMissed(1) is greater than zero
        compute cmpCur rounded =
            auMet(1) * 100 / (auMet(1) + auMissed(1))
    end-if.
    if auMet(2) + auMissed(2) is greater than zero
        compute cmpPrior rounded =
            auMet(2) * 100 / (auMet(2) + auMissed(2))
    end-if.
    move "P" to cmpKind.
    perform emitCompare.
    perform ps1 thru ps1-exit
        varying deptIdx from 1 by 1
        until deptIdx is greater than deptCount.

ps1.
    if dMet(deptIdx, 1) + dMissed(deptIdx, 1) + dMet(deptIdx, 2)
            + dMissed(deptIdx, 2) is equal to zero
        go to ps1-exit
    end-if.
    move spaces to cmpLabel.
    string "  " deptKey(deptIdx) " met" delimited by size
        into cmpLabel
    end-string.
    move dMet(deptIdx, 1) to cmpCur.
    move dMet(deptIdx, 2) to cmpPrior.
    perform emitCompare.
    move spaces to cmpLabel.
    string "  " deptKey(deptIdx) " missed" delimited by size
        into cmpLabel
    end-string.
    move dMissed(deptIdx, 1) to cmpCur.
    move dMissed(deptIdx, 2) to cmpPrior.
    perform emitCompare.

ps1-exit.
    exit.

packBilling.
    move "Billed totals (sqrt.bill)" to sectTitle.
    perform sectionHead.
    if bpRows(1) is equal to zero
        string "  No billing on file for " perDash(1)
            " -- run sqrtchbk for the month first."
            delimited by size into outLine
        end-string
        perform emit
    end-if.
    move "Billed amount" to cmpLabel.
    move bpAmount(1) to cmpCur.
    move bpAmount(2) to cmpPrior.
    move "M" to cmpKind.
    perform billPriorNa.
    perform emitCompare.
    move "Billed iterations" to cmpLabel.
    move bpIters(1) to cmpCur.
    move bpIters(2) to cmpPrior.
    perform billPriorNa.
    perform emitCompare.
    perform pb1 thru pb1-exit
        varying deptIdx from 1 by 1
        until deptIdx is greater than deptCount.

pb1.
    if dBill(deptIdx, 1) is equal to zero
            and dBill(deptIdx, 2) is equal to zero
        go to pb1-exit
    end-if.
    move spaces to cmpLabel.
    string "  " deptKey(deptIdx) " billed" delimited by size
        into cmpLabel
    end-string.
    move dBill(deptIdx, 1) to cmpCur.
    move dBill(deptIdx, 2) to cmpPrior.
    move "M" to cmpKind.
    perform billPriorNa.
    perform emitCompare.

pb1-exit.
    exit.

*> A prior month no chargeback run ever billed has nothing to set
*> beside this month's figure; zero would read as "billed nothing".
billPriorNa.
    if bpRows(2) is equal to zero
        move "Y" to priorNaSw
    end-if.

packRejects.
    move "Rejects by source (sqrt.rej.dsp)" to sectTitle.
    perform sectionHead.
    if srcCount is equal to zero
        move "  No audited or rejected records in either month."
            to outLine
        perform emit
    end-if.
    perform pr1 thru pr1-exit
        varying srcIdx from 1 by 1
        until srcIdx is greater than srcCount.

*> Per source: the reject count and rate, then the review month's
*> top three defect classes against the same classes last month.
pr1.
    move spaces to cmpLabel.
    string srcKey(srcIdx) " rejects" delimited by size
        into cmpLabel
    end-string.
    move sRej(srcIdx, 1) to cmpCur.
    move sRej(srcIdx, 2) to cmpPrior.
    perform emitCompare.
    move spaces to cmpLabel.
    string srcKey(srcIdx) " reject rate %" delimited by size
        into cmpLabel
    end-string.
    move 0 to cmpCur, cmpPrior.
    if sOk(srcIdx, 1) + sRej(srcIdx, 1) is greater than zero
        compute cmpCur rounded = sRej(srcIdx, 1) * 100
            / (sOk(srcIdx, 1) + sRej(srcIdx, 1))
    end-if.
    if sOk(srcIdx, 2) + sRej(srcIdx, 2) is greater than zero
        compute cmpPrior rounded = sRej(srcIdx, 2) * 100
            / (sOk(srcIdx, 2) + sRej(srcIdx, 2))
    end-if.
    move "P" to cmpKind.
    perform emitCompare.
    move all "N" to topPicked.
    perform pickTopClass thru pickTopClass-exit
        varying topRank from 1 by 1 until topRank is greater than 3.

pr1-exit.
    exit.

pickTopClass.
    move 0 to topClass, topCount.
    perform varying classIdx from 1 by 1 until classIdx is equal to 9
        if topUsed(classIdx) is equal to "N"
                and sClass(srcIdx, 1, classIdx) is greater than
                    topCount
            move classIdx to topClass
            move sClass(srcIdx, 1, classIdx) to topCount
        end-if
    end-perform.
    if topClass is equal to zero
        move 4 to topRank
        go to pickTopClass-exit
    end-if.
    move "Y" to topUsed(topClass).
    move spaces to cmpLabel.
    string "    " className(topClass) delimited by size
        into cmpLabel
    end-string.
    move sClass(srcIdx, 1, topClass) to cmpCur.
    move sClass(srcIdx, 2, topClass) to cmpPrior.
    perform emitCompare.

pickTopClass-exit.
    exit.

packForecast.
    move "Forecast accuracy (sqrt.fcst against the first run)"
        to sectTitle.
    perform sectionHead.
    move "Forecasts paired" to cmpLabel.
    move fpPairs(1) to cmpCur.
    move fpPairs(2) to cmpPrior.
    perform emitCompare.
    move "Avg variance % (+ optimistic)" to cmpLabel.
    move 0 to cmpCur, cmpPrior.
    if fpPairs(1) is greater than zero
        compute cmpCur rounded = fpVarSum(1) / fpPairs(1)
    end-if.
    if fpPairs(2) is greater than zero
        compute cmpPrior rounded = fpVarSum(2) / fpPairs(2)
    end-if.
    move "P" to cmpKind.
    perform emitCompare.
    move "Avg absolute variance %" to cmpLabel.
    move 0 to cmpCur, cmpPrior.
    if fpPairs(1) is greater than zero
        compute cmpCur rounded = fpAbsSum(1) / fpPairs(1)
    end-if.
    if fpPairs(2) is greater than zero
        compute cmpPrior rounded = fpAbsSum(2) / fpPairs(2)
    end-if.
    move "P" to cmpKind.
    perform emitCompare.

packGates.
    move "QA and conformance gates (sqrt.gates)" to sectTitle.
    perform sectionHead.
    perform pg1 thru pg1-exit
        varying gateIdx from 1 by 1
        until gateIdx is greater than gateCount.

pg1.
    move spaces to cmpLabel.
    string gateKey(gateIdx) " runs" delimited by size into cmpLabel
    end-string.
    move gRuns(gateIdx, 1) to cmpCur.
    move gRuns(gateIdx, 2) to cmpPrior.
    perform emitCompare.
    move spaces to cmpLabel.
    string gateKey(gateIdx) " failures (RC 8+)" delimited by size
        into cmpLabel
    end-string.
    move gFail(gateIdx, 1) to cmpCur.
    move gFail(gateIdx, 2) to cmpPrior.
    perform emitCompare.
    move spaces to cmpLabel.
    string gateKey(gateIdx) " warnings (RC 4)" delimited by size
        into cmpLabel
    end-string.
    move gFlag(gateIdx, 1) to cmpCur.
    move gFlag(gateIdx, 2) to cmpPrior.
    perform emitCompare.

pg1-exit.
    exit.

packAlerts.
    move "PAGE alerts (sqrt.alert.led)" to sectTitle.
    perform sectionHead.
    move "Raised" to cmpLabel.
    move paRaised(1) to cmpCur.
    move paRaised(2) to cmpPrior.
    perform emitCompare.
    move "Acknowledged" to cmpLabel.
    move paAcked(1) to cmpCur.
    move paAcked(2) to cmpPrior.
    perform emitCompare.
    move "Never acknowledged" to cmpLabel.
    move paUnacked(1) to cmpCur.
    move paUnacked(2) to cmpPrior.
    perform emitCompare.
    move "Avg minutes to acknowledge" to cmpLabel.
    move 0 to cmpCur, cmpPrior.
    if paAcked(1) is greater than zero
        compute cmpCur rounded = paMinSum(1) / paAcked(1)
    end-if.
    if paAcked(2) is greater than zero
        compute cmpPrior rounded = paMinSum(2) / paAcked(2)
    end-if.
    move "P" to cmpKind.
    perform emitCompare.
    move "Longest minutes to acknowledge" to cmpLabel.
    move paMinMax(1) to cmpCur.
    move paMinMax(2) to cmpPrior.
    perform emitCompare.

packMissedRuns.
    move "Missed-run days (sqrt.cal against sqrt.runctl)"
        to sectTitle.
    perform sectionHead.
    move "Expected run days" to cmpLabel.
    move cpExpected(1) to cmpCur.
    move cpExpected(2) to cmpPrior.
    perform emitCompare.
    move "Days with no completed run" to cmpLabel.
    move cpMissed(1) to cmpCur.
    move cpMissed(2) to cmpPrior.
    perform emitCompare.
    perform pm1 thru pm1-exit
        varying missIdx from 1 by 1
        until missIdx is greater than missCount.

pm1.
    string "    " missDate(missIdx)(1:4) "-" missDate(missIdx)(5:2)
        "-" missDate(missIdx)(7:2) " (" missType(missIdx) ") "
        missNote(missIdx) delimited by size into outLine
    end-string.
    perform emit.

pm1-exit.
    exit.

*> ------------------------------------------------------------------
