*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -                 Monthly Upstream Source Scorecard              -
*> ------------------------------------------------------------------
*> How well each upstream behaves was on record in half a dozen
*> places and in nobody's one view. This builds a sheet per source
*> (recSource, named with its team and contact through sqrtsrcr) for
*> a month, every figure set beside the three months before it, so
*> the quarterly upstream review has one page per vendor:
*>
*>   arrival      sqrt.fmon.log, the arrival monitor's findings: a
*>                day is monitored once a look found the feed ARRIVED
*>                or LATE, and late if any look that day found it LATE
*>   volume       sqrt.intk.rcp (lines per extract, and the extracts
*>                the registry band quarantined) and sqrt.load.rcp
*>                (loaded extracts, and the duplicates the loader
*>                guard refused or was forced past)
*>   quality      sqrt.rej.dsp, each reject in the month it was first
*>                seen, its defect class as sqrtrca diagnoses it, and
*>                whether a sqrtfix rule corrected it ("AUTO ...") or
*>                it waited on a person
*>   policy       sqrt.govr.hist, the governance report's records
*>                outside the sqrt.gov band (last run of a date wins)
*>
*> Each area is scored out of 100 and the overall score is the mean
*> of the areas that had evidence in the month:
*>   on-time      the on-time share of monitored days
*>   stability    100 less the daily volume's coefficient of
*>                variation, less 10 a quarantine trip or duplicate
*>   rejects      100 less 10 per point of reject rate (rejects over
*>                records delivered)
*>   human work   100 less the share of rejects no rule corrected
*>   policy       100 less 10 per point of breach rate
*> Grades: A 90 and over, B 75, C 60, D below. The trend sets the
*> month's overall score against the mean of the prior three months
*> that have one: IMPROVING or DECLINING past 5 points, else STEADY.
*>
*> The scorecard is written to sqrt.scor.<yyyy-mm> and echoed.
*>
*>   SQRT_SCOR_MONTH  scorecard month as "yyyy-mm"; blank means the
*>                    month before the current one
*>
*> RETURN-CODE: 0 scorecard produced, 4 a source graded D for the
*> month, 8 the month given was not yyyy-mm or no source left any
*> evidence in it.

identification division.
program-id. sqrtscor.

environment division.

input-output section.
file-control.
    select fmonLog assign to "sqrt.fmon.log"
        organization is line sequential
        file status is fmonLogStatus.
    select receiptFile assign to "sqrt.intk.rcp"
        organization is line sequential
        file status is receiptStatus.
    select loadRcpFile assign to "sqrt.load.rcp"
        organization is line sequential
        file status is loadRcpStatus.
    select ledgerFile assign to "sqrt.rej.dsp"
        organization is line sequential
        file status is ledgerStatus.
    select govHistFile assign to "sqrt.govr.hist"
        organization is line sequential
        file status is govHistStatus.
    select scorFile assign to dynamic scorFname
        organization is line sequential
        file status is scorStatus.

data division.

file section.
fd fmonLog.
    copy "sqrtfmlg.cpy".
fd receiptFile.
    copy "sqrtircp.cpy".
*> sqrtload's receipt, as that program lays it out
fd loadRcpFile.
    01 loadRcpRecord.
       02 lrDate    pic x(08).
       02 lrFile    pic x(30).
       02 lrSource  pic x(03).
       02 lrCount   pic 9(07).
       02 lrFprint  pic 9(12).
       02 lrOutcome pic x(01).
       02 filler    pic x(19).
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
fd govHistFile.
    copy "sqrtgvhs.cpy".
fd scorFile.
    01 scorLine pic x(100).

working-storage section.
77 fmonLogStatus pic x(02).
77 receiptStatus pic x(02).
77 loadRcpStatus pic x(02).
77 ledgerStatus  pic x(02).
77 govHistStatus pic x(02).
77 scorFname     pic x(30) value spaces.
77 scorStatus    pic x(02).

77 fileEofSw pic x(01) value "N".
    88 fileAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared source-registry resolver
77 srcCode    pic x(03) value spaces.
77 srcName    pic x(20) value spaces.
77 srcTeam    pic x(12) value spaces.
77 srcContact pic x(20) value spaces.
77 srcVolLo   pic 9(07) value 0.
77 srcVolHi   pic 9(07) value 0.
77 srcRc      pic 9(01) value 0.

77 wsDateTime  pic x(21).
77 scorMonth   pic x(07) value spaces.
77 monthYear   pic 9(04) value 0.
77 monthMon    pic 9(02) value 0.

*> Period 1 is the scorecard month, 2 to 4 the three before it, most
*> recent first; the sheet prints them oldest first. perKey is the
*> yyyymm the date-stamped files match on.
77 perIdx  pic 9(01) value 0.
77 perWork pic x(06) value spaces.
77 dayIdx  pic 9(02) value 0.
01 periodTable.
    02 perEntry occurs 4 times.
        03 perKey  pic x(06).
        03 perDash pic x(07).

*> ------------------------Evidence by Source----------------------------
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

*> Day-level figures are kept by day of the month: a day's arrival
*> verdict ("M" monitored on time, "L" late), its records delivered,
*> and the governance figures of its last sqrtgovr run.
77 srcMax   pic 9(02) value 50.
77 srcCount pic 9(02) value 0.
77 srcIdx   pic 9(02) value 0.
77 srcWork  pic x(03) value spaces.
01 srcTable.
    02 srcEntry occurs 50 times.
        03 srcKey pic x(03).
        03 srcPer occurs 4 times.
            04 sDayMon  pic x(31).
            04 sDayVol  pic 9(09) occurs 31 times.
            04 sDayRecs pic 9(07) occurs 31 times.
            04 sDayOff  pic 9(07) occurs 31 times.
            04 sQuar    pic 9(05).
            04 sDup     pic 9(05).
            04 sRej     pic 9(07).
            04 sAuto    pic 9(07).
            04 sClass   pic 9(07) occurs 8 times.

*> Sheets print in source-code order
77 ordIdx  pic 9(02) value 0.
77 ordSwap pic 9(02) value 0.
77 ordPass pic 9(02) value 0.
01 ordTable.
    02 ordEntry occurs 50 times pic 9(02).

*> ------------------------Figures and Scores----------------------------
*> One sheet's figures, per period; figNa marks a figure the period
*> had no evidence for.
77 figIdx pic 9(02) value 0.
01 figTable.
    02 figPer occurs 4 times.
        03 fig   pic s9(09)v9 occurs 20 times.
        03 figNa pic x(01) occurs 20 times.

*> Row labels and how each prints (N count, P percent or score)
01 rowDefs.
    02 filler pic x(29) value 'NDays monitored'.
    02 filler pic x(29) value 'NDays late'.
    02 filler pic x(29) value 'POn-time %'.
    02 filler pic x(29) value 'NRecords delivered'.
    02 filler pic x(29) value 'NDelivery days'.
    02 filler pic x(29) value 'PDaily volume variation %'.
    02 filler pic x(29) value 'NQuarantine trips'.
    02 filler pic x(29) value 'NDuplicate extracts'.
    02 filler pic x(29) value 'NRejects'.
    02 filler pic x(29) value 'PReject rate %'.
    02 filler pic x(29) value 'NCorrected by rule'.
    02 filler pic x(29) value 'PNeeding human work %'.
    02 filler pic x(29) value 'NRecords governed'.
    02 filler pic x(29) value 'NPolicy breaches'.
    02 filler pic x(29) value 'PBreach rate %'.
    02 filler pic x(29) value 'POn-time score'.
    02 filler pic x(29) value 'PStability score'.
    02 filler pic x(29) value 'PReject score'.
    02 filler pic x(29) value 'PHuman-work score'.
    02 filler pic x(29) value 'PPolicy score'.
01 rowDefTable redefines rowDefs.
    02 rowDef occurs 20 times.
        03 rowKind  pic x(01).
        03 rowLabel pic x(28).

77 cntM       pic 9(02) value 0.
77 cntL       pic 9(02) value 0.
77 volDays    pic 9(02) value 0.
77 volSum     pic 9(11) value 0.
77 volMean    pic 9(11)v9(4) value 0.
77 volVarSum  pic 9(18)v9(4) value 0.
77 volDev     pic s9(11)v9(4) value 0.
77 govRecs    pic 9(09) value 0.
77 govOff     pic 9(09) value 0.
77 scoreWork  pic s9(09)v9 value 0.
77 scoreSum   pic s9(09)v9 value 0.
77 scoreCount pic 9(01) value 0.
77 priorSum   pic s9(09)v9 value 0.
77 priorCount pic 9(01) value 0.
77 trendDiff  pic s9(09)v9 value 0.
77 gradeWork  pic x(01) value spaces.
77 gradeDCount pic 9(03) value 0.
77 sheetCount  pic 9(03) value 0.

77 topRank  pic 9(01) value 0.
77 topClass pic 9(01) value 0.
77 topCount pic 9(07) value 0.
01 topPicked.
    02 topUsed occurs 8 times pic x(01).

*> ------------------------Sheet Layout-----------------------------------
77 editCnt   pic zz,zzz,zz9.
77 editPct   pic zzzzzz9.9.
77 editTrend pic +++9.9.
77 editTop   pic zzz,zz9.

01 gridLine.
    02 filler    pic x(02) value spaces.
    02 gridLabel pic x(28).
    02 gridCell  pic x(11) occurs 4 times.
77 cellPer pic 9(01) value 0.
77 cellCol pic 9(01) value 0.

01 outLine pic x(100) value spaces.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    perform scanArrivals.
    perform scanIntake.
    perform scanLoads.
    perform scanLedger.
    perform scanGovernance.
    open output scorFile.
    if srcCount is equal to zero
        string "SQRT UPSTREAM SCORECARD for " perDash(1)
            ": no source left any evidence in " perDash(4) " to "
            perDash(1) "." delimited by size into outLine
        end-string
        perform emit
        close scorFile
        move 8 to return-code
        stop run
    end-if.
    perform orderSources.
    perform oneSheet thru oneSheet-exit
        varying ordIdx from 1 by 1 until ordIdx is greater than srcCount.
    close scorFile.
    display "  " sheetCount " source sheet(s) written to "
        function trim(scorFname).
    if gradeDCount is greater than zero
        move 4 to return-code
    end-if.
    stop run.

*> Every scorecard line goes to the file and the terminal both.
emit.
    write scorLine from outLine.
    display outLine.
    move spaces to outLine.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> The scorecard month and the three before it. Left blank the card
*> covers last month: it is built after the month has closed.
initParms.
    move function current-date to wsDateTime.
    move "SQRT_SCOR_MONTH" to parmKey.
    perform getParm.
    move parmValue(1:7) to scorMonth.
    if scorMonth is equal to spaces
        move wsDateTime(1:4) to monthYear
        move wsDateTime(5:2) to monthMon
        perform stepBackMonth
        string monthYear "-" monthMon
            delimited by size into scorMonth
        end-string
    end-if.
    if scorMonth(1:4) is not numeric
            or scorMonth(5:1) is not equal to "-"
            or scorMonth(6:2) is not numeric
            or scorMonth(6:2) is less than "01"
            or scorMonth(6:2) is greater than "12"
        display "sqrtscor: scorecard month " scorMonth
            " is not yyyy-mm"
        move 8 to return-code
        stop run
    end-if.
    move scorMonth(1:4) to monthYear.
    move scorMonth(6:2) to monthMon.
    perform setPeriod varying perIdx from 1 by 1
        until perIdx is greater than 4.
    string "sqrt.scor." scorMonth delimited by size into scorFname
    end-string.

setPeriod.
    move spaces to perDash(perIdx), perKey(perIdx).
    string monthYear "-" monthMon delimited by size
        into perDash(perIdx)
    end-string.
    string monthYear monthMon delimited by size into perKey(perIdx)
    end-string.
    perform stepBackMonth.

stepBackMonth.
    if monthMon is greater than 1
        subtract 1 from monthMon
    else
        move 12 to monthMon
        subtract 1 from monthYear
    end-if.

*> perWork (yyyymm) to its period, 0 when it is none of the four
seatPeriod.
    move 0 to perIdx.
    perform varying cellPer from 1 by 1 until cellPer is greater than 4
        if perWork is equal to perKey(cellPer)
            move cellPer to perIdx
        end-if
    end-perform.

seatSource.
    if srcWork is equal to spaces
        move "---" to srcWork
    end-if.
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
        initialize srcEntry(srcCount)
        move srcWork to srcKey(srcCount)
        move srcCount to srcIdx
    end-if.

*> ------------------------Gathering--------------------------------------
*> A day's verdict: on time once a look found the feed arrived, late
*> the moment any look found it late (and late it stays).
scanArrivals.
    move "N" to fileEofSw.
    open input fmonLog.
    if fmonLogStatus is not equal to "00"
        exit paragraph
    end-if.
    perform sa1 thru sa1-exit until fileAtEof.
    close fmonLog.

sa1.
    read fmonLog at end set fileAtEof to true end-read.
    if fileAtEof
        go to sa1-exit
    end-if.
    if flState is not equal to "ARRIVED" and flState is not equal to
            "LATE"
        go to sa1-exit
    end-if.
    move flDate(1:6) to perWork.
    perform seatPeriod.
    if perIdx is equal to zero or flDate(7:2) is not numeric
        go to sa1-exit
    end-if.
    move flDate(7:2) to dayIdx.
    if dayIdx is less than 1 or dayIdx is greater than 31
        go to sa1-exit
    end-if.
    move flSource to srcWork.
    perform seatSource.
    if srcIdx is equal to zero
        go to sa1-exit
    end-if.
    if flState is equal to "LATE"
        move "L" to sDayMon(srcIdx, perIdx)(dayIdx:1)
    else
        if sDayMon(srcIdx, perIdx)(dayIdx:1) is equal to space
            move "M" to sDayMon(srcIdx, perIdx)(dayIdx:1)
        end-if
    end-if.

sa1-exit.
    exit.

*> Every extract the intake swept: its lines are the day's delivery,
*> quarantined or not -- it is what the source sent.
scanIntake.
    move "N" to fileEofSw.
    open input receiptFile.
    if receiptStatus is not equal to "00"
        exit paragraph
    end-if.
    perform si1 thru si1-exit until fileAtEof.
    close receiptFile.

si1.
    read receiptFile at end set fileAtEof to true end-read.
    if fileAtEof
        go to si1-exit
    end-if.
    move riDate(1:6) to perWork.
    perform seatPeriod.
    if perIdx is equal to zero or riDate(7:2) is not numeric
        go to si1-exit
    end-if.
    move riDate(7:2) to dayIdx.
    if dayIdx is less than 1 or dayIdx is greater than 31
        go to si1-exit
    end-if.
    move riSource to srcWork.
    perform seatSource.
    if srcIdx is equal to zero
        go to si1-exit
    end-if.
    if riRead is numeric
        add riRead to sDayVol(srcIdx, perIdx, dayIdx)
    end-if.
    if riQuar is equal to "Y"
        add 1 to sQuar(srcIdx, perIdx)
    end-if.

si1-exit.
    exit.

*> A refused duplicate delivered nothing; a forced one was loaded
*> and still counts against the source for re-sending.
scanLoads.
    move "N" to fileEofSw.
    open input loadRcpFile.
    if loadRcpStatus is not equal to "00"
        exit paragraph
    end-if.
    perform sl1 thru sl1-exit until fileAtEof.
    close loadRcpFile.

sl1.
    read loadRcpFile at end set fileAtEof to true end-read.
    if fileAtEof
        go to sl1-exit
    end-if.
    move lrDate(1:6) to perWork.
    perform seatPeriod.
    if perIdx is equal to zero or lrDate(7:2) is not numeric
        go to sl1-exit
    end-if.
    move lrDate(7:2) to dayIdx.
    if dayIdx is less than 1 or dayIdx is greater than 31
        go to sl1-exit
    end-if.
    move lrSource to srcWork.
    perform seatSource.
    if srcIdx is equal to zero
        go to sl1-exit
    end-if.
    if lrOutcome is equal to "D" or lrOutcome is equal to "F"
        add 1 to sDup(srcIdx, perIdx)
    end-if.
    if lrOutcome is not equal to "D" and lrCount is numeric
        add lrCount to sDayVol(srcIdx, perIdx, dayIdx)
    end-if.

sl1-exit.
    exit.

*> Each ledger entry counts in the month it was first seen (the
*> disposition date on rows older than that field), as the service
*> review counts it.
scanLedger.
    move "N" to fileEofSw.
    open input ledgerFile.
    if ledgerStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lg1 thru lg1-exit until fileAtEof.
    close ledgerFile.

lg1.
    read ledgerFile at end set fileAtEof to true end-read.
    if fileAtEof
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
    perform seatSource.
    if srcIdx is equal to zero
        go to lg1-exit
    end-if.
    add 1 to sRej(srcIdx, perIdx).
    add 1 to sClass(srcIdx, perIdx, classIdx).
    if ledgerDisp(1:5) is equal to "AUTO "
        add 1 to sAuto(srcIdx, perIdx)
    end-if.

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

*> The governance report may run more than once a day; the day keeps
*> the last run's figures, so a rerun never double-counts.
scanGovernance.
    move "N" to fileEofSw.
    open input govHistFile.
    if govHistStatus is not equal to "00"
        exit paragraph
    end-if.
    perform sg1 thru sg1-exit until fileAtEof.
    close govHistFile.

sg1.
    read govHistFile at end set fileAtEof to true end-read.
    if fileAtEof
        go to sg1-exit
    end-if.
    move ghDate(1:6) to perWork.
    perform seatPeriod.
    if perIdx is equal to zero or ghDate(7:2) is not numeric
        go to sg1-exit
    end-if.
    move ghDate(7:2) to dayIdx.
    if dayIdx is less than 1 or dayIdx is greater than 31
        go to sg1-exit
    end-if.
    if ghRecords is not numeric or ghOffPol is not numeric
        go to sg1-exit
    end-if.
    move ghSource to srcWork.
    perform seatSource.
    if srcIdx is equal to zero
        go to sg1-exit
    end-if.
    move ghRecords to sDayRecs(srcIdx, perIdx, dayIdx).
    move ghOffPol to sDayOff(srcIdx, perIdx, dayIdx).

sg1-exit.
    exit.

*> Sheets by source code: a plain exchange sort of the order table.
orderSources.
    perform varying ordIdx from 1 by 1 until ordIdx is greater than
            srcCount
        move ordIdx to ordEntry(ordIdx)
    end-perform.
    perform varying ordPass from 1 by 1 until ordPass is not less
            than srcCount
        perform varying ordIdx from 1 by 1 until ordIdx is not less
                than srcCount
            if srcKey(ordEntry(ordIdx)) is greater than
                    srcKey(ordEntry(ordIdx + 1))
                move ordEntry(ordIdx) to ordSwap
                move ordEntry(ordIdx + 1) to ordEntry(ordIdx)
                move ordSwap to ordEntry(ordIdx + 1)
            end-if
        end-perform
    end-perform.

*> ------------------------One Sheet per Source---------------------------

oneSheet.
    move ordEntry(ordIdx) to srcIdx.
    perform computeFigures varying perIdx from 1 by 1
        until perIdx is greater than 4.
    add 1 to sheetCount.
    move srcKey(srcIdx) to srcCode.
    call "sqrtsrcr" using srcCode, srcName, srcTeam,
        srcContact, srcVolLo, srcVolHi, srcRc end-call.
    move all "=" to outLine(1:74).
    perform emit.
    string "SQRT UPSTREAM SCORECARD  " perDash(1) "   source "
        srcKey(srcIdx) "  " function trim(srcName)
        delimited by size into outLine
    end-string.
    perform emit.
    if srcRc is equal to 0
        string "  Team: " function trim(srcTeam) "   Contact: "
            function trim(srcContact)
            delimited by size into outLine
        end-string
    else
        move "  Not in the source registry (sqrtsrc.ctl) -- no team"
            & " or contact on record." to outLine
    end-if.
    perform emit.
    move all "-" to outLine(1:74).
    perform emit.
    move spaces to gridLine.
    perform varying cellCol from 1 by 1 until cellCol is greater than 4
        compute cellPer = 5 - cellCol
        move spaces to gridCell(cellCol)
        move perDash(cellPer) to gridCell(cellCol)(5:7)
    end-perform.
    move gridLine to outLine.
    perform emit.
    move "  Arrival" to outLine.
    perform emit.
    perform emitRow varying figIdx from 1 by 1 until figIdx > 3.
    move "  Volume" to outLine.
    perform emit.
    perform emitRow varying figIdx from 4 by 1 until figIdx > 8.
    move "  Quality" to outLine.
    perform emit.
    perform emitRow varying figIdx from 9 by 1 until figIdx > 12.
    move "  Policy" to outLine.
    perform emit.
    perform emitRow varying figIdx from 13 by 1 until figIdx > 15.
    move "  Ratings (out of 100)" to outLine.
    perform emit.
    perform emitRow varying figIdx from 16 by 1 until figIdx > 20.
    perform emitOverall.
    perform emitTrend.
    move "  Top defect classes this month" to outLine.
    perform emit.
    move all "N" to topPicked.
    perform pickTopClass thru pickTopClass-exit
        varying topRank from 1 by 1 until topRank is greater than 3.
    perform emit.

oneSheet-exit.
    exit.

*> Every figure of one period for the sheet's source.
computeFigures.
    initialize figPer(perIdx).
    move 0 to cntM, cntL.
    inspect sDayMon(srcIdx, perIdx) tallying cntM for all "M"
        cntL for all "L".
    compute fig(perIdx, 1) = cntM + cntL.
    move cntL to fig(perIdx, 2).
    if fig(perIdx, 1) is equal to zero
        move "Y" to figNa(perIdx, 3), figNa(perIdx, 16)
    else
        compute fig(perIdx, 3) rounded = cntM * 100 / fig(perIdx, 1)
        move fig(perIdx, 3) to fig(perIdx, 16)
    end-if.
    perform volumeFigures.
    move sQuar(srcIdx, perIdx) to fig(perIdx, 7).
    move sDup(srcIdx, perIdx) to fig(perIdx, 8).
    move sRej(srcIdx, perIdx) to fig(perIdx, 9).
    move sAuto(srcIdx, perIdx) to fig(perIdx, 11).
    if fig(perIdx, 4) is equal to zero
        move "Y" to figNa(perIdx, 10), figNa(perIdx, 18)
    else
        compute fig(perIdx, 10) rounded =
            sRej(srcIdx, perIdx) * 100 / fig(perIdx, 4)
        compute scoreWork = 100 - fig(perIdx, 10) * 10
        perform floorScore
        move scoreWork to fig(perIdx, 18)
    end-if.
    if sRej(srcIdx, perIdx) is equal to zero
        if fig(perIdx, 4) is equal to zero
            move "Y" to figNa(perIdx, 12), figNa(perIdx, 19)
        else
            move 100 to fig(perIdx, 19)
        end-if
    else
        compute fig(perIdx, 12) rounded =
            (sRej(srcIdx, perIdx) - sAuto(srcIdx, perIdx)) * 100
            / sRej(srcIdx, perIdx)
        compute fig(perIdx, 19) = 100 - fig(perIdx, 12)
    end-if.
    move 0 to govRecs, govOff.
    perform varying dayIdx from 1 by 1 until dayIdx is greater than 31
        add sDayRecs(srcIdx, perIdx, dayIdx) to govRecs
        add sDayOff(srcIdx, perIdx, dayIdx) to govOff
    end-perform.
    move govRecs to fig(perIdx, 13).
    move govOff to fig(perIdx, 14).
    if govRecs is equal to zero
        move "Y" to figNa(perIdx, 15), figNa(perIdx, 20)
    else
        compute fig(perIdx, 15) rounded = govOff * 100 / govRecs
        compute scoreWork = 100 - fig(perIdx, 15) * 10
        perform floorScore
        move scoreWork to fig(perIdx, 20)
    end-if.

*> Delivered volume and how steady it ran: the coefficient of
*> variation of the days the source delivered anything.
volumeFigures.
    move 0 to volDays, volSum, volVarSum.
    perform varying dayIdx from 1 by 1 until dayIdx is greater than 31
        if sDayVol(srcIdx, perIdx, dayIdx) is greater than zero
            add 1 to volDays
            add sDayVol(srcIdx, perIdx, dayIdx) to volSum
        end-if
    end-perform.
    move volSum to fig(perIdx, 4).
    move volDays to fig(perIdx, 5).
    if volDays is less than 2
        move "Y" to figNa(perIdx, 6), figNa(perIdx, 17)
        exit paragraph
    end-if.
    compute volMean rounded = volSum / volDays.
    perform varying dayIdx from 1 by 1 until dayIdx is greater than 31
        if sDayVol(srcIdx, perIdx, dayIdx) is greater than zero
            compute volDev = sDayVol(srcIdx, perIdx, dayIdx) - volMean
            compute volVarSum = volVarSum + volDev * volDev
        end-if
    end-perform.
    compute fig(perIdx, 6) rounded =
        function sqrt(volVarSum / volDays) * 100 / volMean.
    compute scoreWork = 100 - fig(perIdx, 6)
        - 10 * (sQuar(srcIdx, perIdx) + sDup(srcIdx, perIdx)).
    perform floorScore.
    move scoreWork to fig(perIdx, 17).

floorScore.
    if scoreWork is less than zero
        move 0 to scoreWork
    end-if.

*> One row: the four periods oldest first, n/a where no evidence.
emitRow.
    move spaces to gridLine.
    move rowLabel(figIdx) to gridLabel.
    perform varying cellCol from 1 by 1 until cellCol is greater than 4
        compute cellPer = 5 - cellCol
        if figNa(cellPer, figIdx) is equal to "Y"
            move "        n/a" to gridCell(cellCol)
        else
            if rowKind(figIdx) is equal to "P"
                move fig(cellPer, figIdx) to editPct
                move editPct to gridCell(cellCol)(3:9)
            else
                move fig(cellPer, figIdx) to editCnt
                move editCnt to gridCell(cellCol)(2:10)
            end-if
        end-if
    end-perform.
    move gridLine to outLine.
    perform emit.

*> The overall score is the mean of the area scores a period had
*> evidence for, and carries the grade.
emitOverall.
    move spaces to gridLine.
    move "Overall score" to gridLabel.
    perform varying cellCol from 1 by 1 until cellCol is greater than 4
        compute cellPer = 5 - cellCol
        perform overallScore
        if scoreCount is equal to zero
            move "        n/a" to gridCell(cellCol)
        else
            move scoreWork to editPct
            move editPct to gridCell(cellCol)(1:9)
            perform gradeScore
            move gradeWork to gridCell(cellCol)(11:1)
        end-if
    end-perform.
    move gridLine to outLine.
    perform emit.
    move 1 to cellPer.
    perform overallScore.
    if scoreCount is greater than zero
        perform gradeScore
        if gradeWork is equal to "D"
            add 1 to gradeDCount
        end-if
    end-if.

overallScore.
    move 0 to scoreSum, scoreCount, scoreWork.
    perform varying figIdx from 16 by 1 until figIdx is greater than 20
        if figNa(cellPer, figIdx) is not equal to "Y"
            add fig(cellPer, figIdx) to scoreSum
            add 1 to scoreCount
        end-if
    end-perform.
    if scoreCount is greater than zero
        compute scoreWork rounded = scoreSum / scoreCount
    end-if.

gradeScore.
    evaluate true
        when scoreWork is not less than 90
            move "A" to gradeWork
        when scoreWork is not less than 75
            move "B" to gradeWork
        when scoreWork is not less than 60
            move "C" to gradeWork
        when other
            move "D" to gradeWork
    end-evaluate.

*> This month's overall score against the prior three months' mean.
emitTrend.
    move 0 to priorSum, priorCount.
    perform varying cellPer from 2 by 1 until cellPer is greater than 4
        perform overallScore
        if scoreCount is greater than zero
            add scoreWork to priorSum
            add 1 to priorCount
        end-if
    end-perform.
    move 1 to cellPer.
    perform overallScore.
    evaluate true
        when scoreCount is equal to zero
            move "  Trend: no rated evidence this month." to outLine
        when priorCount is equal to zero
            move "  Trend: NEW -- nothing to rate in the prior three"
                & " months." to outLine
        when other
            compute trendDiff rounded = scoreWork - priorSum / priorCount
            move trendDiff to editTrend
            evaluate true
                when trendDiff is greater than 5
                    string "  Trend: IMPROVING (" editTrend
                        " on the prior three months' mean)"
                        delimited by size into outLine
                    end-string
                when trendDiff is less than -5
                    string "  Trend: DECLINING (" editTrend
                        " on the prior three months' mean)"
                        delimited by size into outLine
                    end-string
                when other
                    string "  Trend: STEADY (" editTrend
                        " on the prior three months' mean)"
                        delimited by size into outLine
                    end-string
            end-evaluate
    end-evaluate.
    perform emit.

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
        if topRank is equal to 1
            move "    none -- no rejects this month" to outLine
            perform emit
        end-if
        move 4 to topRank
        go to pickTopClass-exit
    end-if.
    move "Y" to topUsed(topClass).
    move topCount to editTop.
    string "    " className(topClass) " " editTop
        delimited by size into outLine
    end-string.
    perform emit.

pickTopClass-exit.
    exit.

*> ------------------------------------------------------------------
