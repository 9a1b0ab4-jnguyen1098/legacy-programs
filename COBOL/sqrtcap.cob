*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -             Long-horizon Capacity Runway Projection            -
*> ------------------------------------------------------------------
*> sqrtfcst answers "will tonight fit" and sqrttrend flags the week's
*> swings; neither answers the question asked upstairs: at the rate
*> things are growing, in which month does the nightly window stop
*> being enough, even split four ways? This fits the growth trend in
*> the three things a night's length is made of, over the recent
*> nights on the statistics master (sqrt.stats) and the forecast
*> history (sqrt.fcst):
*>
*>   volume      records read a night (every run and partition that
*>               night, summed)
*>   cache hits  the share of a night's records the history cache
*>               answered, from that night's forecast row
*>   throughput  records actually computed (not answered from the
*>               cache) per minute of run time, every partition's
*>               minutes summed
*>
*> -- each a least-squares straight line against the date -- adds the
*> work already committed to the nights ahead on sqrtfwd's forward
*> schedule (sqrt.fwd), and projects every night of the next twelve
*> months: the minutes of run time it needs against the window
*> (SQRT_WINDOW_END, from the nightly start) times the partition
*> count. A date the processing calendar marks "H" runs nothing; the
*> work committed to it is carried to the next night that runs.
*>
*> The report gives each trend as it stands today and per month, the
*> busiest night of each month against capacity, the first night
*> projected past the window (the breach date), and for each larger
*> partition count the breach date it would defer to -- down to the
*> count that clears the whole twelve months. Every projected night
*> is also left on sqrt.cap for charting.
*>
*>   SQRT_CAP_HISTORY_DAYS  nights of history the trends are fitted
*>                          over (default 180)
*>   SQRT_CAP_START         the nightly start time, hhmm (default: the
*>                          latest run's on sqrt.stats)
*>   SQRT_WINDOW_END        the window's end, hhmm, as SQRT keeps it;
*>                          unset, the window is SQRT_FCST_WINDOW_MIN
*>                          minutes (default 360)
*>   SQRT_SPLIT_COUNT       partitions a night is split into
*>                          (default 4, as sqrtsplit)
*>   SQRT_CAL_FILE          calendar dataset override (default
*>                          sqrt.cal)
*>
*> A straight line is a planning figure, not a promise; the fewer the
*> nights behind it, the less it is worth, and under seven nights of
*> run time it is not drawn at all.
*>
*> RETURN-CODE: 0 the twelve months fit, 4 a breach is projected,
*> 8 too little history to fit a trend.

identification division.
program-id. sqrtcap.

environment division.

input-output section.
file-control.
    select statsFile assign to "sqrt.stats"
        organization is line sequential
        file status is statsFileStatus.
    select fcstFile assign to "sqrt.fcst"
        organization is line sequential
        file status is fcstFileStatus.
    select schedFile assign to "sqrt.fwd"
        organization is line sequential
        file status is schedStatus.
    select calFile assign to dynamic calFname
        organization is line sequential
        file status is calFileStatus.
    select capFile assign to "sqrt.cap"
        organization is line sequential
        file status is capFileStatus.

data division.

file section.
fd statsFile.
    copy "sqrtstat.cpy".
fd fcstFile.
    copy "sqrtfct.cpy".
fd schedFile.
    copy "sqrtfwdr.cpy".
fd calFile.
    01 calRecord.
       02 calDate pic x(08).
       02 calType pic x(01).
       02 calNote pic x(20).
       02 filler  pic x(51).
*> One row per projected night, dates ascending: the trend volume,
*> the committed work on top of it, the fitted hit rate and
*> throughput, the minutes needed against the minutes available,
*> and the partitions that night alone would need. cpFlag "B" is a
*> night past capacity, "H" a non-processing day (nothing run).
fd capFile.
    01 capRecord.
       02 cpDate      pic x(08).
       02 cpFlag      pic x(01).
       02 cpTrendVol  pic 9(09).
       02 cpCommitted pic 9(07).
       02 cpHitPct    pic 9(03).
       02 cpRate      pic 9(07).
       02 cpLoadMin   pic 9(07).
       02 cpCapMin    pic 9(07).
       02 cpPartNeed  pic 9(02).
       02 filler      pic x(29).

working-storage section.
77 statsFileStatus pic x(02).
77 fcstFileStatus  pic x(02).
77 schedStatus     pic x(02).
77 calFileStatus   pic x(02).
77 capFileStatus   pic x(02).
77 calFname        pic x(30) value "sqrt.cal".
77 eofSw           pic x(01) value "N".
    88 atEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> ------------------------Projection Parameters--------------------------
77 historyDays   pic 9(03) value 180.
77 partitions    pic 9(02) value 4.
77 windowMin     pic 9(05) value 360.
77 startRaw      pic x(04) value spaces.
77 windowEndRaw  pic x(04) value spaces.
77 startMin      pic 9(05) value 0.
77 endMin        pic 9(05) value 0.
77 capacityMin   pic 9(07) value 0.
77 latestStamp   pic x(14) value spaces.
77 horizonNights pic 9(03) value 365.
77 minNights     pic 9(02) value 7.

77 todayStamp pic x(08) value spaces.
77 todayInt   pic 9(07) value 0.
77 firstInt   pic 9(07) value 0.
77 dateNum    pic 9(08) value 0.
77 dateWork   pic x(08) value spaces.

*> ------------------------The Nights Behind Us---------------------------
*> One slot per run date inside the history: every run and partition
*> that night summed, and the night's last forecast row.
77 nightMax   pic 9(03) value 400.
77 nightCount pic 9(03) value 0.
77 nightIdx   pic 9(03) value 0.
77 nightHit   pic 9(03) value 0.
01 nightTable.
    02 nightEntry occurs 400 times.
        03 nDate    pic x(08).
        03 nInt     pic 9(07).
        03 nVol     pic 9(11).
        03 nSecs    pic 9(09).
        03 nFcRecs  pic 9(09).
        03 nFcHits  pic 9(09).
        03 nFcSw    pic x(01).
            88 nHasForecast value "Y".
77 timedNights pic 9(03) value 0.

*> ------------------------The Trend Lines--------------------------------
*> Least squares, y = a + b x, x the night's day number counted from
*> today (so a is the trend's level today and b its change a day).
*> Series 1 volume, 2 cache-hit percent, 3 computed records/minute.
01 fitTable.
    02 fitEntry occurs 3 times.
        03 fN   pic 9(05).
        03 fSx  pic s9(07).
        03 fSxx pic 9(11).
        03 fSy  pic s9(13)v9(04).
        03 fSxy pic s9(15)v9(03).
        03 fA   pic s9(11)v9(04).
        03 fB   pic s9(09)v9(06).
77 fitIdx  pic 9(01) value 0.
77 fitX    pic s9(05) value 0.
77 fitY    pic s9(11)v9(04) value 0.
77 fitDen  pic s9(15) value 0.
77 nightHitPct pic s9(03)v9(04) value 0.
77 nightRate   pic s9(09)v9(04) value 0.

*> ------------------------Committed Work Ahead---------------------------
77 fwdMax     pic 9(03) value 400.
77 fwdCount   pic 9(03) value 0.
77 fwdIdx     pic 9(03) value 0.
77 fwdOnFileSw pic x(01) value "N".
    88 fwdOnFile value "Y".
77 committedTotal pic 9(09) value 0.
01 fwdTable.
    02 fwdEntry occurs 400 times.
        03 tFwdDate pic x(08).
        03 tFwdRecs pic 9(09).

*> ------------------------Non-processing Days----------------------------
77 holMax   pic 9(03) value 400.
77 holCount pic 9(03) value 0.
77 holIdx   pic 9(03) value 0.
77 holSw    pic x(01) value "N".
    88 nightIsHoliday value "Y".
01 holTable.
    02 holDate occurs 400 times pic x(08).

*> ------------------------The Nights Ahead------------------------------
77 projIdx     pic 9(03) value 0.
77 projInt     pic 9(07) value 0.
77 projDate    pic x(08) value spaces.
77 projX       pic s9(05) value 0.
77 projVol     pic s9(11)v9(02) value 0.
77 projHit     pic s9(03)v9(04) value 0.
77 projRate    pic s9(09)v9(04) value 0.
77 projLoad    pic 9(09)v9(02) value 0.
77 projCommit  pic 9(09) value 0.
77 carryRecs   pic 9(09) value 0.
77 projNeed    pic 9(05) value 0.
77 breachDate  pic x(08) value spaces.
77 breachLoad  pic 9(09)v9(02) value 0.
77 peakLoad    pic 9(09)v9(02) value 0.
77 peakDate    pic x(08) value spaces.

*> The first night past capacity under each partition count, so the
*> report can say what one more partition (or two) buys.
77 partMax  pic 9(02) value 32.
77 partIdx  pic 9(02) value 0.
77 partCap  pic 9(09) value 0.
77 partClear pic 9(02) value 0.
01 partTable.
    02 partBreach occurs 32 times pic x(08).

*> One slot per calendar month of the horizon
77 monMax   pic 9(02) value 13.
77 monCount pic 9(02) value 0.
01 monTable.
    02 monEntry occurs 13 times.
        03 mKey      pic x(06).
        03 mNights   pic 9(03).
        03 mOver     pic 9(03).
        03 mPeak     pic 9(09)v9(02).
        03 mPeakDate pic x(08).
77 monIdx pic 9(02) value 0.

*> ------------------------Decorative/Report Output-----------------------
77 editCount pic zzz,zzz,zz9.
77 editPct   pic ---9.9.
77 editMin   pic zzz,zz9.
77 editRate  pic zzz,zzz,zz9.
77 editPart  pic z9.
77 editPct2  pic zzz9.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(34) value 'SQRT Capacity Runway Projection'.

01 underLine1.
    02 filler pic x(60) value all '-'.

01 monHead.
    02 filler pic x(60) value
       '  Month    Nights  Over  Busiest night   Minutes  % of cap'.

01 monLine.
    02 filler     pic x(02) value spaces.
    02 outMonth   pic x(07).
    02 filler     pic x(03) value spaces.
    02 outNights  pic zz9.
    02 filler     pic x(03) value spaces.
    02 outOver    pic zz9.
    02 filler     pic x(02) value spaces.
    02 outPeakDay pic x(10).
    02 filler     pic x(05) value spaces.
    02 outPeakMin pic zzz,zz9.
    02 filler     pic x(04) value spaces.
    02 outPeakPct pic zzz9.
    02 outMark    pic x(04).

01 partHead.
    02 filler pic x(60) value
       '  Partitions  Capacity (min)  First night past capacity'.

01 partLine.
    02 filler      pic x(06) value spaces.
    02 outPart     pic z9.
    02 filler      pic x(06) value spaces.
    02 outPartCap  pic zzz,zzz,zz9.
    02 filler      pic x(04) value spaces.
    02 outPartBrch pic x(30).

*> --------------------------Main Program----------------------------------
procedure division.
    display titleLine.
    display underLine1.
    accept todayStamp from date yyyymmdd.
    compute todayInt =
        function integer-of-date(function numval(todayStamp)).
    perform initParms.
    compute firstInt = todayInt - historyDays.
    perform loadStats.
    if timedNights is less than minNights
        move timedNights to editCount
        move historyDays to editMin
        move minNights to editPart
        display "  Only " function trim(editCount) " night(s) of "
            "run time on sqrt.stats in the last "
            function trim(editMin) " days; at least "
            function trim(editPart) " are needed to fit a trend."
        move 8 to return-code
        stop run
    end-if.
    perform loadForecasts.
    perform setWindow.
    perform fitTrends.
    perform loadSchedule.
    perform loadCalendar.
    perform projectNights.
    perform reportRunway.
    if breachDate is not equal to spaces
        move 4 to return-code
    end-if.
    stop run.

*> ------------------------The History-----------------------------------

*> A night is every sqrt.stats row for its run date, split or rerun;
*> its length is every row's run time summed, the minutes one stream
*> would have needed.
loadStats.
    move "N" to eofSw.
    open input statsFile.
    if statsFileStatus is not equal to "00"
        display "  No sqrt.stats (status " statsFileStatus ")."
        exit paragraph
    end-if.
    perform ls1 thru ls1-exit until atEof.
    close statsFile.
    move 0 to timedNights.
    perform varying nightIdx from 1 by 1
            until nightIdx is greater than nightCount
        if nSecs(nightIdx) is greater than zero
            add 1 to timedNights
        end-if
    end-perform.

ls1.
    read statsFile at end
        set atEof to true
        go to ls1-exit
    end-read.
    if statRunDate is not numeric
        go to ls1-exit
    end-if.
    if statRunId is numeric and statRunId is greater than latestStamp
        move statRunId to latestStamp
    end-if.
    move statRunDate to dateWork.
    perform seatNight.
    if nightHit is equal to zero
        go to ls1-exit
    end-if.
    if statRead is numeric
        add statRead to nVol(nightHit)
    end-if.
    if statElapsed is numeric
        add statElapsed to nSecs(nightHit)
    end-if.

ls1-exit.
    exit.

*> The night for dateWork, taken on when it is inside the history
*> and there is room; nightHit zero when it is not.
seatNight.
    move 0 to nightHit.
    if function test-date-yyyymmdd(function numval(dateWork))
            is not equal to zero
        exit paragraph
    end-if.
    if function integer-of-date(function numval(dateWork))
            is less than firstInt
        or function integer-of-date(function numval(dateWork))
            is greater than todayInt
        exit paragraph
    end-if.
    perform varying nightIdx from 1 by 1
            until nightIdx is greater than nightCount
                or nightHit is greater than zero
        if nDate(nightIdx) is equal to dateWork
            move nightIdx to nightHit
        end-if
    end-perform.
    if nightHit is greater than zero
            or nightCount is not less than nightMax
        exit paragraph
    end-if.
    add 1 to nightCount.
    move nightCount to nightHit.
    move dateWork to nDate(nightHit).
    compute nInt(nightHit) =
        function integer-of-date(function numval(dateWork)).
    move 0 to nVol(nightHit), nSecs(nightHit), nFcRecs(nightHit),
        nFcHits(nightHit).
    move "N" to nFcSw(nightHit).

*> A night's hit rate is its last forecast's; a forecast for a date
*> with no run on the statistics master has nothing to say.
loadForecasts.
    move "N" to eofSw.
    open input fcstFile.
    if fcstFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lf1 thru lf1-exit until atEof.
    close fcstFile.

lf1.
    read fcstFile at end
        set atEof to true
        go to lf1-exit
    end-read.
    if fcRecCount is not numeric or fcHitCount is not numeric
            or fcRecCount is equal to zero
        go to lf1-exit
    end-if.
    perform varying nightIdx from 1 by 1
            until nightIdx is greater than nightCount
        if nDate(nightIdx) is equal to fcDate
            move fcRecCount to nFcRecs(nightIdx)
            move fcHitCount to nFcHits(nightIdx)
            set nHasForecast(nightIdx) to true
        end-if
    end-perform.

lf1-exit.
    exit.

*> ------------------------The Window------------------------------------

*> From the nightly start to SQRT_WINDOW_END, across midnight when
*> the end is the earlier clock time; without a window end, the
*> forecaster's window length.
setWindow.
    if startRaw is equal to spaces
        move latestStamp(9:4) to startRaw
    end-if.
    if windowEndRaw is numeric and startRaw is numeric
        compute startMin = function numval(startRaw(1:2)) * 60
            + function numval(startRaw(3:2))
        compute endMin = function numval(windowEndRaw(1:2)) * 60
            + function numval(windowEndRaw(3:2))
        if endMin is not greater than startMin
            add 1440 to endMin
        end-if
        compute windowMin = endMin - startMin
    end-if.
    compute capacityMin = windowMin * partitions.

*> ------------------------The Trends------------------------------------

*> Volume and hit rate first; throughput needs each night's hit rate,
*> its own forecast's where there is one, else the fitted line's.
fitTrends.
    initialize fitTable.
    perform varying nightIdx from 1 by 1
            until nightIdx is greater than nightCount
        compute fitX = nInt(nightIdx) - todayInt
        if nVol(nightIdx) is greater than zero
            move 1 to fitIdx
            move nVol(nightIdx) to fitY
            perform addPoint
        end-if
        if nHasForecast(nightIdx)
            move 2 to fitIdx
            compute fitY rounded =
                nFcHits(nightIdx) * 100 / nFcRecs(nightIdx)
            perform addPoint
        end-if
    end-perform.
    move 1 to fitIdx.
    perform solveLine.
    move 2 to fitIdx.
    perform solveLine.
    perform varying nightIdx from 1 by 1
            until nightIdx is greater than nightCount
        if nSecs(nightIdx) is greater than zero
                and nVol(nightIdx) is greater than zero
            compute fitX = nInt(nightIdx) - todayInt
            if nHasForecast(nightIdx)
                compute nightHitPct rounded =
                    nFcHits(nightIdx) * 100 / nFcRecs(nightIdx)
            else
                compute nightHitPct rounded = fA(2) + fB(2) * fitX
            end-if
            perform clampHit
            compute nightRate rounded = nVol(nightIdx)
                * (100 - nightHitPct) / 100 * 60 / nSecs(nightIdx)
            move 3 to fitIdx
            move nightRate to fitY
            perform addPoint
        end-if
    end-perform.
    move 3 to fitIdx.
    perform solveLine.

addPoint.
    add 1 to fN(fitIdx).
    add fitX to fSx(fitIdx).
    compute fSxx(fitIdx) = fSxx(fitIdx) + fitX * fitX.
    add fitY to fSy(fitIdx).
    compute fSxy(fitIdx) = fSxy(fitIdx) + fitX * fitY.

*> A line through fewer than two distinct days is flat at the mean;
*> a series with no points at all is flat at zero.
solveLine.
    move 0 to fA(fitIdx), fB(fitIdx).
    if fN(fitIdx) is equal to zero
        exit paragraph
    end-if.
    compute fitDen = fN(fitIdx) * fSxx(fitIdx)
        - fSx(fitIdx) * fSx(fitIdx).
    if fitDen is not equal to zero
        compute fB(fitIdx) rounded =
            (fN(fitIdx) * fSxy(fitIdx) - fSx(fitIdx) * fSy(fitIdx))
            / fitDen
    end-if.
    compute fA(fitIdx) rounded =
        (fSy(fitIdx) - fB(fitIdx) * fSx(fitIdx)) / fN(fitIdx).

clampHit.
    if nightHitPct is less than zero
        move 0 to nightHitPct
    end-if.
    if nightHitPct is greater than 99
        move 99 to nightHitPct
    end-if.

*> ------------------------Committed Work and the Calendar----------------

*> sqrtfwd's schedule, by date across its sources, for the nights of
*> the horizon.
loadSchedule.
    move "N" to eofSw.
    open input schedFile.
    if schedStatus is not equal to "00"
        exit paragraph
    end-if.
    set fwdOnFile to true.
    perform lw1 thru lw1-exit until atEof.
    close schedFile.

lw1.
    read schedFile at end
        set atEof to true
        go to lw1-exit
    end-read.
    if fsDate is not numeric or fsRecs is not numeric
            or fsDate is not greater than todayStamp
        go to lw1-exit
    end-if.
    if function test-date-yyyymmdd(function numval(fsDate))
            is not equal to zero
        go to lw1-exit
    end-if.
    if function integer-of-date(function numval(fsDate))
            is greater than todayInt + horizonNights
        go to lw1-exit
    end-if.
    perform varying fwdIdx from 1 by 1
            until fwdIdx is greater than fwdCount
                or tFwdDate(fwdIdx) is equal to fsDate
        continue
    end-perform.
    if fwdIdx is greater than fwdCount
        if fwdCount is not less than fwdMax
            go to lw1-exit
        end-if
        add 1 to fwdCount
        move fsDate to tFwdDate(fwdCount)
        move 0 to tFwdRecs(fwdCount)
        move fwdCount to fwdIdx
    end-if.
    add fsRecs to tFwdRecs(fwdIdx).
    add fsRecs to committedTotal.

lw1-exit.
    exit.

*> The calendar's non-processing days ahead; a calendar that cannot
*> be read declares none.
loadCalendar.
    move "N" to eofSw.
    open input calFile.
    if calFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lc1 thru lc1-exit until atEof.
    close calFile.

lc1.
    read calFile at end
        set atEof to true
        go to lc1-exit
    end-read.
    if calDate is not numeric or calType is not equal to "H"
            or calDate is not greater than todayStamp
            or holCount is not less than holMax
        go to lc1-exit
    end-if.
    add 1 to holCount.
    move calDate to holDate(holCount).

lc1-exit.
    exit.

*> ------------------------The Projection--------------------------------

projectNights.
    move 0 to carryRecs, monCount.
    move spaces to breachDate, peakDate.
    move 0 to peakLoad, breachLoad.
    perform varying partIdx from 1 by 1 until partIdx is greater than
            partMax
        move spaces to partBreach(partIdx)
    end-perform.
    open output capFile.
    perform pj1 thru pj1-exit
        varying projIdx from 1 by 1 until projIdx is greater than
            horizonNights.
    close capFile.

*> One night: its committed work (and any carried off a day that did
*> not run) on top of the trend volume; the computed share at the
*> fitted hit rate, at the fitted throughput, in minutes.
pj1.
    compute projInt = todayInt + projIdx.
    compute dateNum = function date-of-integer(projInt).
    move dateNum to projDate.
    compute projX = projIdx.
    move carryRecs to projCommit.
    perform varying fwdIdx from 1 by 1
            until fwdIdx is greater than fwdCount
        if tFwdDate(fwdIdx) is equal to projDate
            add tFwdRecs(fwdIdx) to projCommit
        end-if
    end-perform.
    compute projVol rounded = fA(1) + fB(1) * projX.
    if projVol is less than zero
        move 0 to projVol
    end-if.
    compute nightHitPct rounded = fA(2) + fB(2) * projX.
    perform clampHit.
    move nightHitPct to projHit.
    compute projRate rounded = fA(3) + fB(3) * projX.
    if projRate is less than 1
        move 1 to projRate
    end-if.
    move spaces to capRecord.
    move projDate to cpDate.
    compute cpTrendVol rounded = projVol.
    move projHit to cpHitPct.
    compute cpRate rounded = projRate.
    move capacityMin to cpCapMin.
    perform seatMonth.
    perform checkHoliday.
    if nightIsHoliday
        move projCommit to carryRecs
        move "H" to cpFlag
        move 0 to cpCommitted, cpLoadMin, cpPartNeed
        write capRecord
        go to pj1-exit
    end-if.
    move 0 to carryRecs.
    compute projLoad rounded =
        (projVol + projCommit) * (100 - projHit) / 100 / projRate.
    move projCommit to cpCommitted.
    compute cpLoadMin rounded = projLoad.
    compute projNeed = (projLoad + windowMin - 0.01) / windowMin.
    if projNeed is greater than 99
        move 99 to cpPartNeed
    else
        move projNeed to cpPartNeed
    end-if.
    add 1 to mNights(monCount).
    if projLoad is greater than mPeak(monCount)
        move projLoad to mPeak(monCount)
        move projDate to mPeakDate(monCount)
    end-if.
    if projLoad is greater than peakLoad
        move projLoad to peakLoad
        move projDate to peakDate
    end-if.
    if projLoad is greater than capacityMin
        move "B" to cpFlag
        add 1 to mOver(monCount)
        if breachDate is equal to spaces
            move projDate to breachDate
            move projLoad to breachLoad
        end-if
    end-if.
    perform varying partIdx from 1 by 1 until partIdx is greater than
            partMax
        compute partCap = windowMin * partIdx
        if partBreach(partIdx) is equal to spaces
                and projLoad is greater than partCap
            move projDate to partBreach(partIdx)
        end-if
    end-perform.
    write capRecord.

pj1-exit.
    exit.

*> Nights run in date order, so a month's slot is the last one or a
*> new one after it.
seatMonth.
    if monCount is equal to zero
            or mKey(monCount) is not equal to projDate(1:6)
        if monCount is less than monMax
            add 1 to monCount
            move projDate(1:6) to mKey(monCount)
            move 0 to mNights(monCount), mOver(monCount),
                mPeak(monCount)
            move spaces to mPeakDate(monCount)
        end-if
    end-if.

checkHoliday.
    move "N" to holSw.
    perform varying holIdx from 1 by 1
            until holIdx is greater than holCount or nightIsHoliday
        if holDate(holIdx) is equal to projDate
            set nightIsHoliday to true
        end-if
    end-perform.

*> ------------------------The Report------------------------------------

reportRunway.
    move timedNights to editCount.
    move historyDays to editMin.
    display "  History        : " function trim(editCount)
        " night(s) with run time in the last "
        function trim(editMin) " days".
    move windowMin to editMin.
    if windowEndRaw is numeric and startRaw is numeric
        display "  Window         : " startRaw " to " windowEndRaw
            " = " function trim(editMin) " minutes"
    else
        display "  Window         : " function trim(editMin)
            " minutes (SQRT_FCST_WINDOW_MIN)"
    end-if.
    move partitions to editPart.
    move capacityMin to editRate.
    display "  Capacity       : " function trim(editPart)
        " partition(s) x window = " function trim(editRate)
        " minutes of run time a night".
    display underLine1.
    display "  Trends (level today; change a month, 30 days)".
    move 1 to fitIdx.
    compute editRate rounded = fA(1).
    perform growthPct.
    display "    Volume       : " editRate " records/night  "
        editPct "% a month".
    compute editPct rounded = fB(2) * 30.
    compute nightHitPct rounded = fA(2).
    perform clampHit.
    move nightHitPct to editPct2.
    display "    Cache hits   : " editPct2 "% of records      "
        editPct " points a month".
    if fN(2) is equal to zero
        display "                   (no forecast rows in the history;"
            " taken as none)"
    end-if.
    move 3 to fitIdx.
    compute editRate rounded = fA(3).
    perform growthPct.
    display "    Throughput   : " editRate " computed/minute "
        editPct "% a month".
    if fwdOnFile
        move committedTotal to editCount
        display "    Committed    : " editCount " records on the "
            "forward schedule (sqrt.fwd)"
    else
        display "    Committed    : no forward schedule (sqrt.fwd); "
            "run sqrtfwd first"
    end-if.
    display underLine1.
    display monHead.
    perform varying monIdx from 1 by 1 until monIdx is greater than
            monCount
        perform monthLine
    end-perform.
    display underLine1.
    if breachDate is equal to spaces
        compute editPct2 rounded = peakLoad * 100 / capacityMin
        display "  No night in the next twelve months is projected "
            "past capacity;"
        display "  the busiest, " peakDate(1:4) "-" peakDate(5:2) "-"
            peakDate(7:2) ", needs " editPct2 "% of it."
    else
        compute editMin rounded = breachLoad
        move capacityMin to editRate
        display "  PROJECTED BREACH: " breachDate(1:4) "-"
            breachDate(5:2) "-" breachDate(7:2) " needs "
            function trim(editMin) " minutes against "
            function trim(editRate) "."
    end-if.
    display " ".
    display partHead.
    move 0 to partClear.
    perform varying partIdx from partitions by 1
            until partIdx is greater than partMax
                or partClear is greater than zero
        perform partLineOut
    end-perform.
    if partClear is equal to zero
        display "  Even " partMax " partitions do not clear the "
            "twelve months."
    else
        move partClear to editPart
        display "  Partitions needed to clear the twelve months: "
            function trim(editPart)
    end-if.

*> b a month as a percent of today's level a
growthPct.
    if fA(fitIdx) is greater than zero
        compute editPct rounded = fB(fitIdx) * 30 * 100 / fA(fitIdx)
    else
        move 0 to editPct
    end-if.

monthLine.
    move spaces to outMonth.
    string mKey(monIdx)(1:4) "-" mKey(monIdx)(5:2)
        delimited by size into outMonth
    end-string.
    move mNights(monIdx) to outNights.
    move mOver(monIdx) to outOver.
    move spaces to outPeakDay.
    if mPeakDate(monIdx) is not equal to spaces
        string mPeakDate(monIdx)(1:4) "-" mPeakDate(monIdx)(5:2) "-"
            mPeakDate(monIdx)(7:2) delimited by size into outPeakDay
        end-string
    end-if.
    compute outPeakMin rounded = mPeak(monIdx).
    compute outPeakPct rounded = mPeak(monIdx) * 100 / capacityMin.
    if mOver(monIdx) is greater than zero
        move " ***" to outMark
    else
        move spaces to outMark
    end-if.
    display monLine.

partLineOut.
    move partIdx to outPart.
    compute outPartCap = windowMin * partIdx.
    move spaces to outPartBrch.
    if partBreach(partIdx) is equal to spaces
        move "none in twelve months" to outPartBrch
        move partIdx to partClear
    else
        string partBreach(partIdx)(1:4) "-" partBreach(partIdx)(5:2)
            "-" partBreach(partIdx)(7:2)
            delimited by size into outPartBrch
        end-string
    end-if.
    display partLine.

*> ------------------------Parameters------------------------------------

initParms.
    move "SQRT_CAP_HISTORY_DAYS" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        if function numval(parmValue) is greater than zero
                and function numval(parmValue) is less than 1000
            move function numval(parmValue) to historyDays
        end-if
    end-if.
    move "SQRT_CAP_START" to parmKey.
    perform getParm.
    if parmValue(1:4) is numeric
        move parmValue(1:4) to startRaw
    end-if.
    move "SQRT_WINDOW_END" to parmKey.
    perform getParm.
    if parmValue(1:4) is numeric
        move parmValue(1:4) to windowEndRaw
    end-if.
    move "SQRT_FCST_WINDOW_MIN" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        if function numval(parmValue) is greater than zero
            move function numval(parmValue) to windowMin
        end-if
    end-if.
    move "SQRT_SPLIT_COUNT" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        if function numval(parmValue) is greater than zero
                and function numval(parmValue) is not greater than
                    partMax
            move function numval(parmValue) to partitions
        end-if
    end-if.
    move "SQRT_CAL_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to calFname
    end-if.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------------------------------------------------
