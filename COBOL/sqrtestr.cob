*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -              Early Batch Start on Feed Arrival                 -
*> ------------------------------------------------------------------
*> The window opens at a fixed time even on the nights every
*> upstream has delivered by 7pm and the machine sits idle for four
*> hours. This runs on a scheduler cycle through the evening (the
*> SQRTESTR job) and asks sqrtfmon's question of sqrt.feedsch --
*> has every feed expected for today's calendar day arrived? -- and
*> when the answer is yes, ends RC 0 so the job goes on to sweep the
*> drop directory (sqrtintk), promote the candidate (sqrtprom) and
*> submit SQRTPIPE, whose own gating runs the preflight and the run.
*>
*> A feed counts as in when its extract sits in the drop slot or
*> the intake has already consumed it today (extract.<source>.D
*> <today>). It does NOT start early while any expected feed is
*> outstanding, or while an arrived source is quarantined -- either
*> awaiting release in sqrt.quar.<source>, or delivering a count
*> outside its sqrtsrc.ctl volume band, which the intake would
*> quarantine the moment it swept it. Those nights the fixed window
*> runs as it always has.
*>
*> Every verdict that differs from the last one recorded that day
*> -- the start itself, or why it did not start -- is appended to
*> sqrt.estr.log (sqrtestr.cpy) for the morning digest. Once a start
*> has been triggered, or today's run is on sqrt.runctl, later
*> cycles stand down without writing anything.
*>
*>   SQRT_INTK_DROP    drop directory (default "drop")
*>   SQRT_ESTR_WINDOW  hhmm the fixed window opens (default 2300);
*>                     from then on the normal schedule owns the
*>                     night and the trigger stands down
*>
*> RETURN-CODE: 0 start the stream now, 4 not starting (see the
*> log for why), 8 no schedule to judge against.

identification division.
program-id. sqrtestr.

environment division.

input-output section.
file-control.
    select schedFile assign to "sqrt.feedsch"
        organization is line sequential
        file status is schedStatus.
    select calFile assign to "sqrt.cal"
        organization is line sequential
        file status is calFileStatus.
    select mapFile assign to "sqrtmap.ctl"
        organization is line sequential
        file status is mapFileStatus.
    select runCtlFile assign to "sqrt.runctl"
        organization is line sequential
        file status is runCtlStatus.
    select extractFile assign to dynamic probeFname
        organization is line sequential
        file status is extractStatus.
    select estrLog assign to "sqrt.estr.log"
        organization is line sequential
        file status is estrStatus.

data division.

file section.
fd schedFile.
    01 schedRecord.
       02 fsSource   pic x(03).
       02 fsExpect   pic 9(04).
       02 fsGrace    pic 9(03).
       02 fsFreq     pic x(01).
       02 fsAudience pic x(20).
       02 filler     pic x(49).
fd calFile.
    01 calRecord.
       02 calDate pic x(08).
       02 calType pic x(01).
       02 calNote pic x(20).
       02 filler  pic x(51).
*> Only the header flag matters here: the raw count the intake
*> judges the volume band on leaves a header line out.
fd mapFile.
    01 mapRecord.
       02 mpSource pic x(03).
       02 mpHeader pic x(01).
       02 filler   pic x(76).
fd runCtlFile.
    01 runCtlRecord.
       02 rcDate   pic x(08).
       02 rcRunId  pic x(14).
       02 rcStatus pic x(01).
       02 rcCode   pic 9(03).
       02 rcSeq    pic 9(02).
       02 rcFill   pic x(12).
fd extractFile.
    01 extractRecord pic x(80).
fd estrLog.
    copy "sqrtestr.cpy".

working-storage section.
77 schedStatus   pic x(02).
77 calFileStatus pic x(02).
77 mapFileStatus pic x(02).
77 runCtlStatus  pic x(02).
77 extractStatus pic x(02).
77 estrStatus    pic x(02).

77 schedEofSw pic x(01) value "N".
    88 schedAtEof value "Y".
77 calEofSw   pic x(01) value "N".
    88 calAtEof value "Y".
77 mapEofSw   pic x(01) value "N".
    88 mapAtEof value "Y".
77 rcEofSw    pic x(01) value "N".
    88 rcAtEof value "Y".
77 rawEofSw   pic x(01) value "N".
    88 rawAtEof value "Y".
77 estrEofSw  pic x(01) value "N".
    88 estrAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared source-registry resolver
77 srcCode  pic x(03) value spaces.
77 srcName  pic x(20) value spaces.
77 srcTeam  pic x(12) value spaces.
77 srcContact pic x(20) value spaces.
77 srcVolLo pic 9(07) value 0.
77 srcVolHi pic 9(07) value 0.
77 srcRc    pic 9(01) value 0.

77 dropDir      pic x(40) value "drop".
77 windowHhmm   pic x(04) value "2300".
77 probeFname   pic x(60) value spaces.
77 quarFname    pic x(40) value spaces.
77 cblFileInfo  pic x(20) value spaces.
77 cblRc        pic s9(9) comp-5 value zero.

77 todayStamp   pic x(08) value spaces.
77 timeRaw      pic x(08) value spaces.
77 nowHhmm      pic x(04) value spaces.
77 todayHolidaySw pic x(01) value "N".
    88 todayIsHoliday value "Y".
77 holidaySkips pic 9(03) value 0.

77 feedInSw     pic x(01) value "N".
    88 feedIn value "Y".
77 consumedSw   pic x(01) value "N".
    88 feedConsumed value "Y".
77 quarSw       pic x(01) value "N".
    88 feedQuarantined value "Y".
77 rawCount     pic 9(07) value 0.

77 expectedCount pic 9(03) value 0.
77 arrivedCount  pic 9(03) value 0.
77 outCount      pic 9(03) value 0.
77 quarCount     pic 9(03) value 0.
77 outList       pic x(30) value spaces.
77 outPtr        pic 9(03) value 1.
77 quarList      pic x(30) value spaces.
77 quarPtr       pic 9(03) value 1.
77 editCount     pic zz9.

*> Today's verdict, and the last one sqrt.estr.log already holds
77 verdictAction pic x(08) value spaces.
    88 verdictStarted value "STARTED".
77 verdictReason pic x(50) value spaces.
77 lastAction    pic x(08) value spaces.
77 lastReason    pic x(50) value spaces.
77 startedSw     pic x(01) value "N".
    88 alreadyStarted value "Y".
77 startedAt     pic x(04) value spaces.
77 runOnFileSw   pic x(01) value "N".
    88 runOnFile value "Y".

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(30) value 'SQRT Early-start Trigger'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    accept todayStamp from date yyyymmdd.
    accept timeRaw from time.
    move timeRaw(1:4) to nowHhmm.
    display titleLine.
    display underLine1.
    move "SQRT_INTK_DROP" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to dropDir
    end-if.
    move "SQRT_ESTR_WINDOW" to parmKey.
    perform getParm.
    if parmValue(1:4) is numeric
        move parmValue(1:4) to windowHhmm
    end-if.

*> A start already triggered (or a run already begun by any other
*> route) ends the question for the day; every later cycle stands
*> down quietly rather than logging the same answer all evening.
    perform loadLastVerdict.
    if alreadyStarted
        display "sqrtestr: the stream was started early at "
            startedAt " -- nothing more to do today"
        move 4 to return-code
        stop run
    end-if.
    perform checkRunControl.
    if runOnFile
        display "sqrtestr: today's run is already on sqrt.runctl"
            " -- standing down"
        move 4 to return-code
        stop run
    end-if.

    if nowHhmm is not less than windowHhmm
        move "WINDOW" to verdictAction
        move spaces to verdictReason
        string "fixed window opened at " windowHhmm
            delimited by size into verdictReason
        end-string
        perform recordVerdict
        move 4 to return-code
        stop run
    end-if.

    perform checkHoliday.
    open input schedFile.
    if schedStatus is not equal to "00"
        display "sqrtestr: no sqrt.feedsch to judge arrival against "
            "(status " schedStatus ")"
        move 8 to return-code
        stop run
    end-if.
    perform oneFeed thru oneFeed-exit until schedAtEof.
    close schedFile.
    display underLine1.
    display "  Feeds expected: " expectedCount "  in: " arrivedCount
        "  quarantined: " quarCount.

    perform decideVerdict.
    perform recordVerdict.
    if verdictStarted
        display "sqrtestr: every expected feed is in -- starting the"
            " stream at " nowHhmm
    else
        move 4 to return-code
    end-if.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------Today So Far------------------------------------

loadLastVerdict.
    move "N" to estrEofSw.
    open input estrLog.
    if estrStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lv1 thru lv1-exit until estrAtEof.
    close estrLog.

lv1.
    read estrLog at end set estrAtEof to true end-read.
    if estrAtEof or esDate is not equal to todayStamp
        go to lv1-exit
    end-if.
    move esAction to lastAction.
    move esReason to lastReason.
    if esAction is equal to "STARTED"
        set alreadyStarted to true
        move esTime to startedAt
    end-if.

lv1-exit.
    exit.

checkRunControl.
    move "N" to rcEofSw.
    open input runCtlFile.
    if runCtlStatus is not equal to "00"
        exit paragraph
    end-if.
    perform rc1 thru rc1-exit until rcAtEof or runOnFile.
    close runCtlFile.

rc1.
    read runCtlFile at end set rcAtEof to true end-read.
    if not rcAtEof and rcDate is equal to todayStamp
        set runOnFile to true
    end-if.

rc1-exit.
    exit.

*> Business-day-only feeds expect nothing on a calendar holiday,
*> exactly as the arrival monitor judges them.
checkHoliday.
    move "N" to calEofSw.
    open input calFile.
    if calFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform ch1 thru ch1-exit until calAtEof.
    close calFile.

ch1.
    read calFile at end set calAtEof to true end-read.
    if calAtEof
        go to ch1-exit
    end-if.
    if calDate is equal to todayStamp and calType is equal to "H"
        set todayIsHoliday to true
    end-if.

ch1-exit.
    exit.

*> ------------------------One Expected Feed-------------------------------

oneFeed.
    read schedFile at end set schedAtEof to true end-read.
    if schedAtEof or fsSource is equal to spaces
        go to oneFeed-exit
    end-if.
    if schedRecord(1:1) is equal to "*"
        go to oneFeed-exit
    end-if.
    if fsFreq is equal to "B" and todayIsHoliday
        add 1 to holidaySkips
        display "  " fsSource "  not expected today (holiday)"
        go to oneFeed-exit
    end-if.
    add 1 to expectedCount.
    move "N" to feedInSw, consumedSw, quarSw.

    move spaces to probeFname.
    string function trim(dropDir) "/extract." fsSource
        delimited by size into probeFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using probeFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is equal to zero
        set feedIn to true
    else
        move spaces to probeFname
        string function trim(dropDir) "/extract." fsSource ".D"
            todayStamp delimited by size into probeFname
        end-string
        call "CBL_CHECK_FILE_EXIST" using probeFname, cblFileInfo
            returning cblRc
        end-call
        if cblRc is equal to zero
            set feedIn to true
            set feedConsumed to true
        end-if
    end-if.
    if not feedIn
        add 1 to outCount
        string fsSource " " delimited by size into outList
            with pointer outPtr
            on overflow continue
        end-string
        display "  " fsSource "  outstanding (expected by "
            fsExpect ")"
        go to oneFeed-exit
    end-if.
    add 1 to arrivedCount.

    perform judgeQuarantine.
    if feedQuarantined
        add 1 to quarCount
        string fsSource " " delimited by size into quarList
            with pointer quarPtr
            on overflow continue
        end-string
        go to oneFeed-exit
    end-if.
    if feedConsumed
        display "  " fsSource "  ARRIVED (already swept today)"
    else
        display "  " fsSource "  ARRIVED"
    end-if.

oneFeed-exit.
    exit.

*> A source still sitting in sqrt.quar.<source> is waiting on an
*> operator's sqrtqrel; an unswept extract whose raw count falls
*> outside the registry band is one the intake would quarantine the
*> moment it ran -- the same count, less any header line, that
*> sqrtintk's circuit breaker takes.
judgeQuarantine.
    move spaces to quarFname.
    string "sqrt.quar." fsSource delimited by size into quarFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using quarFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is equal to zero
        set feedQuarantined to true
        display "  " fsSource "  ARRIVED but QUARANTINED (awaiting"
            " sqrtqrel)"
        exit paragraph
    end-if.
    if feedConsumed
        exit paragraph
    end-if.
    move fsSource to srcCode.
    call "sqrtsrcr" using srcCode, srcName, srcTeam,
        srcContact, srcVolLo, srcVolHi, srcRc end-call.
    if srcVolHi is equal to zero
        exit paragraph
    end-if.
    move 0 to rawCount.
    move "N" to rawEofSw.
    open input extractFile.
    if extractStatus is not equal to "00"
        exit paragraph
    end-if.
    perform rw1 thru rw1-exit until rawAtEof.
    close extractFile.
    perform findHeaderFlag.
    if rawCount is less than srcVolLo
            or rawCount is greater than srcVolHi
        set feedQuarantined to true
        display "  " fsSource "  ARRIVED but " rawCount
            " records against band " srcVolLo "-" srcVolHi
            " -- the intake would QUARANTINE it"
    end-if.

rw1.
    read extractFile at end set rawAtEof to true end-read.
    if not rawAtEof
        add 1 to rawCount
    end-if.

rw1-exit.
    exit.

findHeaderFlag.
    move "N" to mapEofSw.
    open input mapFile.
    if mapFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform mh1 thru mh1-exit until mapAtEof.
    close mapFile.

mh1.
    read mapFile at end set mapAtEof to true end-read.
    if mapAtEof or mpSource is not equal to fsSource
        go to mh1-exit
    end-if.
    if mpHeader is equal to "Y" and rawCount is greater than zero
        subtract 1 from rawCount
    end-if.
    set mapAtEof to true.

mh1-exit.
    exit.

*> ------------------------The Verdict-------------------------------------

*> Outstanding feeds are named ahead of quarantined ones: a missing
*> delivery is the one somebody can still chase tonight.
decideVerdict.
    move spaces to verdictReason.
    evaluate true
        when expectedCount is equal to zero
            move "NOFEEDS" to verdictAction
            if holidaySkips is greater than zero
                move "no feed expected today (holiday)"
                    to verdictReason
            else
                move "no feed expected today" to verdictReason
            end-if
        when outCount is greater than zero
            move "WAITING" to verdictAction
            if quarCount is greater than zero
                string "outstanding: " function trim(outList)
                    "; quarantined: " function trim(quarList)
                    delimited by size into verdictReason
                end-string
            else
                string "outstanding: " function trim(outList)
                    delimited by size into verdictReason
                end-string
            end-if
        when quarCount is greater than zero
            move "BLOCKED" to verdictAction
            string "quarantined: " function trim(quarList)
                delimited by size into verdictReason
            end-string
        when other
            move "STARTED" to verdictAction
            move expectedCount to editCount
            string "all " function trim(editCount)
                " expected feeds in"
                delimited by size into verdictReason
            end-string
    end-evaluate.

*> The same verdict for the same reason as the day's last row adds
*> nothing the digest needs; only a change is written.
recordVerdict.
    display "  Verdict: " verdictAction " "
        function trim(verdictReason).
    if lastAction is equal to verdictAction
            and lastReason is equal to verdictReason
        exit paragraph
    end-if.
    open extend estrLog.
    if estrStatus is equal to "35"
        open output estrLog
    end-if.
    if estrStatus is not equal to "00" and estrStatus is not
            equal to "05"
        display "sqrtestr: cannot record the verdict on sqrt.estr.log"
            " (status " estrStatus ")"
        exit paragraph
    end-if.
    move spaces to estrRecord.
    move todayStamp to esDate.
    move nowHhmm to esTime.
    move verdictAction to esAction.
    move expectedCount to esExpected.
    move arrivedCount to esArrived.
    move quarCount to esQuar.
    move verdictReason to esReason.
    write estrRecord.
    close estrLog.

*> ------------------------------------------------------------------
