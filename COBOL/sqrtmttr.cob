*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -           Incident Counts, Time-to-Acknowledge/Resolve         -
*> ------------------------------------------------------------------
*> Reads the incident register (sqrt.incident, sqrtincd.cpy) and
*> answers the questions nobody could answer while the fixes lived in
*> email: how many incidents did we have in the period, of what
*> cause, how long did they sit before somebody acknowledged them
*> and before service was restored, and which ones keep coming back.
*>
*>   - incidents opened in the period, by cause category (those not
*>     yet given a cause are counted as "(none)"), each with its
*>     mean minutes from opened to acknowledged and from opened to
*>     resolved, over the ones that have been;
*>   - the same for the period as a whole;
*>   - repeat incidents: one of the same kind and condition as an
*>     earlier incident (inside the period or not) opened no more
*>     than SQRT_INC_REPEAT_DAYS days before it -- a fix that did
*>     not hold;
*>   - every incident still unresolved, whenever it opened, with its
*>     age in hours.
*>
*>   SQRT_INC_FROM         first open date reported, yyyymmdd
*>                         (default 90 days before today)
*>   SQRT_INC_TO           last open date reported, yyyymmdd
*>                         (default today)
*>   SQRT_INC_REPEAT_DAYS  days within which the same condition again
*>                         is a repeat (default 30)
*>
*> RETURN-CODE: 0 nothing unresolved, 4 at least one incident is
*> unresolved, 8 no register to report on (or a bad period).

identification division.
program-id. sqrtmttr.

environment division.

input-output section.
file-control.
    select incidentFile assign to "sqrt.incident"
        organization is line sequential
        file status is incidentStatus.

data division.

file section.
fd incidentFile.
    copy "sqrtincd.cpy".

working-storage section.
77 incidentStatus pic x(02).
77 incEofSw       pic x(01) value "N".
    88 incAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 todayStamp pic x(08) value spaces.
77 nowStamp   pic x(14) value spaces.
77 wsDateTime pic x(21).
77 fromDate   pic 9(08) value 0.
77 toDate     pic 9(08) value 0.
77 repeatDays pic 9(05) value 30.

*> The register, table-loaded so a repeat can be matched against any
*> earlier incident; rows past the table are left out of the report
*> and said so.
77 regMax   pic 9(04) value 1000.
77 regCount pic 9(04) value 0.
77 regIdx   pic 9(04) value 0.
77 priorIdx pic 9(04) value 0.
77 priorHit pic 9(04) value 0.
77 skippedCount pic 9(05) value 0.
01 regTable.
    02 regEntry occurs 1000 times pic x(260).
copy "sqrtincd.cpy" replacing ==incidentRecord== by ==wkRecord==
    leading ==ic== by ==wk==.
copy "sqrtincd.cpy" replacing ==incidentRecord== by ==prRecord==
    leading ==ic== by ==pr==.

*> yyyymmddhhmm(ss) stamps as minutes since the epoch of
*> integer-of-date
77 stampWork pic x(14) value spaces.
77 stampMin  pic 9(12) value 0.
77 nowMin    pic 9(12) value 0.
77 openedMin pic 9(12) value 0.
77 spanMin   pic s9(09) value 0.
77 gapDays   pic 9(05) value 0.

*> Per cause category, the ninth for incidents not yet given one
77 causeIdx pic 9(02) value 0.
01 causeNames.
    02 filler pic x(08) value 'FEED'.
    02 filler pic x(08) value 'DATA'.
    02 filler pic x(08) value 'CONFIG'.
    02 filler pic x(08) value 'CAPACITY'.
    02 filler pic x(08) value 'INFRA'.
    02 filler pic x(08) value 'CODE'.
    02 filler pic x(08) value 'OPERATOR'.
    02 filler pic x(08) value 'OTHER'.
    02 filler pic x(08) value '(none)'.
01 causeNameTable redefines causeNames.
    02 causeName occurs 9 times pic x(08).
01 causeTable.
    02 causeEntry occurs 10 times.
        03 cCount    pic 9(05).
        03 cAckCount pic 9(05).
        03 cAckMin   pic 9(11).
        03 cResCount pic 9(05).
        03 cResMin   pic 9(11).
*> The tenth entry carries the period total.
77 totIdx pic 9(02) value 10.

77 repeatCount pic 9(05) value 0.
77 openCount   pic 9(05) value 0.
77 meanMin     pic 9(09) value 0.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(40) value 'SQRT Incidents and Time to Resolve'.

01 underLine1.
    02 filler pic x(60) value
       '------------------------------------------------------------'.

01 causeHead.
    02 filler pic x(2) value spaces.
    02 filler pic x(10) value 'Cause'.
    02 filler pic x(10) value ' Incidents'.
    02 filler pic x(10) value '     Acked'.
    02 filler pic x(10) value ' Mean min'.
    02 filler pic x(10) value '  Resolved'.
    02 filler pic x(10) value ' Mean min'.

01 causeLine.
    02 filler pic x(2) value spaces.
    02 outCause pic x(10).
    02 outCount pic zzz,zz9 blank when zero.
    02 filler pic x(3) value spaces.
    02 outAcked pic zzz,zz9 blank when zero.
    02 filler pic x(3) value spaces.
    02 outTta   pic z,zzz,zz9.
    02 filler pic x(3) value spaces.
    02 outResolved pic zzz,zz9 blank when zero.
    02 filler pic x(1) value spaces.
    02 outTtr   pic z,zzz,zz9.

01 repeatLine.
    02 filler pic x(2) value spaces.
    02 outRepId pic x(12).
    02 filler pic x(12) value ' repeats    '.
    02 outPriorId pic x(12).
    02 filler pic x(1) value space.
    02 outGap pic zzzz9.
    02 filler pic x(7) value 'd later'.
    02 filler pic x(2) value spaces.
    02 outRepCond pic x(30).

01 openLine.
    02 filler pic x(2) value spaces.
    02 outOpenId pic x(12).
    02 filler pic x(2) value spaces.
    02 outKind pic x(08).
    02 filler pic x(1) value space.
    02 outRef pic x(14).
    02 filler pic x(1) value space.
    02 outState pic x(05).
    02 filler pic x(1) value space.
    02 outAge pic zzzz9.
    02 filler pic x(2) value 'h '.
    02 outOpenCond pic x(30).

77 editCount pic zz,zz9.

*> --------------------------Main Program----------------------------------
procedure division.
    move function current-date to wsDateTime.
    move wsDateTime(1:8) to todayStamp.
    move wsDateTime(1:14) to nowStamp.
    move nowStamp to stampWork.
    perform stampToMinutes.
    move stampMin to nowMin.
    perform initParms.
    display titleLine.
    display underLine1.
    if fromDate is greater than toDate
        display "sqrtmttr: SQRT_INC_FROM " fromDate
            " is after SQRT_INC_TO " toDate
        move 8 to return-code
        stop run
    end-if.
    move "N" to incEofSw.
    open input incidentFile.
    if incidentStatus is not equal to "00"
        display "sqrtmttr: no sqrt.incident register to report on "
            "(status " incidentStatus ")"
        move 8 to return-code
        stop run
    end-if.
    perform l1 thru l1-exit until incAtEof.
    close incidentFile.
    if skippedCount is greater than zero
        move skippedCount to editCount
        display "  WARNING: " editCount " incident(s) past the first "
            regMax " not reported."
    end-if.
    initialize causeTable.

    display "  Incidents opened " fromDate " to " toDate.
    display " ".
    display causeHead.
    perform a1 thru a1-exit
        varying regIdx from 1 by 1 until regIdx is greater than
            regCount.
    perform c1 thru c1-exit
        varying causeIdx from 1 by 1 until causeIdx is greater than 10.

    display underLine1.
    move repeatDays to editCount.
    display "  Repeat incidents (same condition again within "
        function trim(editCount) " days)".
    perform r1 thru r1-exit
        varying regIdx from 1 by 1 until regIdx is greater than
            regCount.
    if repeatCount is equal to zero
        display "  None."
    end-if.

    display underLine1.
    display "  Unresolved incidents".
    perform o1 thru o1-exit
        varying regIdx from 1 by 1 until regIdx is greater than
            regCount.
    if openCount is equal to zero
        display "  None: every incident on the register is resolved."
    end-if.
    display underLine1.
    move repeatCount to editCount.
    display "  Repeats in the period      : " editCount.
    move openCount to editCount.
    display "  Unresolved on the register : " editCount.
    if openCount is greater than zero
        move 4 to return-code
    end-if.
    stop run.

*> ------------------------Parameters-------------------------------------

initParms.
    compute fromDate = function date-of-integer(
        function integer-of-date(function numval(todayStamp)) - 90).
    move todayStamp to toDate.
    move "SQRT_INC_FROM" to parmKey.
    perform getParm.
    if parmValue(1:8) is numeric
            and function test-date-yyyymmdd(
                function numval(parmValue(1:8))) is equal to 0
        move parmValue(1:8) to fromDate
    end-if.
    move "SQRT_INC_TO" to parmKey.
    perform getParm.
    if parmValue(1:8) is numeric
            and function test-date-yyyymmdd(
                function numval(parmValue(1:8))) is equal to 0
        move parmValue(1:8) to toDate
    end-if.
    move "SQRT_INC_REPEAT_DAYS" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        if function numval(parmValue) is greater than zero
            move function numval(parmValue) to repeatDays
        end-if
    end-if.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------Load the Register-----------------------------

l1.
    read incidentFile at end set incAtEof to true end-read.
    if incAtEof
        go to l1-exit
    end-if.
    if regCount is greater than or equal to regMax
        add 1 to skippedCount
        go to l1-exit
    end-if.
    add 1 to regCount.
    move incidentRecord to regEntry(regCount).

l1-exit.
    exit.

*> ------------------------By Cause---------------------------------------

*> One incident opened in the period, into its cause's totals and the
*> period's: acknowledged and resolved times counted only for those
*> that have been.
a1.
    move regEntry(regIdx) to wkRecord.
    if wkOpened(1:8) is not numeric
            or wkOpened(1:8) is less than fromDate
            or wkOpened(1:8) is greater than toDate
        go to a1-exit
    end-if.
    move 9 to causeIdx.
    perform varying priorIdx from 1 by 1 until priorIdx is greater
            than 8
        if wkCause is equal to causeName(priorIdx)
            move priorIdx to causeIdx
        end-if
    end-perform.
    move wkOpened to stampWork.
    perform stampToMinutes.
    move stampMin to openedMin.
    add 1 to cCount(causeIdx), cCount(totIdx).
    if wkAckBy is not equal to spaces
        move wkAcked to stampWork
        perform stampToMinutes
        compute spanMin = stampMin - openedMin
        if spanMin is less than zero
            move 0 to spanMin
        end-if
        add 1 to cAckCount(causeIdx), cAckCount(totIdx)
        add spanMin to cAckMin(causeIdx), cAckMin(totIdx)
    end-if.
    if wkIsResolved
        move wkResolved to stampWork
        perform stampToMinutes
        compute spanMin = stampMin - openedMin
        if spanMin is less than zero
            move 0 to spanMin
        end-if
        add 1 to cResCount(causeIdx), cResCount(totIdx)
        add spanMin to cResMin(causeIdx), cResMin(totIdx)
    end-if.

a1-exit.
    exit.

c1.
    if causeIdx is less than totIdx and cCount(causeIdx) is equal to
            zero
        go to c1-exit
    end-if.
    if causeIdx is equal to totIdx
        display " "
        move "ALL" to outCause
    else
        move causeName(causeIdx) to outCause
    end-if.
    move cCount(causeIdx) to outCount.
    move cAckCount(causeIdx) to outAcked.
    move 0 to outTta, outTtr.
    if cAckCount(causeIdx) is greater than zero
        compute meanMin rounded = cAckMin(causeIdx) /
            cAckCount(causeIdx)
        move meanMin to outTta
    end-if.
    move cResCount(causeIdx) to outResolved.
    if cResCount(causeIdx) is greater than zero
        compute meanMin rounded = cResMin(causeIdx) /
            cResCount(causeIdx)
        move meanMin to outTtr
    end-if.
    display causeLine.

c1-exit.
    exit.

*> ------------------------Repeats----------------------------------------

*> An incident opened in the period is a repeat when the latest
*> earlier incident of the same kind and condition opened no more
*> than the repeat window before it.
r1.
    move regEntry(regIdx) to wkRecord.
    if wkOpened(1:8) is not numeric
            or wkOpened(1:8) is less than fromDate
            or wkOpened(1:8) is greater than toDate
        go to r1-exit
    end-if.
    move 0 to priorHit.
    perform varying priorIdx from 1 by 1 until priorIdx is not less
            than regIdx
        move regEntry(priorIdx) to prRecord
        if prKind is equal to wkKind and prCond is equal to wkCond
            move priorIdx to priorHit
        end-if
    end-perform.
    if priorHit is equal to zero
        go to r1-exit
    end-if.
    move regEntry(priorHit) to prRecord.
    if prOpened(1:8) is not numeric
        go to r1-exit
    end-if.
    compute gapDays =
        function integer-of-date(function numval(wkOpened(1:8)))
        - function integer-of-date(function numval(prOpened(1:8))).
    if gapDays is greater than repeatDays
        go to r1-exit
    end-if.
    add 1 to repeatCount.
    move wkId to outRepId.
    move prId to outPriorId.
    move gapDays to outGap.
    move wkCond to outRepCond.
    display repeatLine.

r1-exit.
    exit.

*> ------------------------Unresolved-------------------------------------

o1.
    move regEntry(regIdx) to wkRecord.
    if wkIsResolved
        go to o1-exit
    end-if.
    add 1 to openCount.
    move wkOpened to stampWork.
    perform stampToMinutes.
    compute spanMin = nowMin - stampMin.
    if spanMin is less than zero
        move 0 to spanMin
    end-if.
    compute outAge = spanMin / 60.
    move wkId to outOpenId.
    move wkKind to outKind.
    move wkRef to outRef.
    if wkIsAcked
        move "ACKED" to outState
    else
        move "OPEN" to outState
    end-if.
    move wkCond to outOpenCond.
    display openLine.

o1-exit.
    exit.

stampToMinutes.
    move 0 to stampMin.
    if stampWork(1:12) is not numeric
        exit paragraph
    end-if.
    compute stampMin =
        function integer-of-date(function numval(stampWork(1:8)))
            * 1440
        + function numval(stampWork(9:2)) * 60
        + function numval(stampWork(11:2)).

*> ------------------------------------------------------------------
