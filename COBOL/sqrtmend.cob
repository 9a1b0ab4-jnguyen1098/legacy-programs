*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -           Month-end Close Control and Certification            -
*> ------------------------------------------------------------------
*> Month-end was a checklist in someone's notebook, and its steps
*> got run out of order or not at all. The close is six steps, in
*> this order, once the month's last business day has run:
*>
*>   ACLO  sqrtaclo  seal the month's audit rows into their volume
*>   AUDV  sqrtaudv  certify the audit trail unbroken
*>   CHBK  sqrtchbk  the month's chargeback statements
*>   SLA   sqrtsla   the month's promise-date compliance
*>   DRFT  sqrtdrft  residual drift across the months
*>   RET   sqrtret   retention over the appended files
*>
*> The SQRTMEND stream runs each step through this program, one
*> JCL step apiece, and closes with CERT. For the step it is given
*> this:
*>
*>   - confirms the month may be closed at all: the processing
*>     calendar's last business day of the month ("B" or "M" on
*>     sqrt.cal, the sqrtcal rule) has a finalized 'F' row on
*>     sqrt.runctl;
*>   - confirms every step before it stands completed for the month
*>     on the month-end ledger (sqrt.mend, sqrtmend.cpy);
*>   - refuses to run a step the ledger already shows completed,
*>     unless SQRT_MEND_FORCE=Y;
*>   - runs the step's program (the month handed to those that take
*>     one), and records its completion and RC on the ledger. RC 0
*>     or 4 completes the step; anything else fails it, and it is
*>     run again once the cause is put right.
*>
*> ACLO refused under a legal hold (sqrtaclo RC 12) is neither: the
*> step is recorded HELD, the audit rows stay on the live trail, and
*> the month stays open. The steps after it still run -- the month's
*> statements go out whatever the lawyers are holding -- and ACLO is
*> run again, without forcing, once the hold is released.
*>
*> CERT runs nothing: with all six steps completed (or ACLO held) it
*> prints the month's certificate -- each step, when it completed
*> and with what RC -- writes it to sqrt.mend.cert.<yyyy-mm> for the
*> auditors, and records it on the ledger. With ACLO held the
*> certificate says the month is NOT closed, CERT is recorded HELD
*> too, and it is issued again once ACLO completes.
*>
*> The ledger is held under sqrtlock from the checks to the row
*> that records the step, so two streams never close one month at
*> once.
*>
*>   SQRT_MEND_STEP   ACLO, AUDV, CHBK, SLA, DRFT, RET or CERT
*>                    (required)
*>   SQRT_MEND_MONTH  month to close as "yyyy-mm"; blank closes the
*>                    month before the current one
*>   SQRT_MEND_FORCE  Y runs a step the ledger shows completed again
*>   SQRT_MEND_BIN    directory holding the step programs (default
*>                    ".")
*>   SQRT_CAL_FILE    calendar dataset override (default sqrt.cal)
*>
*> RETURN-CODE: 0 the step completed clean (or the month is
*> certified), 4 it completed with a warning, or was already
*> completed and not run again, or ACLO was held (and CERT then
*> certifies the month still open), 8 it failed (or a step is still
*> outstanding for CERT), 12 not started -- an unknown step or
*> month, no calendar, the last business day not finalized, or an
*> earlier step not completed, 24 the ledger is locked.

identification division.
program-id. sqrtmend.

environment division.

input-output section.
file-control.
    select calFile assign to dynamic calFname
        organization is line sequential
        file status is calFileStatus.
    select runCtlFile assign to "sqrt.runctl"
        organization is line sequential
        file status is runCtlStatus.
    select ledgerFile assign to "sqrt.mend"
        organization is line sequential
        file status is ledgerStatus.
    select certFile assign to dynamic certFname
        organization is line sequential
        file status is certStatus.

data division.

file section.
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
fd ledgerFile.
    copy "sqrtmend.cpy".
fd certFile.
    01 certRecord pic x(72).

working-storage section.
77 calFname      pic x(30) value "sqrt.cal".
77 calFileStatus pic x(02).
77 runCtlStatus  pic x(02).
77 ledgerStatus  pic x(02).
77 certFname     pic x(30) value spaces.
77 certStatus    pic x(02).
77 eofSw         pic x(01) value "N".
    88 atEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 mendStep    pic x(04) value spaces.
77 mendMonth   pic x(07) value spaces.
77 forceSw     pic x(01) value "N".
    88 forceRerun value "Y".
77 binDir      pic x(40) value ".".
77 mendRc      pic 9(02) value 0.
77 todayStamp  pic x(08) value spaces.
77 nowTime     pic x(08) value spaces.
77 monthStamp  pic x(06) value spaces.
77 workInt     pic 9(09).
77 workDate    pic 9(08).

*> ------------------------The Close Steps---------------------------------
*> In the order they must complete: the step, its program, and the
*> parameter that hands it the month (blank: it takes none)
01 stepData.
    02 filler pic x(04) value "ACLO".
    02 filler pic x(08) value "sqrtaclo".
    02 filler pic x(30) value "SQRT_ACLO_MONTH".
    02 filler pic x(04) value "AUDV".
    02 filler pic x(08) value "sqrtaudv".
    02 filler pic x(30) value spaces.
    02 filler pic x(04) value "CHBK".
    02 filler pic x(08) value "sqrtchbk".
    02 filler pic x(30) value "SQRT_CHBK_MONTH".
    02 filler pic x(04) value "SLA".
    02 filler pic x(08) value "sqrtsla".
    02 filler pic x(30) value "SQRT_SLA_MONTH".
    02 filler pic x(04) value "DRFT".
    02 filler pic x(08) value "sqrtdrft".
    02 filler pic x(30) value spaces.
    02 filler pic x(04) value "RET".
    02 filler pic x(08) value "sqrtret".
    02 filler pic x(30) value spaces.
    02 filler pic x(04) value "CERT".
    02 filler pic x(08) value spaces.
    02 filler pic x(30) value spaces.
01 stepTable redefines stepData.
    02 stepEntry occurs 7 times.
        03 stepCode    pic x(04).
        03 stepProgram pic x(08).
        03 stepMonthKey pic x(30).
77 stepCount pic 9(01) value 7.
77 stepIdx   pic 9(01) value 0.
77 thisStep  pic 9(01) value 0.

*> Where each step stands for the month: its latest ledger row
01 standTable.
    02 standEntry occurs 7 times.
        03 standResult pic x(01).
        03 standRc     pic 9(03).
        03 standDate   pic x(08).
        03 standTime   pic x(06).
        03 standForced pic x(01).
77 ledgerRows  pic 9(07) value 0.

*> ------------------------Prerequisites-----------------------------------
77 lastBusDay  pic x(08) value spaces.
77 lastRunId   pic x(14) value spaces.
77 finalSw     pic x(01) value "N".
    88 lastDayFinal value "Y".

*> ------------------------Running the Step--------------------------------
01 sysCommand pic x(200) value spaces.
77 rawRc      pic s9(09) value 0.
77 stepRc     pic 9(03) value 0.
77 stepResult pic x(01) value space.
    88 stepCompleted value "C".
    88 stepHeld      value "H".
*> sqrtaclo's refusal to close a month under legal hold
77 acloHeldRc pic 9(03) value 12.
77 monthHeldSw pic x(01) value "N".
    88 monthHeld value "Y".
77 rcDisp     pic zz9.

*> Shop-standard enqueue on the ledger (via sqrtlock.cob)
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTMEND".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.mend".

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTMEND".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(30) value 'SQRT Month-end Close Control'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> ------------------------The Certificate---------------------------------
01 certLine pic x(72) value spaces.

01 certStepLine.
    02 filler pic x(5) value spaces.
    02 outCertStep pic x(04).
    02 filler pic x(2) value spaces.
    02 outCertProgram pic x(08).
    02 filler pic x(2) value spaces.
    02 outCertDate pic x(08).
    02 filler pic x(1) value space.
    02 outCertTime pic x(06).
    02 filler pic x(2) value spaces.
    02 outCertRc pic 9(03).
    02 filler pic x(2) value spaces.
    02 outCertNote pic x(15).

*> --------------------------Main Program----------------------------------
procedure division.
    accept todayStamp from date yyyymmdd.
    perform initParms.
    display titleLine.
    display underLine1.
    display "  Month " mendMonth ", step " mendStep.

    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrtmend: sqrt.mend is locked by " lockOwner
            " -- not starting"
        move 24 to return-code
        stop run
    end-if.

    perform loadLedger.
    perform checkLastDay.
    if not lastDayFinal
        move 12 to mendRc
        perform finish
    end-if.
    perform checkOrder.
    if mendRc is not equal to zero
        perform finish
    end-if.

    if standResult(thisStep) is equal to "C" and not forceRerun
        display "  " mendStep " already completed for " mendMonth
            " on " standDate(thisStep) " " standTime(thisStep)
            " (RC " standRc(thisStep) ") -- not run again"
            " (SQRT_MEND_FORCE=Y to rerun it)"
        move 4 to mendRc
        perform finish
    end-if.
    if standResult(thisStep) is equal to "C"
        display "  " mendStep " completed on " standDate(thisStep)
            " -- rerunning under SQRT_MEND_FORCE"
        if standResult(stepCount) is equal to "C"
                and thisStep is less than stepCount
            display "  NOTE: " mendMonth " was certified on "
                standDate(stepCount) "; run CERT again (forced) to"
                " reissue the certificate"
        end-if
    end-if.

    if thisStep is equal to stepCount
        perform issueCertificate
    else
        perform runStep
    end-if.
    perform finish.

*> The ledger is let go before the verdict is handed back; the
*> release call would otherwise overwrite it.
finish.
    perform releaseLedger.
    move mendRc to return-code.
    stop run.

*> ------------------------Parameters--------------------------------------

initParms.
    move "SQRT_MEND_STEP" to parmKey.
    perform getParm.
    move parmValue(1:4) to mendStep.
    move function upper-case(mendStep) to mendStep.
    move 0 to thisStep.
    perform varying stepIdx from 1 by 1
            until stepIdx is greater than stepCount
        if stepCode(stepIdx) is equal to mendStep
            move stepIdx to thisStep
        end-if
    end-perform.
    if thisStep is equal to zero
        display "sqrtmend: SQRT_MEND_STEP must be ACLO, AUDV, CHBK,"
            " SLA, DRFT, RET or CERT -- not starting"
        move 12 to return-code
        stop run
    end-if.

    move "SQRT_MEND_MONTH" to parmKey.
    perform getParm.
    move parmValue(1:7) to mendMonth.
    if mendMonth is equal to spaces
*> The month before this one: this month's first day, less a day.
        compute workInt =
            function integer-of-date(function numval(todayStamp))
            - function numval(todayStamp(7:2))
        compute workDate = function date-of-integer(workInt)
        divide workDate by 100 giving workInt
        move workInt(4:6) to monthStamp
        string monthStamp(1:4) "-" monthStamp(5:2)
            delimited by size into mendMonth
        end-string
    end-if.
    if mendMonth(1:4) is not numeric or mendMonth(5:1) is not
            equal to "-" or mendMonth(6:2) is not numeric
            or mendMonth(6:2) is less than "01"
            or mendMonth(6:2) is greater than "12"
        display "sqrtmend: SQRT_MEND_MONTH " mendMonth
            " is not yyyy-mm -- not starting"
        move 12 to return-code
        stop run
    end-if.

    move "SQRT_MEND_FORCE" to parmKey.
    perform getParm.
    if parmValue(1:1) is equal to "Y"
        set forceRerun to true
    end-if.
    move "SQRT_MEND_BIN" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to binDir
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

*> ------------------------The Ledger--------------------------------------

*> Each step's latest row for the month; no ledger yet means no step
*> has been run for any month.
loadLedger.
    move spaces to standTable.
    move "N" to eofSw.
    open input ledgerFile.
    if ledgerStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read ledgerFile
            at end set atEof to true
            not at end
                add 1 to ledgerRows
                if meMonth is equal to mendMonth
                    perform takeLedgerRow
                end-if
        end-read
    end-perform.
    close ledgerFile.

takeLedgerRow.
    perform varying stepIdx from 1 by 1
            until stepIdx is greater than stepCount
        if stepCode(stepIdx) is equal to meStep
            move meResult to standResult(stepIdx)
            move meRc to standRc(stepIdx)
            move meDate to standDate(stepIdx)
            move meTime to standTime(stepIdx)
            move meForced to standForced(stepIdx)
        end-if
    end-perform.

*> Appends the step's row. The run is not undone if the ledger
*> cannot take it; the operator is told to record it by hand.
writeLedger.
    open extend ledgerFile.
    if ledgerStatus is equal to "35"
        open output ledgerFile
    end-if.
    if ledgerStatus is not equal to "00"
        display "  *** sqrt.mend cannot be written (status "
            ledgerStatus ") -- " mendStep " for " mendMonth
            " NOT recorded ***"
        exit paragraph
    end-if.
    write monthEndRecord.
    close ledgerFile.

releaseLedger.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.

*> ------------------------Prerequisites-----------------------------------

*> The month's last expected run date on the calendar, and a
*> finalizing row for it on the run-control ledger.
checkLastDay.
    move "N" to eofSw.
    open input calFile.
    if calFileStatus is not equal to "00"
        display "sqrtmend: no " function trim(calFname)
            " to find the month's last business day on (status "
            calFileStatus ") -- not starting"
        exit paragraph
    end-if.
    perform until atEof
        read calFile
            at end set atEof to true
            not at end
                if calDate(1:4) is equal to mendMonth(1:4)
                        and calDate(5:2) is equal to mendMonth(6:2)
                        and (calType is equal to "B"
                             or calType is equal to "M")
                        and calDate is greater than lastBusDay
                    move calDate to lastBusDay
                end-if
        end-read
    end-perform.
    close calFile.
    if lastBusDay is equal to spaces
        display "sqrtmend: " function trim(calFname)
            " has no business day in " mendMonth " -- not starting"
        exit paragraph
    end-if.

    move "N" to eofSw.
    open input runCtlFile.
    if runCtlStatus is equal to "00"
        perform until atEof
            read runCtlFile
                at end set atEof to true
                not at end
                    if rcDate is equal to lastBusDay
                            and rcStatus is equal to "F"
                        set lastDayFinal to true
                        move rcRunId to lastRunId
                    end-if
            end-read
        end-perform
        close runCtlFile
    end-if.
    if lastDayFinal
        display "  Last business day " lastBusDay " finalized (run "
            lastRunId ")"
    else
        display "sqrtmend: the last business day of " mendMonth ", "
            lastBusDay ", has not finalized on sqrt.runctl --"
            " the month cannot be closed yet"
    end-if.

*> Every step before this one must stand completed for the month.
checkOrder.
    move 0 to mendRc.
    perform varying stepIdx from 1 by 1
            until stepIdx is not less than thisStep
        if standResult(stepIdx) is equal to "H"
            display "  " stepCode(stepIdx) " HELD (RC "
                standRc(stepIdx) ") on " standDate(stepIdx)
                " -- the month stays open; going on"
            set monthHeld to true
        end-if
        if standResult(stepIdx) is not equal to "C"
                and standResult(stepIdx) is not equal to "H"
            if mendRc is equal to zero
                display "sqrtmend: " mendStep " cannot run yet for "
                    mendMonth " -- outstanding:"
            end-if
            if standResult(stepIdx) is equal to "F"
                display "    " stepCode(stepIdx) " failed (RC "
                    standRc(stepIdx) ") on " standDate(stepIdx)
            else
                display "    " stepCode(stepIdx) " not run"
            end-if
            if thisStep is equal to stepCount
                move 8 to mendRc
            else
                move 12 to mendRc
            end-if
        end-if
    end-perform.

*> ------------------------Running the Step--------------------------------

*> The step's program runs as its own process, with the month handed
*> to it through its own parameter, and ends with its own RC.
runStep.
    move spaces to sysCommand.
    if stepMonthKey(thisStep) is equal to spaces
        string function trim(binDir) "/" function trim(stepProgram
            (thisStep)) delimited by size into sysCommand
        end-string
    else
        string function trim(stepMonthKey(thisStep)) "=" mendMonth
            " " function trim(binDir) "/"
            function trim(stepProgram(thisStep))
            delimited by size into sysCommand
        end-string
    end-if.
    display "  Running " function trim(stepProgram(thisStep))
        " for " mendMonth.
    display underLine1.
    call "SYSTEM" using sysCommand end-call.
    move return-code to rawRc.
    move 0 to return-code.
*> The shell hands back a wait status: the exit code is its high
*> byte.
    if rawRc is greater than 255
        divide rawRc by 256 giving rawRc
    end-if.
    if rawRc is less than zero or rawRc is greater than 999
        move 999 to stepRc
    else
        move rawRc to stepRc
    end-if.
    evaluate true
        when stepRc is not greater than 4
            move "C" to stepResult
        when mendStep is equal to "ACLO"
                and stepRc is equal to acloHeldRc
            move "H" to stepResult
        when other
            move "F" to stepResult
    end-evaluate.
    display underLine1.

    accept nowTime from time.
    move spaces to monthEndRecord.
    move mendMonth to meMonth.
    move mendStep to meStep.
    move stepResult to meResult.
    move stepRc to meRc.
    move todayStamp to meDate.
    move nowTime(1:6) to meTime.
    move "N" to meForced.
    if forceRerun and standResult(thisStep) is equal to "C"
        move "Y" to meForced
    end-if.
    move stepProgram(thisStep) to meNote.
    perform writeLedger.

    move stepRc to rcDisp.
    move spaces to algObject.
    string mendMonth " " mendStep " RC " function trim(rcDisp)
        delimited by size into algObject
    end-string.
    evaluate true
        when meForced is equal to "Y"
            move "MEND FORCED" to algAction
        when stepHeld
            move "MEND HELD" to algAction
        when other
            move "MONTH-END" to algAction
    end-evaluate.
    call "sqrtalog" using algProgram, algAction, algObject end-call.

    if stepHeld
        display "  " mendStep " HELD for " mendMonth " (RC " stepRc
            ") -- under legal hold, NOT CLOSED; the month stays"
            " open. Run " mendStep " again once the hold is"
            " released."
        move 4 to mendRc
        exit paragraph
    end-if.
    if stepCompleted
        display "  " mendStep " COMPLETED for " mendMonth " (RC "
            stepRc ")"
        if stepRc is equal to zero
            move 0 to mendRc
        else
            move 4 to mendRc
        end-if
    else
        display "  *** " mendStep " FAILED for " mendMonth " (RC "
            stepRc ") -- put the cause right and run it again ***"
        move 8 to mendRc
    end-if.

*> ------------------------The Certificate---------------------------------

issueCertificate.
    move spaces to certFname.
    string "sqrt.mend.cert." mendMonth delimited by size
        into certFname
    end-string.
    open output certFile.
    move "SQRT MONTH-END CLOSE CERTIFICATE" to certLine.
    perform putCertLine.
    move underLine1 to certLine.
    perform putCertLine.
    move spaces to certLine.
    if monthHeld
        string "  Month (NOT CLOSED): " mendMonth delimited by size
            into certLine
        end-string
    else
        string "  Month closed      : " mendMonth delimited by size
            into certLine
        end-string
    end-if.
    perform putCertLine.
    move spaces to certLine.
    string "  Last business day : " lastBusDay " (run " lastRunId
        " finalized)" delimited by size into certLine
    end-string.
    perform putCertLine.
    move spaces to certLine.
    perform putCertLine.
    move "     Step  Program   Completed        RC" to certLine.
    perform putCertLine.
    perform varying stepIdx from 1 by 1
            until stepIdx is not less than stepCount
        move stepCode(stepIdx) to outCertStep
        move stepProgram(stepIdx) to outCertProgram
        move standDate(stepIdx) to outCertDate
        move standTime(stepIdx) to outCertTime
        move standRc(stepIdx) to outCertRc
        move spaces to outCertNote
        if standForced(stepIdx) is equal to "Y"
            move "(forced rerun)" to outCertNote
        end-if
        if standResult(stepIdx) is equal to "H"
            move "HELD/NOT CLOSED" to outCertNote
        end-if
        move certStepLine to certLine
        perform putCertLine
    end-perform.
    move spaces to certLine.
    perform putCertLine.
    accept nowTime from time.
    move spaces to certLine.
    string "  Certified         : " todayStamp " " nowTime(1:6)
        delimited by size into certLine
    end-string.
    perform putCertLine.
    if monthHeld
        move spaces to certLine
        string "  Month " mendMonth " is NOT CLOSED: its audit rows"
            " are under" delimited by size into certLine
        end-string
        perform putCertLine
        move "  legal hold and stay on the live trail. Run ACLO, then"
            to certLine
        perform putCertLine
        move "  CERT, again once the hold is released." to certLine
        perform putCertLine
    else
        move spaces to certLine
        string "  Month " mendMonth " is CLOSED; a step that"
            " completed with RC 4" delimited by size into certLine
        end-string
        perform putCertLine
        move "  carries a warning its own listing explains."
            to certLine
        perform putCertLine
    end-if.
    close certFile.

    move spaces to monthEndRecord.
    move mendMonth to meMonth.
    move mendStep to meStep.
    if monthHeld
        move "H" to meResult
        move 4 to meRc
    else
        move "C" to meResult
        move 0 to meRc
    end-if.
    move todayStamp to meDate.
    move nowTime(1:6) to meTime.
    move "N" to meForced.
    if forceRerun and standResult(thisStep) is equal to "C"
        move "Y" to meForced
    end-if.
    string "last business day " lastBusDay delimited by size
        into meNote
    end-string.
    perform writeLedger.
    if monthHeld
        move "CERTIFY HELD" to algAction
    else
        move "CERTIFY" to algAction
    end-if.
    move spaces to algObject.
    string "sqrt.mend " mendMonth delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject end-call.
    display " ".
    display "  Certificate written to " function trim(certFname).
    if monthHeld
        display "  " mendMonth " certified NOT CLOSED -- ACLO is held"
        move 4 to mendRc
    else
        move 0 to mendRc
    end-if.

*> Each certificate line goes to the operator and to the file.
putCertLine.
    display certLine.
    if certStatus is equal to "00"
        write certRecord from certLine
    end-if.

*> ------------------------------------------------------------------
