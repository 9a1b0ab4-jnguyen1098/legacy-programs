*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -                 Shared Change-freeze Check Subprogram             -
*> ---------------------------------------------------------------------
*> Month-end and year-end are when a changed profile, a promoted
*> master or a new retention policy hurts most, and a freeze
*> announced by email was a freeze nobody kept. Freeze periods now
*> go on the processing calendar (sqrt.cal) as "F" rows:
*>
*>   calDate    x(08)  first day of the freeze, yyyymmdd
*>   calType    x(01)  "F"
*>   calNote    x(20)  the freeze's name ("YEAR-END FREEZE")
*>   calFrzEnd  x(08)  last day of the freeze, yyyymmdd (column 30;
*>                     blank: the one day)
*>
*> Every utility that changes production in a way a freeze is meant
*> to stop -- sqrtprom (a named replacement master), sqrtappr,
*> sqrtpmnt, sqrtpedt, sqrtqrel, sqrthsk's purge and sqrtret -- asks
*> this routine (the sqrtauth mold) before it acts. Outside a freeze
*> the answer is go. Inside one the action is refused unless an
*> emergency override comes with it: a reason, and the id of a second
*> operator who agrees to it -- not the operator running the
*> utility, and holding the FREEZE privilege on the sqrt.auth
*> registry. An accepted override is put on sqrt.action.log
*> (OVERRIDE, against the freeze) and, with its whole reason, on the
*> override register sqrt.frzovr (sqrtfovr.cpy), which the morning
*> digest lists for the month; a refusal is logged as REFUSED, the
*> way sqrtauth logs one.
*>
*>   frzMode     x(01) "B" batch: the override, if any, is the run
*>                         parameters SQRT_FREEZE_REASON and
*>                         SQRT_FREEZE_SECOND
*>                     "I" interactive: inside a freeze the operator
*>                         is told so and asked for the reason and the
*>                         second operator's id (Enter: no override)
*>   frzProgram  x(08) the calling program's name
*>   frzAttempt  x(12) what it is about to do (PROMOTE, PURGE, ...)
*>   frzNote     x(20) returned: the freeze in effect (spaces: none)
*>   frzUntil    x(08) returned: its last day
*>   frzRc       9(01) returned: 0 no freeze today, go; 1 a freeze,
*>                     override accepted and recorded, go; 2 a freeze,
*>                     refused (no override, or one without a reason
*>                     or a qualified second operator)
*>
*> The calendar is the one SQRT reads (SQRT_CAL_FILE), read afresh on
*> each call; a calendar that cannot be read declares no freeze, as
*> it declares no holiday.

identification division.
program-id. sqrtfrz.

environment division.

input-output section.
file-control.
    select calFile assign to dynamic calFname
        organization is line sequential
        file status is calFileStatus.
    select authFile assign to "sqrt.auth"
        organization is line sequential
        file status is authStatus.
    select ovrFile assign to "sqrt.frzovr"
        organization is line sequential
        file status is ovrStatus.

data division.

file section.
fd calFile.
    01 calRecord.
       02 calDate   pic x(08).
       02 calType   pic x(01).
       02 calNote   pic x(20).
       02 calFrzEnd pic x(08).
       02 filler    pic x(43).
fd authFile.
    copy "sqrtauth.cpy".
fd ovrFile.
    copy "sqrtfovr.cpy".

working-storage section.
77 calFname      pic x(30) value "sqrt.cal".
77 calFileStatus pic x(02).
77 authStatus    pic x(02).
77 ovrStatus     pic x(02).
77 eofSw         pic x(01) value "N".
    88 atEof value "Y".

77 wsDateTime pic x(21).
77 todayStamp pic x(08) value spaces.
77 frzStart   pic x(08) value spaces.
77 frzEnd     pic x(08) value spaces.
77 frozenSw   pic x(01) value "N".
    88 frozen value "Y".

77 operatorId  pic x(08) value spaces.
77 ovrReason   pic x(60) value spaces.
77 ovrSecond   pic x(08) value spaces.
77 privIdx     pic 9(02) value 0.
77 secondSw    pic x(01) value "N".
    88 secondQualified value "Y".
77 refusalNote pic x(50) value spaces.

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared sqrtalog action-log routine
77 algProgram pic x(08) value spaces.
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

linkage section.
77 frzMode    pic x(01).
77 frzProgram pic x(08).
77 frzAttempt pic x(12).
77 frzNote    pic x(20).
77 frzUntil   pic x(08).
77 frzRc      pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using frzMode, frzProgram, frzAttempt, frzNote,
        frzUntil, frzRc.

    move 0 to frzRc.
    move spaces to frzNote, frzUntil.
    move function current-date to wsDateTime.
    move wsDateTime(1:8) to todayStamp.
    perform findFreeze.
    if not frozen
        goback
    end-if.

    move spaces to operatorId.
    accept operatorId from environment "LOGNAME".
    if operatorId is equal to spaces
        accept operatorId from environment "USER"
    end-if.
    if operatorId is equal to spaces
        move "UNKNOWN" to operatorId
    end-if.

    move spaces to ovrReason, ovrSecond, refusalNote.
    if frzMode is equal to "I"
        perform askOverride
    else
        move "SQRT_FREEZE_REASON" to parmKey
        call "sqrtparm" using parmKey, parmValue, parmSource end-call
        move parmValue to ovrReason
        move "SQRT_FREEZE_SECOND" to parmKey
        call "sqrtparm" using parmKey, parmValue, parmSource end-call
        move function upper-case(parmValue(1:8)) to ovrSecond
    end-if.
    perform checkOverride.
    if refusalNote is not equal to spaces
        move 2 to frzRc
        perform logRefusal
        display "  " function trim(frzAttempt) " refused: "
            function trim(frzNote) " in force to " frzUntil
            " -- " function trim(refusalNote)
        goback
    end-if.
    move 1 to frzRc.
    perform recordOverride.
    display "  EMERGENCY OVERRIDE of " function trim(frzNote)
        " recorded: " function trim(frzAttempt) " by "
        function trim(operatorId) ", agreed by "
        function trim(ovrSecond).
    goback.

*> ------------------------The Calendar---------------------------------

*> The first "F" period that takes in today.
findFreeze.
    move "N" to frozenSw.
    move "SQRT_CAL_FILE" to parmKey.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    if parmValue is not equal to spaces
        move parmValue to calFname
    else
        move "sqrt.cal" to calFname
    end-if.
    move "N" to eofSw.
    open input calFile.
    if calFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform ff1 thru ff1-exit until atEof or frozen.
    close calFile.

ff1.
    read calFile at end set atEof to true end-read.
    if atEof or calType is not equal to "F"
            or calDate is not numeric
        go to ff1-exit
    end-if.
    move calDate to frzStart.
    if calFrzEnd is numeric
        move calFrzEnd to frzEnd
    else
        move calDate to frzEnd
    end-if.
    if todayStamp is less than frzStart
            or todayStamp is greater than frzEnd
        go to ff1-exit
    end-if.
    set frozen to true.
    move calNote to frzNote.
    if frzNote is equal to spaces
        move "CHANGE FREEZE" to frzNote
    end-if.
    move frzEnd to frzUntil.

ff1-exit.
    exit.

*> ------------------------The Override---------------------------------

askOverride.
    display "  *** " function trim(frzNote) " in force " frzStart
        " to " frzUntil " ***".
    display "  " function trim(frzAttempt) " is frozen. Emergency "
        "override reason (Enter: none): " with no advancing.
    accept ovrReason end-accept.
    if ovrReason is equal to spaces
        exit paragraph
    end-if.
    display "  Second operator agreeing to the override: "
        with no advancing.
    accept ovrSecond end-accept.
    move function upper-case(ovrSecond) to ovrSecond.

*> A reason, and a second operator other than the one acting who
*> holds FREEZE (or ALL) on sqrt.auth.
checkOverride.
    if ovrReason is equal to spaces
        move "no emergency override given" to refusalNote
        exit paragraph
    end-if.
    if ovrSecond is equal to spaces
        move "an override needs a second operator's id"
            to refusalNote
        exit paragraph
    end-if.
    if ovrSecond is equal to operatorId
            or ovrSecond is equal to function upper-case(operatorId)
        move "the second operator must be someone else"
            to refusalNote
        exit paragraph
    end-if.
    move "N" to secondSw.
    move "N" to eofSw.
    open input authFile.
    if authStatus is equal to "00"
        perform sa1 thru sa1-exit until atEof or secondQualified
        close authFile
    end-if.
    if not secondQualified
        move spaces to refusalNote
        string function trim(ovrSecond) " holds no FREEZE privilege"
            " on sqrt.auth" delimited by size into refusalNote
        end-string
    end-if.

sa1.
    read authFile at end
        set atEof to true
        go to sa1-exit
    end-read.
    if auOperator(1:1) is equal to "*"
            or function upper-case(auOperator) is not equal to
                ovrSecond
        go to sa1-exit
    end-if.
    perform varying privIdx from 1 by 1
            until privIdx is greater than 12 or secondQualified
        if auPriv(privIdx) is equal to "FREEZE"
                or auPriv(privIdx) is equal to "ALL"
            set secondQualified to true
        end-if
    end-perform.

sa1-exit.
    exit.

recordOverride.
    move spaces to freezeOvrRecord.
    move wsDateTime(1:14) to foStamp.
    move frzProgram to foProgram.
    move frzAttempt to foAttempt.
    move operatorId to foOperator.
    move ovrSecond to foSecond.
    move frzNote to foFreeze.
    move frzStart to foStart.
    move frzUntil to foUntil.
    move ovrReason to foReason.
    open extend ovrFile.
    if ovrStatus is equal to "35"
        open output ovrFile
    end-if.
    write freezeOvrRecord.
    close ovrFile.
    move frzProgram to algProgram.
    move "OVERRIDE" to algAction.
    move spaces to algObject.
    string "FREEZE " function trim(frzAttempt) " 2ND "
        function trim(ovrSecond) delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject end-call.

logRefusal.
    move frzProgram to algProgram.
    move "REFUSED" to algAction.
    move spaces to algObject.
    string "FREEZE " frzAttempt delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject end-call.

*> ---------------------------------------------------------------------
