*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -              sqrt.dat Record Seal Verification                 -
*> ------------------------------------------------------------------
*> SQRT rejects a record whose seal (recSeal, sqrtseal.cob) does not
*> match its fields as an Unsealed Edit, one reject at a time, in
*> the middle of the night. This reads a whole file up front and
*> lists every detail record whose seal is broken -- edited by some
*> hand other than the programs that write the master -- or missing
*> altogether, with its serial, source and department, so somebody
*> can find out who touched it before the run finds it.
*>
*>   SQRT_SVFY_FILE    file to verify (default sqrt.dat); a
*>                     candidate or a QA copy can be named
*>   SQRT_SVFY_ACTION  RESEAL: seal every detail record on the keyed
*>                     master (sqrtkmst.cob) that carries no seal at
*>                     all, journaling each as RESEAL -- how a master
*>                     that predates the seal takes one. A BROKEN
*>                     seal is never resealed here: that record goes
*>                     through sqrtmaint and sqrtappr like any other
*>                     edit. Needs the SEAL privilege on sqrt.auth.
*>
*> RETURN-CODE: 0 every detail record sealed, 4 broken or unsealed
*> records found (listed; after a RESEAL, broken ones left), 8
*> nothing to read, 22 the operator holds no SEAL entitlement, 24
*> the master is locked by another job.

identification division.
program-id. sqrtsvfy.

environment division.

input-output section.
file-control.
    select datIn assign to dynamic datInFname
        organization is line sequential
        file status is datInStatus.
    select journalFile assign to "sqrt.dat.jrn"
        organization is line sequential
        file status is journalStatus.

data division.

file section.
fd datIn.
    01 datInRec pic x(80).
fd journalFile.
    copy "sqrtjrnl.cpy".

working-storage section.
77 datInStatus   pic x(02).
77 journalStatus pic x(02).
77 datInFname    pic x(30) value "sqrt.dat".

copy "sqrtrec.cpy".

77 datEofSw pic x(01) value "N".
    88 datAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 actionMode  pic x(08) value spaces.
    88 resealMode value "RESEAL".

*> Interface to the shared sqrtseal record seal routine
77 sealAction  pic x(01) value "V".
77 sealRc      pic 9(01) value 0.

77 checkedCount  pic 9(07) value 0.
77 goodCount     pic 9(07) value 0.
77 brokenCount   pic 9(07) value 0.
77 unsealedCount pic 9(07) value 0.
77 resealedCount pic 9(07) value 0.
77 editCount     pic zzz,zz9.

77 operatorId  pic x(08) value spaces.
77 wsDateTime  pic x(21).
77 jrnBeforeWs pic x(80) value spaces.
77 jrnAfterWs  pic x(80) value spaces.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTSVFY".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTSVFY".
77 authPriv     pic x(08) value "SEAL".
77 authObject   pic x(30) value "sqrt.dat".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

*> Interface to the shared keyed-master routine
77 kmAction pic x(01).
77 kmBefore pic x(80).
77 kmAfter  pic x(80).
77 kmRc     pic 9(01).

*> Shop-standard enqueue on the master while the reseal pass
*> updates it
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTSVFY".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.dat".

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(30) value 'SQRT Record Seal Verification'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

01 detailLine.
    02 filler pic x(2) value spaces.
    02 outSerial pic x(07).
    02 filler pic x(2) value spaces.
    02 outSource pic x(03).
    02 filler pic x(1) value space.
    02 outDept pic x(04).
    02 filler pic x(1) value space.
    02 outRadicand pic -(15)9.9(6).
    02 filler pic x(2) value spaces.
    02 outState pic x(10).

*> --------------------------Main Program----------------------------------
procedure division.
    accept operatorId from environment "LOGNAME".
    if operatorId is equal to spaces
        accept operatorId from environment "USER"
    end-if.
    if operatorId is equal to spaces
        move "UNKNOWN" to operatorId
    end-if.
    move "SQRT_SVFY_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue(1:30) to datInFname
    end-if.
    move "SQRT_SVFY_ACTION" to parmKey.
    perform getParm.
    move function upper-case(parmValue(1:8)) to actionMode.

    display titleLine.
    display underLine1.
    if resealMode
        perform resealPass thru resealPass-done
    else
        perform verifyPass thru verifyPass-done
    end-if.
    if checkedCount is equal to zero
        display "  No detail records to verify."
    end-if.
    display underLine1.
    move checkedCount to editCount.
    display "  Records checked     : " editCount.
    move goodCount to editCount.
    display "  Seal good           : " editCount.
    move brokenCount to editCount.
    display "  Seal BROKEN         : " editCount.
    move unsealedCount to editCount.
    display "  Never sealed        : " editCount.
    if resealMode
        move resealedCount to editCount
        display "  Resealed            : " editCount
        if resealedCount is greater than zero
            display " "
            display "Resealed records are updated on the master"
            display "and sqrt.dat has been unloaded from it."
        end-if
    end-if.
    if brokenCount is greater than zero
            or unsealedCount is greater than resealedCount
        move 4 to return-code
    end-if.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------Verification Report-----------------------------

verifyPass.
    move "N" to datEofSw.
    open input datIn.
    if datInStatus is not equal to "00"
        display "sqrtsvfy: no " function trim(datInFname)
            " to verify (status " datInStatus ")"
        move 8 to return-code
        stop run
    end-if.
    perform vp1 thru vp1-exit until datAtEof.
    close datIn.

verifyPass-done.
    exit.

vp1.
    read datIn into lineStruct at end set datAtEof to true end-read.
    if datAtEof
        go to vp1-exit
    end-if.
    perform checkOne.

vp1-exit.
    exit.

*> Cards carry no seal and are not counted; a detail is tallied and,
*> when its seal fails, listed.
checkOne.
    if lineStruct(1:4) is equal to "CTL1" or "HDR1" or "TRL1"
            or "CMT1" or "GRP1" or "CHN1"
        exit paragraph
    end-if.
    add 1 to checkedCount.
    move "V" to sealAction.
    call "sqrtseal" using sealAction, lineStruct, sealRc end-call.
    evaluate sealRc
        when 0
            add 1 to goodCount
            exit paragraph
        when 1
            add 1 to brokenCount
            move "BROKEN" to outState
        when other
            add 1 to unsealedCount
            move "UNSEALED" to outState
    end-evaluate.
    move recSerial to outSerial.
    if recSerial is equal to spaces
        move "-------" to outSerial
    end-if.
    move recSource to outSource.
    move recDept to outDept.
    if radicandIn is numeric
        move radicandIn to outRadicand
    else
        move zero to outRadicand
    end-if.
    display detailLine.

*> ------------------------Reseal Pass-------------------------------------

*> Walks the keyed master in file order, verifying every detail the
*> way the report does; a record with no seal at all is sealed in
*> place and journaled, a broken one is listed and left alone. The
*> flat sqrt.dat is unloaded from the master before the lock is let
*> go.
resealPass.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    if authRc is equal to 2
        display "sqrtsvfy: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrtsvfy: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.
    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrtsvfy: sqrt.dat is locked by " lockOwner
            " -- not starting"
        move 24 to return-code
        stop run
    end-if.
    move "O" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        display "sqrtsvfy: no sqrt.dat master to reseal"
        perform releaseLock
        move 8 to return-code
        stop run
    end-if.
    move "B" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.

rs1.
    move "N" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        go to resealPass-close
    end-if.
    move kmAfter to lineStruct.
    perform checkOne.
    if lineStruct(1:4) is equal to "CTL1" or "HDR1" or "TRL1"
            or "CMT1" or "GRP1" or "CHN1"
        go to rs1
    end-if.
    if sealRc is not equal to 2
        go to rs1
    end-if.
    move lineStruct to jrnBeforeWs.
    move "S" to sealAction.
    call "sqrtseal" using sealAction, lineStruct, sealRc end-call.
    move jrnBeforeWs to kmBefore.
    move lineStruct to kmAfter.
    move "C" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        go to rs1
    end-if.
    move kmAfter to jrnAfterWs.
    add 1 to resealedCount.
    perform journalReseal.
    go to rs1.

resealPass-close.
    if resealedCount is greater than zero
        move "U" to kmAction
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
        move "RESEAL" to algAction
        move spaces to algObject
        string resealedCount " unsealed records sealed"
            delimited by size into algObject
        end-string
        call "sqrtalog" using algProgram, algAction, algObject
        end-call
    end-if.
    move "X" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    perform releaseLock.

resealPass-done.
    exit.

releaseLock.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.

journalReseal.
    open extend journalFile.
    if journalStatus is equal to "35"
        open output journalFile
    end-if.
    move function current-date to wsDateTime.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into jrnTimestamp
    end-string.
    move operatorId to jrnOperator.
    move "RESEAL" to jrnAction.
    move jrnBeforeWs to jrnBefore.
    move jrnAfterWs to jrnAfter.
    move spaces to jrnApprover.
    write jrnRecord.
    close journalFile.

*> ---------------------------------------------------------------------
