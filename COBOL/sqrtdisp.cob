*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -              Chargeback Dispute and Adjustment Register           -
*> ---------------------------------------------------------------------
*> When a department disputed its statement, finance used to edit
*> sqrt.bill by hand: nothing said why, and the next statement knew
*> nothing about it. Disputes now go on the sqrt.disp register
*> (sqrtdspr.cpy) from here. Finance logs one against a department
*> and statement month, with the cause -- a bad profile we set, a
*> reject loop that was our fault, or other -- and what is claimed.
*> A DIFFERENT operator decides it: grants a credit (or a further
*> charge) with the reason, or declines it with the reason. The next
*> sqrtchbk run posts every granted adjustment as its own statement
*> line and an adjustment row on sqrt.bill, and marks it posted.
*>
*> Logging a dispute needs no privilege. Granting or declining needs
*> ADJUST on the sqrt.auth registry, and the decider may not be the
*> operator who logged the dispute (the sqrtappr two-person rule).
*> The register is held under sqrtlock for the session, so a
*> statement run cannot post from it mid-edit (RC 24 if it is held).

identification division.
program-id. sqrtdisp.

environment division.

input-output section.
file-control.
    select dispFile assign to "sqrt.disp"
        organization is line sequential
        file status is dispStatus.

data division.

file section.
fd dispFile.
    copy "sqrtdspr.cpy".

working-storage section.
77 dispStatus pic x(02).
77 dispEofSw  pic x(01) value "N".
    88 dispAtEof value "Y".

77 choice pic x(01) value spaces.
    88 listChoice    value "L" "l".
    88 newChoice     value "N" "n".
    88 grantChoice   value "G" "g".
    88 declineChoice value "D" "d".
    88 quitChoice    value "Q" "q".

*> The register, table-loaded for the edit-and-rewrite pass
77 regMax   pic 9(03) value 500.
77 regCount pic 9(03) value 0.
77 regIdx   pic 9(03) value 0.
77 regOverSw pic x(01) value "N".
    88 regOverflow value "Y".
01 regTable.
    02 regEntry occurs 500 times pic x(200).
copy "sqrtdspr.cpy" replacing ==dispRecord== by ==wkRecord==
    leading ==dp== by ==wk==.

77 targetId  pic x(12) value spaces.
77 foundSw   pic x(01) value "N".
    88 wasFound value "Y".
77 dirtySw   pic x(01) value "N".
    88 fileDirty value "Y".
77 openCount pic 9(03) value 0.
77 ageDays   pic s9(05) value 0.
77 editAge   pic zzz9.
77 editAdj   pic -(9)9.99.

*> Operator entries for a new dispute or a decision
77 deptEntry    pic x(04) value spaces.
77 monthEntry   pic x(07) value spaces.
77 causeEntry   pic x(08) value spaces.
77 claimEntry   pic x(40) value spaces.
77 kindEntry    pic x(01) value spaces.
    88 creditKind value "C" "c".
    88 chargeKind value "H" "h".
77 amountEntry  pic x(15) value spaces.
77 amountNum    pic 9(09)v99 value 0.
77 reasonEntry  pic x(40) value spaces.
77 daySeq       pic 9(04) value 0.
77 seqWork      pic 9(04) value 0.

77 operatorId pic x(08) value spaces.
77 wsDateTime pic x(21).
77 todayStamp pic x(08) value spaces.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTDISP".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check; asked once per
*> session, the first time a decision is attempted
77 authProgram  pic x(08) value "SQRTDISP".
77 authPriv     pic x(08) value "ADJUST".
77 authObject   pic x(30) value "sqrt.disp".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.
77 authCheckSw  pic x(01) value "N".
    88 authChecked value "Y".

*> Shop-standard enqueue on the register (via sqrtlock.cob)
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTDISP".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.disp".

*> ---------------------------Main Program-------------------------------

procedure division.

    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".
    display "~       SQRT Chargeback Dispute Register          ~".
    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".

    accept operatorId from environment "LOGNAME".
    if operatorId is equal to spaces
        accept operatorId from environment "USER"
    end-if.
    if operatorId is equal to spaces
        move "UNKNOWN" to operatorId
    end-if.
    move function current-date to wsDateTime.
    move wsDateTime(1:8) to todayStamp.

    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrtdisp: sqrt.disp is locked by " lockOwner
            " -- not starting"
        move 24 to return-code
        stop run
    end-if.

    perform loadRegister.
    perform mainMenu until quitChoice.
    if fileDirty
        perform writeRegister
    end-if.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    display "Done.".
    stop run.

mainMenu.
    display " ".
    display "(L)ist open  (N)ew dispute  (G)rant  (D)ecline  (Q)uit: "
        with no advancing.
    accept choice end-accept.
    evaluate true
        when listChoice
            perform listOpen thru lst-done
        when newChoice
            perform newDispute thru new-done
        when grantChoice
            perform decideOne thru dec-done
        when declineChoice
            perform decideOne thru dec-done
        when quitChoice
            continue
        when other
            display "  Invalid choice; re-enter."
    end-evaluate.

loadRegister.
    move "N" to dispEofSw.
    open input dispFile.
    if dispStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lr1 thru lr1-exit until dispAtEof.
    close dispFile.

lr1.
    read dispFile at end set dispAtEof to true end-read.
    if dispAtEof
        go to lr1-exit
    end-if.
    if regCount is greater than or equal to regMax
        display "  WARNING: register holds more than " regMax
            " disputes; changes this session cannot be saved."
        set regOverflow to true
        set dispAtEof to true
        go to lr1-exit
    end-if.
    add 1 to regCount.
    move dispRecord to regEntry(regCount).

lr1-exit.
    exit.

*> The register is only rewritten when it was loaded whole; a table
*> overflow leaves the file as it stood rather than drop rows.
writeRegister.
    if regOverflow
        display "  Register too large to rewrite -- changes NOT saved."
        exit paragraph
    end-if.
    open output dispFile.
    perform wr1 thru wr1-exit
        varying regIdx from 1 by 1 until regIdx is greater than
            regCount.
    close dispFile.

wr1.
    move regEntry(regIdx) to dispRecord.
    write dispRecord.

wr1-exit.
    exit.

*> ------------------------List Open Disputes----------------------------

listOpen.
    move 0 to openCount.
    perform lo1 thru lo1-exit
        varying regIdx from 1 by 1 until regIdx is greater than
            regCount.
    if openCount is equal to zero
        display "  No open or unposted disputes on the register."
    end-if.

lst-done.
    exit.

lo1.
    move regEntry(regIdx) to wkRecord.
    if not wkOpen and not wkGranted
        go to lo1-exit
    end-if.
    add 1 to openCount.
    move 0 to ageDays.
    if wkOpened(1:8) is numeric
        compute ageDays =
            function integer-of-date(function numval(todayStamp))
            - function integer-of-date(
                function numval(wkOpened(1:8)))
    end-if.
    move ageDays to editAge.
    if wkOpen
        display "  " wkId "  " wkDept " " wkMonth " " wkCause
            " age " editAge "d  OPEN     by " wkOpenedBy
    else
        move wkAdjust to editAdj
        display "  " wkId "  " wkDept " " wkMonth " " wkCause
            " age " editAge "d  GRANTED  " editAdj
            "  (posts on the next statement)"
    end-if.
    display "      " wkClaim.

lo1-exit.
    exit.

*> ------------------------Log a New Dispute-----------------------------

newDispute.
    display "  Department code: " with no advancing.
    accept deptEntry end-accept.
    if deptEntry is equal to spaces
        display "  A dispute needs a department."
        go to new-done
    end-if.
    display "  Statement month disputed (yyyy-mm): " with no advancing.
    accept monthEntry end-accept.
    if monthEntry(1:4) is not numeric
            or monthEntry(5:1) is not equal to "-"
            or monthEntry(6:2) is not numeric
            or monthEntry(6:2) is less than "01"
            or monthEntry(6:2) is greater than "12"
        display "  Month must be yyyy-mm."
        go to new-done
    end-if.
    display "  Cause (PROFILE / REJLOOP / OTHER): " with no advancing.
    accept causeEntry end-accept.
    move function upper-case(causeEntry) to causeEntry.
    if causeEntry is not equal to "PROFILE"
            and causeEntry is not equal to "REJLOOP"
            and causeEntry is not equal to "OTHER"
        display "  Cause must be PROFILE, REJLOOP or OTHER."
        go to new-done
    end-if.
    display "  What is claimed: " with no advancing.
    accept claimEntry end-accept.
    if claimEntry is equal to spaces
        display "  A dispute needs the claim recorded."
        go to new-done
    end-if.
*> Today's next sequence number: one past the highest already used.
    move 0 to daySeq.
    perform nd1 thru nd1-exit
        varying regIdx from 1 by 1 until regIdx is greater than
            regCount.
    add 1 to daySeq.
    if regCount is greater than or equal to regMax
        display "  Register is full; dispute not logged."
        go to new-done
    end-if.
    move spaces to wkRecord.
    string todayStamp daySeq delimited by size into wkId
    end-string.
    move function upper-case(deptEntry) to wkDept.
    move monthEntry to wkMonth.
    move causeEntry to wkCause.
    move "O" to wkStatus.
    move function current-date to wsDateTime.
    move wsDateTime(1:14) to wkOpened.
    move operatorId to wkOpenedBy.
    move claimEntry to wkClaim.
    move 0 to wkAdjust.
    add 1 to regCount.
    move wkRecord to regEntry(regCount).
    set fileDirty to true.
    move "DISPUTE" to algAction.
    move spaces to algObject.
    string wkId " " wkDept " " wkMonth delimited by size
        into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject end-call.
    display "  Logged as dispute " wkId ".".

new-done.
    exit.

nd1.
    move regEntry(regIdx) to wkRecord.
    if wkId(1:8) is equal to todayStamp and wkId(9:4) is numeric
        move wkId(9:4) to seqWork
        if seqWork is greater than daySeq
            move seqWork to daySeq
        end-if
    end-if.

nd1-exit.
    exit.

*> ------------------------Grant or Decline-----------------------------

*> One open dispute decided: granted with the adjustment and its
*> reason, or declined with the reason. Either way the decider's id
*> and the time go on the row next to the logger's.
decideOne.
    perform checkAuthority.
    if authRc is not equal to 0
        go to dec-done
    end-if.
    display "  Dispute id: " with no advancing.
    accept targetId end-accept.
    move "N" to foundSw.
    perform varying regIdx from 1 by 1
            until regIdx is greater than regCount or wasFound
        move regEntry(regIdx) to wkRecord
        if wkId is equal to targetId and wkOpen
            set wasFound to true
        end-if
    end-perform.
    if not wasFound
        display "  No open dispute with that id."
        go to dec-done
    end-if.
    subtract 1 from regIdx.
    if wkOpenedBy is equal to operatorId
        display "  You logged this dispute -- a different operator"
        display "  must decide it. Left open."
        go to dec-done
    end-if.
    display "  " wkDept " " wkMonth " " wkCause "  " wkClaim.
    if grantChoice
        display "  (C)redit the department or c(H)arge it: "
            with no advancing
        accept kindEntry end-accept
        if not creditKind and not chargeKind
            display "  Enter C or H; nothing decided."
            go to dec-done
        end-if
        display "  Amount (e.g. 125.00): " with no advancing
        accept amountEntry end-accept
        if amountEntry is equal to spaces
                or function test-numval(amountEntry) is not equal to 0
            display "  Amount is not a number; nothing decided."
            go to dec-done
        end-if
        compute amountNum = function numval(amountEntry)
            on size error
                display "  Amount too large; nothing decided."
                go to dec-done
        end-compute
        if amountNum is equal to zero
            display "  A zero adjustment is a decline; use (D)."
            go to dec-done
        end-if
    end-if.
    display "  Reason for the decision: " with no advancing.
    accept reasonEntry end-accept.
    if reasonEntry is equal to spaces
        display "  A decision needs its reason; nothing decided."
        go to dec-done
    end-if.
    move function current-date to wsDateTime.
    move operatorId to wkDecidedBy.
    move wsDateTime(1:14) to wkDecided.
    move reasonEntry to wkReason.
    move spaces to algObject.
    if grantChoice
        move "G" to wkStatus
        if creditKind
            compute wkAdjust = 0 - amountNum
        else
            move amountNum to wkAdjust
        end-if
        move "GRANT" to algAction
        move wkAdjust to editAdj
        string wkId " " function trim(editAdj)
            delimited by size into algObject
        end-string
    else
        move "D" to wkStatus
        move 0 to wkAdjust
        move "DECLINE" to algAction
        move wkId to algObject
    end-if.
    move wkRecord to regEntry(regIdx).
    set fileDirty to true.
    call "sqrtalog" using algProgram, algAction, algObject end-call.
    if grantChoice
        display "  Granted " function trim(editAdj)
            "; posts on the next chargeback statement."
    else
        display "  Declined."
    end-if.

dec-done.
    exit.

*> ------------------------Operator Authority---------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; the
*> operator just gets told why, and the rest of the session carries
*> on without the privileged action.
checkAuthority.
    if authChecked
        exit paragraph
    end-if.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    set authChecked to true.
    if authRc is equal to 2
        display "  No sqrt.auth registry; " function trim(authPriv)
            " refused."
    else
        if authRc is not equal to 0
            display "  Operator " function trim(authOperator)
                " is not entitled to " function trim(authPriv)
                "; refused."
        end-if
    end-if.

*> ---------------------------------------------------------------------
