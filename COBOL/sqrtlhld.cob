*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -                      Legal-hold Register                          -
*> ---------------------------------------------------------------------
*> When legal asks for everything touching a department's (or a
*> source's, or a period's, or a named dataset's) calculations to be
*> preserved, our own housekeeping would otherwise destroy it on
*> schedule. Holds go on the sqrt.lhold register (sqrtlhld.cpy) from
*> here, each naming its scope, the matter it is for, and who placed
*> it. sqrtret, sqrtarch, sqrthsk and sqrtaclo consult the register
*> through sqrtlhck and keep anything in a standing hold's scope,
*> reporting what they kept.
*>
*> Taking a hold off takes two people: one operator requests the
*> release with the reason, and a DIFFERENT operator signs it (the
*> sqrtappr two-person rule) or declines it, putting the hold back to
*> active. Until the release is signed the hold stands. Placing,
*> requesting and signing all need the LEGAL privilege on the
*> sqrt.auth registry. Each change is written through to the register
*> as it is made, so a housekeeping run starting mid-session already
*> sees it; the register is held under sqrtlock for the session so
*> two sessions cannot overwrite each other (RC 24 if it is held).

identification division.
program-id. sqrtlhld.

environment division.

input-output section.
file-control.
    select lholdFile assign to "sqrt.lhold"
        organization is line sequential
        file status is lholdStatus.

data division.

file section.
fd lholdFile.
    copy "sqrtlhld.cpy".

working-storage section.
77 lholdStatus pic x(02).
77 lholdEofSw  pic x(01) value "N".
    88 lholdAtEof value "Y".

77 choice pic x(01) value spaces.
    88 listChoice    value "L" "l".
    88 placeChoice   value "P" "p".
    88 requestChoice value "R" "r".
    88 signChoice    value "S" "s".
    88 declineChoice value "D" "d".
    88 quitChoice    value "Q" "q".

*> The register, table-loaded for the edit-and-rewrite pass
77 regMax   pic 9(03) value 500.
77 regCount pic 9(03) value 0.
77 regIdx   pic 9(03) value 0.
77 regOverSw pic x(01) value "N".
    88 regOverflow value "Y".
01 regTable.
    02 regEntry occurs 500 times pic x(240).
copy "sqrtlhld.cpy" replacing ==lholdRecord== by ==wkRecord==
    leading ==lh== by ==wk==.

77 targetId   pic x(12) value spaces.
77 foundSw    pic x(01) value "N".
    88 wasFound value "Y".
77 showAllSw  pic x(01) value "N".
    88 showAll value "Y".
77 shownCount pic 9(03) value 0.
77 scopeText  pic x(10) value spaces.
77 statusText pic x(16) value spaces.

*> Operator entries for a new hold or a release
77 scopeEntry  pic x(01) value spaces.
77 valueEntry  pic x(40) value spaces.
77 fromEntry   pic x(08) value spaces.
77 toEntry     pic x(08) value spaces.
77 matterEntry pic x(40) value spaces.
77 reasonEntry pic x(40) value spaces.
77 allEntry    pic x(01) value spaces.
77 daySeq      pic 9(04) value 0.
77 seqWork     pic 9(04) value 0.
77 dateWork    pic 9(08) value 0.

77 operatorId pic x(08) value spaces.
77 wsDateTime pic x(21).
77 todayStamp pic x(08) value spaces.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTLHLD".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check; asked once per
*> session, the first time a change is attempted
77 authProgram  pic x(08) value "SQRTLHLD".
77 authPriv     pic x(08) value "LEGAL".
77 authObject   pic x(30) value "sqrt.lhold".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.
77 authCheckSw  pic x(01) value "N".
    88 authChecked value "Y".

*> Shop-standard enqueue on the register (via sqrtlock.cob)
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTLHLD".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.lhold".

*> ---------------------------Main Program-------------------------------

procedure division.

    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".
    display "~            SQRT Legal-hold Register             ~".
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
        display "sqrtlhld: sqrt.lhold is locked by " lockOwner
            " -- not starting"
        move 24 to return-code
        stop run
    end-if.

    perform loadRegister.
    perform mainMenu until quitChoice.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    display "Done.".
    stop run.

mainMenu.
    display " ".
    display "(L)ist  (P)lace hold  (R)equest release  (S)ign release"
        "  (D)ecline release  (Q)uit: " with no advancing.
    accept choice end-accept.
    evaluate true
        when listChoice
            perform listHolds thru lst-done
        when placeChoice
            perform placeHold thru plc-done
        when requestChoice
            perform requestRelease thru req-done
        when signChoice
            perform decideRelease thru dec-done
        when declineChoice
            perform decideRelease thru dec-done
        when quitChoice
            continue
        when other
            display "  Invalid choice; re-enter."
    end-evaluate.

loadRegister.
    move "N" to lholdEofSw.
    open input lholdFile.
    if lholdStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lr1 thru lr1-exit until lholdAtEof.
    close lholdFile.

lr1.
    read lholdFile at end set lholdAtEof to true end-read.
    if lholdAtEof
        go to lr1-exit
    end-if.
    if regCount is greater than or equal to regMax
        display "  WARNING: register holds more than " regMax
            " holds; changes this session cannot be saved."
        set regOverflow to true
        set lholdAtEof to true
        go to lr1-exit
    end-if.
    add 1 to regCount.
    move lholdRecord to regEntry(regCount).

lr1-exit.
    exit.

*> Written through after every change. The register is only
*> rewritten when it was loaded whole; a table overflow leaves the
*> file as it stood rather than drop holds.
writeRegister.
    if regOverflow
        display "  Register too large to rewrite -- change NOT saved."
        exit paragraph
    end-if.
    open output lholdFile.
    perform wr1 thru wr1-exit
        varying regIdx from 1 by 1 until regIdx is greater than
            regCount.
    close lholdFile.

wr1.
    move regEntry(regIdx) to lholdRecord.
    write lholdRecord.

wr1-exit.
    exit.

*> ------------------------List Holds----------------------------------

listHolds.
    display "  Include released holds (Y/N): " with no advancing.
    accept allEntry end-accept.
    move "N" to showAllSw.
    if allEntry is equal to "Y" or allEntry is equal to "y"
        set showAll to true
    end-if.
    move 0 to shownCount.
    perform lh1 thru lh1-exit
        varying regIdx from 1 by 1 until regIdx is greater than
            regCount.
    if shownCount is equal to zero
        display "  No holds to show."
    end-if.

lst-done.
    exit.

lh1.
    move regEntry(regIdx) to wkRecord.
    if wkReleased and not showAll
        go to lh1-exit
    end-if.
    add 1 to shownCount.
    evaluate true
        when wkDeptScope
            move "DEPARTMENT" to scopeText
        when wkSourceScope
            move "SOURCE" to scopeText
        when wkDateScope
            move "DATES" to scopeText
        when other
            move "DATASET" to scopeText
    end-evaluate.
    evaluate true
        when wkActive
            move "ACTIVE" to statusText
        when wkPending
            move "RELEASE PENDING" to statusText
        when other
            move "RELEASED" to statusText
    end-evaluate.
    display "  " wkId "  " scopeText " " function trim(wkValue)
        "  " wkFrom "-" wkTo "  " statusText.
    display "      " function trim(wkMatter) "  (placed "
        wkPlaced(1:8) " by " wkPlacedBy ")".
    if wkPending or wkReleased
        display "      release asked " wkRelReq(1:8) " by "
            wkRelReqBy ": " function trim(wkRelReason)
    end-if.
    if wkReleased
        display "      released " wkRelDone(1:8) " by "
            wkReleasedBy
    end-if.

lh1-exit.
    exit.

*> ------------------------Place a Hold------------------------------

placeHold.
    perform checkAuthority.
    if authRc is not equal to 0
        go to plc-done
    end-if.
    display "  Scope: (D)epartment (S)ource (R) date range"
        " (F) dataset: " with no advancing.
    accept scopeEntry end-accept.
    move function upper-case(scopeEntry) to scopeEntry.
    if scopeEntry is not equal to "D" and scopeEntry is not equal
            to "S" and scopeEntry is not equal to "R"
            and scopeEntry is not equal to "F"
        display "  Scope must be D, S, R or F."
        go to plc-done
    end-if.
    move spaces to valueEntry.
    evaluate scopeEntry
        when "D"
            display "  Department code: " with no advancing
            accept valueEntry end-accept
            move function upper-case(valueEntry) to valueEntry
        when "S"
            display "  Source code: " with no advancing
            accept valueEntry end-accept
            move function upper-case(valueEntry) to valueEntry
        when "F"
            display "  Dataset name (a trailing * holds every name"
                " it starts): " with no advancing
            accept valueEntry end-accept
    end-evaluate.
    if scopeEntry is not equal to "R" and valueEntry is equal to
            spaces
        display "  The hold needs its department, source or dataset."
        go to plc-done
    end-if.
    display "  From date (yyyymmdd, blank for no lower bound): "
        with no advancing.
    accept fromEntry end-accept.
    display "  To date (yyyymmdd, blank for no upper bound): "
        with no advancing.
    accept toEntry end-accept.
    if fromEntry is not equal to spaces
        move fromEntry to targetId
        perform checkDate
        if not wasFound
            go to plc-done
        end-if
    end-if.
    if toEntry is not equal to spaces
        move toEntry to targetId
        perform checkDate
        if not wasFound
            go to plc-done
        end-if
    end-if.
    if scopeEntry is equal to "R"
            and (fromEntry is equal to spaces or toEntry is equal to
                spaces)
        display "  A date-range hold needs both dates."
        go to plc-done
    end-if.
    if fromEntry is not equal to spaces and toEntry is not equal to
            spaces and fromEntry is greater than toEntry
        display "  From date is after to date."
        go to plc-done
    end-if.
    display "  Legal matter / reason: " with no advancing.
    accept matterEntry end-accept.
    if matterEntry is equal to spaces
        display "  A hold needs the matter it is for."
        go to plc-done
    end-if.
*> Today's next sequence number: one past the highest already used.
    move 0 to daySeq.
    perform ph1 thru ph1-exit
        varying regIdx from 1 by 1 until regIdx is greater than
            regCount.
    add 1 to daySeq.
    if regCount is greater than or equal to regMax
        display "  Register is full; hold not placed."
        go to plc-done
    end-if.
    move spaces to wkRecord.
    string todayStamp daySeq delimited by size into wkId
    end-string.
    move scopeEntry to wkScope.
    move valueEntry to wkValue.
    move fromEntry to wkFrom.
    move toEntry to wkTo.
    move "A" to wkStatus.
    move function current-date to wsDateTime.
    move wsDateTime(1:14) to wkPlaced.
    move operatorId to wkPlacedBy.
    move matterEntry to wkMatter.
    add 1 to regCount.
    move wkRecord to regEntry(regCount).
    perform writeRegister.
    move "HOLD" to algAction.
    move spaces to algObject.
    string wkId " " wkScope " " valueEntry delimited by size
        into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject end-call.
    display "  Placed as hold " wkId ".".

plc-done.
    exit.

ph1.
    move regEntry(regIdx) to wkRecord.
    if wkId(1:8) is equal to todayStamp and wkId(9:4) is numeric
        move wkId(9:4) to seqWork
        if seqWork is greater than daySeq
            move seqWork to daySeq
        end-if
    end-if.

ph1-exit.
    exit.

*> A date bound must be a real calendar date (targetId carries it).
checkDate.
    move "N" to foundSw.
    if targetId(1:8) is not numeric
        display "  " targetId(1:8) " is not a yyyymmdd date."
        exit paragraph
    end-if.
    move targetId(1:8) to dateWork.
    if function test-date-yyyymmdd(dateWork) is not equal to 0
        display "  " targetId(1:8) " is not a calendar date."
        exit paragraph
    end-if.
    set wasFound to true.

*> ------------------------Request a Release------------------------

requestRelease.
    perform checkAuthority.
    if authRc is not equal to 0
        go to req-done
    end-if.
    display "  Hold id: " with no advancing.
    accept targetId end-accept.
    perform findHold.
    if not wasFound or not wkActive
        display "  No active hold with that id."
        go to req-done
    end-if.
    display "  Reason the hold can come off: " with no advancing.
    accept reasonEntry end-accept.
    if reasonEntry is equal to spaces
        display "  A release needs its reason; nothing requested."
        go to req-done
    end-if.
    move "P" to wkStatus.
    move function current-date to wsDateTime.
    move wsDateTime(1:14) to wkRelReq.
    move operatorId to wkRelReqBy.
    move reasonEntry to wkRelReason.
    move wkRecord to regEntry(regIdx).
    perform writeRegister.
    move "HOLDRELREQ" to algAction.
    move wkId to algObject.
    call "sqrtalog" using algProgram, algAction, algObject end-call.
    display "  Release requested; the hold stands until a second"
        " operator signs it.".

req-done.
    exit.

findHold.
    move "N" to foundSw.
    perform varying regIdx from 1 by 1
            until regIdx is greater than regCount or wasFound
        move regEntry(regIdx) to wkRecord
        if wkId is equal to targetId
            set wasFound to true
        end-if
    end-perform.
    if wasFound
        subtract 1 from regIdx
    end-if.

*> ------------------------Sign or Decline a Release----------------

*> The operator who asked for the release cannot sign it; declining
*> puts the hold back to active with the request kept on the row.
decideRelease.
    perform checkAuthority.
    if authRc is not equal to 0
        go to dec-done
    end-if.
    display "  Hold id: " with no advancing.
    accept targetId end-accept.
    perform findHold.
    if not wasFound or not wkPending
        display "  No hold awaiting release with that id."
        go to dec-done
    end-if.
    if wkRelReqBy is equal to operatorId
        display "  You requested this release -- a different"
        display "  operator must sign it. Left pending."
        go to dec-done
    end-if.
    display "  " function trim(wkMatter).
    display "  Release asked by " wkRelReqBy ": "
        function trim(wkRelReason).
    move function current-date to wsDateTime.
    if signChoice
        move "R" to wkStatus
        move operatorId to wkReleasedBy
        move wsDateTime(1:14) to wkRelDone
        move "HOLDRELEASE" to algAction
    else
        move "A" to wkStatus
        move "HOLDDECLINE" to algAction
    end-if.
    move wkRecord to regEntry(regIdx).
    perform writeRegister.
    move wkId to algObject.
    call "sqrtalog" using algProgram, algAction, algObject end-call.
    if signChoice
        display "  Released; housekeeping may take what it held."
    else
        display "  Release declined; the hold is active again."
    end-if.

dec-done.
    exit.

*> ------------------------Operator Authority---------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; the
*> operator just gets told why, and the rest of the session carries
*> on read-only.
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
