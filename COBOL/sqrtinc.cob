*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -                    Incident Register Workbench                    -
*> ---------------------------------------------------------------------
*> A failed night, a failed pipeline gate or a stalled run opens an
*> incident on sqrt.incident by itself (sqrtalert, the gate programs,
*> sqrtwdog -- see sqrtincd.cpy); this is where an operator works it,
*> so what happened and what was done about it is on the register
*> instead of in someone's email:
*>
*>   (L)ist     every incident not yet resolved, oldest first, with
*>              its age and who has acknowledged it
*>   (S)how     one incident in full: the run or gate date it is
*>              linked to, the alert ids it paged under, its history
*>   (A)ck      acknowledge an open incident (operator and time)
*>   (C)ause    record or correct the cause category and the actions
*>              taken, on any incident not yet resolved
*>   (R)esolve  resolve it: a cause and the actions are required (asked
*>              for here when not already recorded), and the time
*>              service was restored, entered as yyyymmddhhmm (blank:
*>              now) -- not before the incident opened, not in the
*>              future. An incident resolved without having been
*>              acknowledged is acknowledged by the resolver at the
*>              same time.
*>
*> Cause categories: FEED (upstream feed), DATA (bad records),
*> CONFIG (parameters or control files), CAPACITY (volume, window,
*> space), INFRA (platform, scheduler, locks), CODE (a program
*> defect), OPERATOR (an operating error), OTHER.
*>
*> Every change goes through sqrtincd against the row as it stands
*> on file at that moment, so an incident the nightly stream opens or
*> bumps while the workbench is up is never overwritten, and every
*> change is written to the estate action log (sqrtalog).

identification division.
program-id. sqrtinc.

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

77 choice pic x(01) value spaces.
    88 listChoice    value "L" "l".
    88 showChoice    value "S" "s".
    88 ackChoice     value "A" "a".
    88 causeChoice   value "C" "c".
    88 resolveChoice value "R" "r".
    88 quitChoice    value "Q" "q".

77 targetId  pic x(12) value spaces.
77 openCount pic 9(04) value 0.
77 alertIdx  pic 9(01) value 0.
77 ageMin    pic s9(09) value 0.
77 ageHours  pic 9(07) value 0.
77 editAge   pic zzzz9.
77 editCount pic zzzz9.
77 stateWord pic x(14) value spaces.

*> Operator entries
77 causeEntry   pic x(08) value spaces.
    88 causeValid value "FEED" "DATA" "CONFIG" "CAPACITY" "INFRA"
                        "CODE" "OPERATOR" "OTHER".
77 actionsEntry pic x(60) value spaces.
77 stampEntry   pic x(12) value spaces.
77 resolvedAt   pic x(14) value spaces.

*> yyyymmddhhmm(ss) stamps as minutes since the epoch of
*> integer-of-date, for ages and for ordering a resolution time
77 stampWork pic x(14) value spaces.
77 stampMin  pic 9(12) value 0.
77 nowMin    pic 9(12) value 0.
77 openedMin pic 9(12) value 0.

77 operatorId pic x(08) value spaces.
77 wsDateTime pic x(21).
77 nowStamp   pic x(14) value spaces.

*> Interface to the shared incident register routine
77 incAction pic x(01) value spaces.
copy "sqrtincd.cpy" replacing ==incidentRecord== by ==incRecord==
    leading ==ic== by ==inc==.
77 incRc     pic 9(01) value 0.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTINC".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> ---------------------------Main Program-------------------------------

procedure division.

    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".
    display "~          SQRT Incident Register                 ~".
    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".

    accept operatorId from environment "LOGNAME".
    if operatorId is equal to spaces
        accept operatorId from environment "USER"
    end-if.
    if operatorId is equal to spaces
        move "UNKNOWN" to operatorId
    end-if.

    perform mainMenu until quitChoice.
    display "Done.".
    stop run.

mainMenu.
    display " ".
    display "(L)ist  (S)how  (A)ck  (C)ause  (R)esolve  (Q)uit: "
        with no advancing.
    accept choice end-accept.
    move function current-date to wsDateTime.
    move wsDateTime(1:14) to nowStamp.
    move nowStamp to stampWork.
    perform stampToMinutes.
    move stampMin to nowMin.
    evaluate true
        when listChoice
            perform listOpen thru lst-done
        when showChoice
            perform showOne thru show-done
        when ackChoice
            perform ackOne thru ack-done
        when causeChoice
            perform causeOne thru cause-done
        when resolveChoice
            perform resolveOne thru res-done
        when quitChoice
            continue
        when other
            display "  Invalid choice; re-enter."
    end-evaluate.

*> ------------------------List Unresolved------------------------------

*> Read straight off the register (which is kept in the order the
*> incidents were opened), so the list is current to the moment.
listOpen.
    move 0 to openCount.
    move "N" to incEofSw.
    open input incidentFile.
    if incidentStatus is not equal to "00"
        display "  No incident register on file."
        go to lst-done
    end-if.
    perform lo1 thru lo1-exit until incAtEof.
    close incidentFile.
    if openCount is equal to zero
        display "  Every incident on the register is resolved."
    end-if.

lst-done.
    exit.

lo1.
    read incidentFile at end set incAtEof to true end-read.
    if incAtEof or icIsResolved
        go to lo1-exit
    end-if.
    add 1 to openCount.
    move icOpened to stampWork.
    perform stampToMinutes.
    compute ageMin = nowMin - stampMin.
    compute ageHours = ageMin / 60.
    move ageHours to editAge.
    move spaces to stateWord.
    if icIsAcked
        string "ACKED " icAckBy delimited by size into stateWord
        end-string
    else
        move "OPEN" to stateWord
    end-if.
    move icCount to editCount.
    display "  " icId "  " icKind " " icRef " " stateWord
        " age " editAge "h  x" function trim(editCount).
    display "      " icCond.

lo1-exit.
    exit.

*> ------------------------Show One-------------------------------------

showOne.
    perform getIncident.
    if incRc is not equal to 0
        go to show-done
    end-if.
    perform showIncident.

show-done.
    exit.

showIncident.
    evaluate true
        when incIsOpen
            move "OPEN" to stateWord
        when incIsAcked
            move "ACKNOWLEDGED" to stateWord
        when incIsResolved
            move "RESOLVED" to stateWord
        when other
            move incStatus to stateWord
    end-evaluate.
    move incCount to editCount.
    display "  Incident    : " incId "  " stateWord.
    display "  Kind        : " incKind " opened by " incSource.
    display "  Linked to   : " incRef.
    display "  Condition   : " incCond.
    display "  Occurrences : " function trim(editCount) "  first "
        incOpened "  last " incLast.
    perform varying alertIdx from 1 by 1 until alertIdx is greater
            than 3
        if incAlert(alertIdx) is not equal to spaces
            display "  Alert id    : " incAlert(alertIdx)
        end-if
    end-perform.
    if incAckBy is not equal to spaces
        display "  Acknowledged: " incAckBy " at " incAcked
    end-if.
    if incCause is not equal to spaces
        display "  Cause       : " incCause
    end-if.
    if incActions is not equal to spaces
        display "  Actions     : " incActions
    end-if.
    if incResBy is not equal to spaces
        display "  Resolved    : " incResBy " -- restored "
            incResolved
    end-if.

*> ------------------------Acknowledge----------------------------------

ackOne.
    perform getIncident.
    if incRc is not equal to 0
        go to ack-done
    end-if.
    if not incIsOpen
        display "  Incident " incId " is already acknowledged by "
            incAckBy "."
        go to ack-done
    end-if.
    set incIsAcked to true.
    move operatorId to incAckBy.
    move nowStamp to incAcked.
    perform updateIncident.
    if incRc is not equal to 0
        go to ack-done
    end-if.
    move "ACKNOWLEDGE" to algAction.
    perform logAction.
    display "  Acknowledged by " operatorId " at " incAcked ".".

ack-done.
    exit.

*> ------------------------Cause and Actions----------------------------

causeOne.
    perform getIncident.
    if incRc is not equal to 0
        go to cause-done
    end-if.
    if incIsResolved
        display "  Incident " incId " is resolved; it is closed to "
            "changes."
        go to cause-done
    end-if.
    perform askCause.
    if not causeValid
        go to cause-done
    end-if.
    perform askActions.
    if actionsEntry is equal to spaces
        go to cause-done
    end-if.
    move causeEntry to incCause.
    move actionsEntry to incActions.
    perform updateIncident.
    if incRc is not equal to 0
        go to cause-done
    end-if.
    move "CAUSE" to algAction.
    perform logAction.
    display "  Cause " incCause " recorded.".

cause-done.
    exit.

*> The cause category; Enter keeps the one already recorded.
askCause.
    if incCause is equal to spaces
        display "  Cause (FEED/DATA/CONFIG/CAPACITY/INFRA/CODE/"
            "OPERATOR/OTHER): " with no advancing
    else
        display "  Cause [" function trim(incCause) "]: "
            with no advancing
    end-if.
    move spaces to causeEntry.
    accept causeEntry end-accept.
    move function upper-case(causeEntry) to causeEntry.
    if causeEntry is equal to spaces
        move incCause to causeEntry
    end-if.
    if not causeValid
        display "  Cause must be FEED, DATA, CONFIG, CAPACITY, INFRA,"
            " CODE, OPERATOR or OTHER; nothing changed."
    end-if.

*> The actions taken; Enter keeps what is already recorded.
askActions.
    if incActions is not equal to spaces
        display "  Recorded: " function trim(incActions)
        display "  Actions taken (Enter keeps them): "
            with no advancing
    else
        display "  Actions taken: " with no advancing
    end-if.
    move spaces to actionsEntry.
    accept actionsEntry end-accept.
    if actionsEntry is equal to spaces
        move incActions to actionsEntry
    end-if.
    if actionsEntry is equal to spaces
        display "  The actions taken must be recorded; nothing "
            "changed."
    end-if.

*> ------------------------Resolve--------------------------------------

resolveOne.
    perform getIncident.
    if incRc is not equal to 0
        go to res-done
    end-if.
    if incIsResolved
        display "  Incident " incId " was resolved by " incResBy "."
        go to res-done
    end-if.
    perform askCause.
    if not causeValid
        go to res-done
    end-if.
    perform askActions.
    if actionsEntry is equal to spaces
        go to res-done
    end-if.
    display "  Service restored at (yyyymmddhhmm, Enter for now): "
        with no advancing.
    move spaces to stampEntry.
    accept stampEntry end-accept.
    if stampEntry is equal to spaces
        move nowStamp to resolvedAt
    else
        if stampEntry is not numeric
                or function test-date-yyyymmdd(
                    function numval(stampEntry(1:8))) is not equal
                    to 0
                or stampEntry(9:2) is greater than "23"
                or stampEntry(11:2) is greater than "59"
            display "  Not a valid yyyymmddhhmm; not resolved."
            go to res-done
        end-if
        move spaces to resolvedAt
        string stampEntry "00" delimited by size into resolvedAt
        end-string
    end-if.
    move incOpened to stampWork.
    perform stampToMinutes.
    move stampMin to openedMin.
    move resolvedAt to stampWork.
    perform stampToMinutes.
    if stampMin is less than openedMin
        display "  The incident opened at " incOpened
            "; it cannot have been resolved before. Not resolved."
        go to res-done
    end-if.
    if stampMin is greater than nowMin
        display "  That time is in the future; not resolved."
        go to res-done
    end-if.
    move causeEntry to incCause.
    move actionsEntry to incActions.
    if incAckBy is equal to spaces
        move operatorId to incAckBy
        move resolvedAt to incAcked
    end-if.
    move operatorId to incResBy.
    move resolvedAt to incResolved.
    set incIsResolved to true.
    perform updateIncident.
    if incRc is not equal to 0
        go to res-done
    end-if.
    move "RESOLVE" to algAction.
    perform logAction.
    display "  Resolved by " operatorId ", service restored "
        incResolved ".".

res-done.
    exit.

*> ------------------------Register Access------------------------------

getIncident.
    display "  Incident id: " with no advancing.
    move spaces to targetId.
    accept targetId end-accept.
    move spaces to incRecord.
    move targetId to incId.
    move "G" to incAction.
    call "sqrtincd" using incAction, incRecord, incRc end-call.
    if incRc is not equal to 0
        display "  No incident " function trim(targetId)
            " on the register."
    end-if.

updateIncident.
    move "U" to incAction.
    call "sqrtincd" using incAction, incRecord, incRc end-call.
    if incRc is not equal to 0
        display "  Incident " incId " is no longer on the register; "
            "nothing changed."
    end-if.

logAction.
    move spaces to algObject.
    string incId " " incCause delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject end-call.

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

*> ---------------------------------------------------------------------
