*>                              date -- with anything past its review
*>                              date flagged for escalation
*>   SQRT_HOLD_ACTION=RELEASE   auto-release: every hold past its
*>                              review date is cleared in place on
*>                              the keyed master (sqrtkmst.cob),
*>                              its ledger row dropped, and an
*>                              AUTOREL entry journaled
*>
*> A held record with no ledger row predates the metadata and is
*> reported with unknown age -- and flagged, since nobody can say why
*> it exists, which is exactly the situation this exists to end.
*>
*> A released record is resealed (sqrtseal.cob) with its status byte
*> cleared -- but only when the seal it carried was good. A held
*> record edited by hand stays broken, so the release cannot launder
*> the edit past SQRT.
*>
*> RETURN-CODE: 0 nothing overdue, 4 holds past their review date
*> (or of unknown age) found, 8 nothing readable.

    select masterIn assign to "sqrt.dat"
        organization is line sequential
        file status is masterInStatus.
    select holdFile assign to "sqrt.hold"
        organization is line sequential
        file status is holdStatus.
file section.
fd masterIn.
    01 masterInRec pic x(80).
fd holdFile.
    copy "sqrthold.cpy".
fd journalFile.
77 algObject  pic x(30) value spaces.


*> Interface to the shared keyed-master routine
77 kmAction pic x(01).
77 kmBefore pic x(80).
77 kmAfter  pic x(80).
77 kmRc     pic 9(01).

*> Interface to the shared sqrtseal record seal routine
77 sealAction pic x(01) value "V".
77 sealRc     pic 9(01) value 0.

*> Shop-standard enqueue on the master while the release pass
*> updates it
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTHOLD".
77 lockOwner   pic x(08) value spaces.
        display "  Auto-released       : " editCount
        if releasedCount is greater than zero
            display " "
            display "Released records are cleared on the master"
            display "and sqrt.dat has been unloaded from it."
        end-if
    end-if.
    if overdueCount is greater than zero

*> Finds the ledger row whose image matches the held record; each
*> row matches at most once so duplicated radicands keep their own
*> metadata. A row written before its record was keyed has no serial
*> in its image, and matches on everything but the serial and seal
*> columns (the master reseals a record over the serial it stamps).
matchLedger.
    move "N" to hldFoundSw.
    perform varying hldIdx from 1 by 1
                and tHldImage(hldIdx) is equal to lineStruct
            set hldFound to true
        end-if
        if tHldSeen(hldIdx) is equal to space
                and tHldImage(hldIdx)(70:7) is equal to spaces
                and tHldImage(hldIdx)(1:69) is equal to
                    lineStruct(1:69)
                and tHldImage(hldIdx)(77:2) is equal to
                    lineStruct(77:2)
            set hldFound to true
        end-if
    end-perform.
    if hldFound
        subtract 1 from hldIdx

*> ------------------------Auto-release Pass-------------------------------

*> Holds past their review date come off: the pass browses the keyed
*> master in file order and clears each overdue record's status byte
*> in place, the ledger row is dropped, and an AUTOREL journal entry
*> records the policy action. The flat sqrt.dat is unloaded from the
*> master before the lock is let go.
releasePass.
    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        move 24 to return-code
        stop run
    end-if.
    move "O" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        display "sqrthold: no sqrt.dat master to release from"
        perform releaseLock
        move 8 to return-code
        stop run
    end-if.
    move "B" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.

rel1.
    move "N" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        go to releasePass-close
    end-if.
    move kmAfter to lineStruct.
    if not recHeld
        go to rel1
    end-if.
    add 1 to heldCount.
    perform matchLedger.
    if not hldFound
        add 1 to orphanCount
        go to rel1
    end-if.
    perform ageOne.
    if not rowOverdue
        go to rel1
    end-if.
    add 1 to overdueCount.
    move lineStruct to jrnBeforeWs.
    move "V" to sealAction.
    call "sqrtseal" using sealAction, lineStruct, sealRc end-call.
    move space to recStatus.
    if sealRc is equal to 0
        move "S" to sealAction
        call "sqrtseal" using sealAction, lineStruct, sealRc end-call
    end-if.
    move jrnBeforeWs to kmBefore.
    move lineStruct to kmAfter.
    move "C" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        go to rel1
    end-if.
    move kmAfter to jrnAfterWs.
    add 1 to releasedCount.
    move "D" to tHldSeen(hldIdx).
    perform journalAutoRel.
    go to rel1.

releasePass-close.
    if releasedCount is greater than zero
        move "U" to kmAction
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
        perform rewriteLedger
        move "AUTOREL" to algAction
        move spaces to algObject
        call "sqrtalog" using algProgram, algAction, algObject
        end-call
    end-if.
    move "X" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    perform releaseLock.

releasePass-done.
