*> Second half of the two-person rule on sqrt.dat: sqrtmaint queues
*> every requested edit to sqrt.dat.chg with its before/after images,
*> and this is where a DIFFERENT operator reviews each one and
*> approves or refuses it. Approved edits are applied in place, by
*> key, on the keyed master through sqrtkmst.cob, and the flat
*> sqrt.dat is unloaded fresh before the lock is let go; each applied
*> (or refused) edit is journaled to sqrt.dat.jrn with BOTH operator
*> ids -- who asked, and who signed.
*>
*> An operator cannot approve their own request: entries they queued
*> themselves are shown but stay pending for someone else. An
*> approved edit whose target record has since changed on the master
*> is put back to pending with a warning rather than applied blind.
*> Every after-image applied is sealed (sqrtseal.cob) as it goes on,
*> so the approved edit is the one SQRT will accept.
*>
*> Being a different id is not enough on its own: the reviewer must
*> also hold the APPROVE privilege on the sqrt.auth registry, or
*> nothing is reviewed and RETURN-CODE is 22. Inside a change freeze
*> on the processing calendar (sqrtfrz) nothing is reviewed either
*> unless the reviewer gives an emergency override -- a reason and a
*> second operator's id -- when asked; RETURN-CODE is 18 if not.

identification division.
program-id. sqrtappr.
    select pendingFile assign to "sqrt.dat.chg"
        organization is line sequential
        file status is pendingStatus.
    select journalFile assign to "sqrt.dat.jrn"
        organization is line sequential
        file status is journalStatus.
file section.
fd pendingFile.
    copy "sqrtchg.cpy".
fd journalFile.
    copy "sqrtjrnl.cpy".
*> Queued edits past this session's table ceiling wait here during

working-storage section.
77 pendingStatus  pic x(02).
77 journalStatus  pic x(02).
77 overflowStatus pic x(02).
77 ovfEofSw    pic x(01) value "N".

77 chgEofSw    pic x(01) value "N".
    88 chgAtEof value "Y".

*> The queue under review: each entry carries its recorded images
*> plus this session's verdict ("A" approved, "R" refused, space
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTAPPR".
77 authPriv     pic x(08) value "APPROVE".
77 authObject   pic x(30) value "sqrt.dat.chg".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

*> Interface to the shared sqrtfrz change-freeze check
77 frzMode    pic x(01) value "I".
77 frzProgram pic x(08) value "SQRTAPPR".
77 frzAttempt pic x(12) value "APPROVE".
77 frzNote    pic x(20) value spaces.
77 frzUntil   pic x(08) value spaces.
77 frzRc      pic 9(01) value 0.


*> Interface to the shared keyed-master routine
77 kmAction pic x(01).
77 kmBefore pic x(80).
77 kmAfter  pic x(80).
77 kmRc     pic 9(01).

*> Interface to the shared sqrtseal record seal routine
77 sealAction pic x(01) value "S".
77 sealRc     pic 9(01) value 0.

*> Shop-standard enqueue on the master (via sqrtlock.cob): the apply
*> pass updates the master and must see a stable file.
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTAPPR".
77 lockOwner   pic x(08) value spaces.
        move "UNKNOWN" to operatorId
    end-if.
    display "Reviewing operator: " operatorId.
    perform checkAuthority.
    perform checkFreeze.

    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
    if appliedCount is greater than zero
        move "APPLY" to algAction
        move spaces to algObject
        string appliedCount " approved edits applied"
            delimited by size into algObject
        end-string
        call "sqrtalog" using algProgram, algAction, algObject

    display " ".
    move appliedCount to editCount.
    display "  Applied to the master  : " editCount.
    move refusedCount to editCount.
    display "  Refused                : " editCount.
    move staleCount to editCount.
    display "  Stale (left pending)   : " editCount.
    move leftCount to editCount.
    display "  Still pending          : " editCount.
    display "Done.".
    stop run.


*> ------------------------Apply Approved Edits----------------------------

*> Each approved edit goes straight onto the keyed master by serial:
*> a CHANGE/HOLD/RELEASE rewrites its record with the after-image, a
*> DELETE removes it, an ADD takes the next place at the end of the
*> file (and a serial, if it was keyed without one). The after-image
*> actually written comes back, so the journal and the hold ledger
*> carry the serial the master knows the record by. One unload then
*> brings the flat sqrt.dat level with the master.
applyApproved.
    move "O" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        display "  Cannot open the sqrt.dat master."
        exit paragraph
    end-if.
    perform aa1 thru aa1-exit
        varying quIdx from 1 by 1 until quIdx is greater than quCount.
    if appliedCount is greater than zero
        move "U" to kmAction
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
        if kmRc is not equal to 0
            display "  WARNING: sqrt.dat was not unloaded from the"
                " master -- rerun sqrtunld before the next run."
        end-if
    end-if.
    move "X" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    perform aaStale thru aaStale-exit
        varying quIdx from 1 by 1 until quIdx is greater than quCount.

aa1.
    if quVerdict(quIdx) is not equal to "A"
            or quApplied(quIdx) is not equal to space
        go to aa1-exit
    end-if.
    evaluate quAction(quIdx)
        when "ADD"    move "A" to kmAction
        when "DELETE" move "D" to kmAction
        when other    move "C" to kmAction
    end-evaluate.
    move quBefore(quIdx) to kmBefore.
    move quAfter(quIdx) to kmAfter.
    if quAction(quIdx) is not equal to "DELETE"
        call "sqrtseal" using sealAction, kmAfter, sealRc end-call
    end-if.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        go to aa1-exit
    end-if.
    move "Y" to quApplied(quIdx).
    add 1 to appliedCount.
    if quAction(quIdx) is not equal to "DELETE"
        move kmAfter to quAfter(quIdx)
    end-if.

aa1-exit.
    exit.

*> An approved edit whose before-image no longer matches any master
    call "CBL_DELETE_FILE" using ovfFname returning cblRc
    end-call.

*> ------------------------Change Freeze--------------------------------

*> sqrtfrz has already logged the refusal and said why.
checkFreeze.
    call "sqrtfrz" using frzMode, frzProgram, frzAttempt, frzNote,
        frzUntil, frzRc end-call.
    if frzRc is equal to 2
        display "sqrtappr: nothing reviewed during "
            function trim(frzNote)
        move 18 to return-code
        stop run
    end-if.

*> ------------------------Operator Authority---------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; all that
*> is left is to say why and stop before anything is touched.
checkAuthority.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    if authRc is equal to 2
        display "sqrtappr: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrtappr: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.

*> ---------------------------------------------------------------------
