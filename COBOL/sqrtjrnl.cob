*> Companion to the before/after journal sqrtmaint.cob now writes for
*> every master-file edit. Lists the journal with entry numbers, and
*> reverses a selected entry by replaying its before-image back onto
*> the keyed master, in place, through sqrtkmst.cob:
*>
*>   ADD    undone by deleting the added record by key
*>   CHANGE undone by rewriting the changed record from its
*>          before-image
*>   DELETE undone by adding the deleted record back, under its own
*>          serial, at the end of the file
*>
*> The flat sqrt.dat is unloaded from the master after every undo.
*> A before-image put back is sealed afresh (sqrtseal.cob) -- the
*> undo is a reviewed edit like any other, and a pre-seal journal
*> entry carries no seal of its own.
*>
*> Every reversal is itself journaled (action UNDO) with the images
*> swapped, so the journal stays a complete account of every hand
*> that ever touched the master.
*>
*> Listing is open to anyone. An undo puts the master back the way
*> it stood, so it needs the RESTORE privilege on the sqrt.auth
*> registry, asked on the session's first undo before the master is
*> opened; without it the session is list-only.
*>
*> RETURN-CODE: 0 done, 22 an undo was refused for want of the
*> RESTORE entitlement (the master untouched), 24 sqrt.dat is
*> locked by another job.

identification division.
program-id. sqrtjrnl.
    select journalFile assign to "sqrt.dat.jrn"
        organization is line sequential
        file status is journalStatus.

data division.

file section.
fd journalFile.
    copy "sqrtjrnl.cpy".

working-storage section.
77 journalStatus  pic x(02).

77 choice        pic x(01) value spaces.
    88 listChoice  value "L" "l".

77 jrnEofSw      pic x(01) value "N".
    88 jrnAtEof value "Y".

77 entryCount    pic 9(07) value 0.
77 entryDisp     pic zzzzzz9.
77 operatorId    pic x(08) value spaces.
77 wsDateTime    pic x(21).

*> Interface to the shared keyed-master routine
77 kmAction pic x(01).
77 kmBefore pic x(80).
77 kmAfter  pic x(80).
77 kmRc     pic 9(01).

*> Interface to the shared sqrtseal record seal routine
77 sealAction pic x(01) value "S".
77 sealRc     pic 9(01) value 0.

*> Interface to the shared sqrtauth authority check; asked once per
*> session, the first time an undo is chosen
77 authProgram  pic x(08) value "SQRTJRNL".
77 authPriv     pic x(08) value "RESTORE".
77 authObject   pic x(30) value "sqrt.dat.ksds".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.
77 authCheckSw  pic x(01) value "N".
    88 authChecked value "Y".

*> Shop-standard enqueue on the master (via sqrtlock.cob), the same
*> interlock sqrtmaint holds -- an undo updates the master and
*> unloads sqrt.dat and must never collide with a batch run mid-read
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTJRNL".
77 lockOwner   pic x(08) value spaces.
        lockOwner, lockRc end-call.

    display "Done.".
    if authRc is not equal to 0
        move 22 to return-code
    end-if.
    stop run.

*> ----------------------------Main Menu----------------------------------
*> ----------------------------Undo One Entry------------------------------

undoEntry.
    perform checkAuthority.
    if authRc is not equal to 0
        display "  Not entitled to undo -- list only."
        go to undo-done
    end-if.
    display "  Entry number to undo: " with no advancing.
    accept targetText end-accept.
    if function test-numval(targetText) is not equal to 0
        go to undo-done
    end-if.

    move "O" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        display "  Cannot open the sqrt.dat master."
        go to undo-done
    end-if.
    evaluate selActionWs
        when "ADD"    perform undoAdd
        when "CHANGE" perform undoChange
        when "DELETE" perform undoDelete
        when other
            display "  Entry action '" selActionWs
                "' is not reversible here."
    end-evaluate.
    if applyDone
        move "U" to kmAction
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
    end-if.
    move "X" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.

    if applyDone
        perform writeJournal
fetch-done.
    exit.

*> An added record is removed by key.
undoAdd.
    move "D" to kmAction.
    move selAfterWs to kmBefore.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is equal to 0
        set applyDone to true
        display "  Added record removed from the master."
    else
        display "  The added record is no longer on the master."
    end-if.

*> A changed record is put back by rewriting its after-image with the
*> before-image, in place.
undoChange.
    move "C" to kmAction.
    call "sqrtseal" using sealAction, selBeforeWs, sealRc end-call.
    move selAfterWs to kmBefore.
    move selBeforeWs to kmAfter.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is equal to 0
        set applyDone to true
    else
        display "  The changed record is no longer on the master in"
        display "  its post-change form; nothing rewritten."
    end-if.

*> A deleted record goes back on the end of the file under its own
*> serial -- unless something has taken that serial since.
undoDelete.
    move "A" to kmAction.
    call "sqrtseal" using sealAction, selBeforeWs, sealRc end-call.
    move selBeforeWs to kmAfter.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is equal to 0
        set applyDone to true
    else
        display "  The deleted record's serial is back on the master"
        display "  already; nothing added."
    end-if.

*> ------------------------Operator Authority---------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; the
*> operator just gets told why, and the rest of the session carries
*> on list-only, ending RC 22.
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

*> ----------------------------Journal Entry------------------------------

*> The reversal itself goes on the journal with the images swapped,
*> so undoing an undo stays possible and the account stays complete.
