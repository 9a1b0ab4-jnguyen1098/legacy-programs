*>               skip-recomputation feature pays for itself is a
*>               printed number instead of a guess.
*>   (Q)uit
*>
*> A purge spares every row a standing legal hold may cover
*> (sqrtlhck.cob). History rows carry no department or source, so
*> any department, source or date-range hold reaches them; and since
*> a row's stamp is its LAST match, a row is in a hold's range unless
*> it was last matched before the hold's start -- it may have served
*> any calculation up to that stamp. The rows kept are reported, by
*> hold.
*>
*> Purge needs the PURGE privilege and Convert the REBUILD privilege
*> on the sqrt.auth registry (sqrtauth.cob); a refused action is
*> logged and the menu comes back. Inside a change freeze on the
*> processing calendar a purge also needs an emergency override -- a
*> reason and a second operator's id (sqrtfrz.cob), asked for each
*> time; without one nothing is purged.

identification division.
program-id. sqrthsk.
*> ------------------------Run Totals----------------------------------
77 scannedCount  pic 9(09) value 0.
77 purgedCount   pic 9(09) value 0.
77 heldCount     pic 9(09) value 0.

*> Interface to the shared sqrtlhck legal-hold check
77 lhkAction  pic x(01) value spaces.
77 lhkCaller  pic x(08) value "SQRTHSK".
77 lhkDataset pic x(40) value "sqrt.hist".
77 lhkDept    pic x(04) value spaces.
77 lhkSource  pic x(03) value spaces.
77 lhkDate    pic x(08) value spaces.
77 lhkHeld    pic x(01) value "N".
77 lhkHoldId  pic x(12) value spaces.
*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTHSK".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTHSK".
77 authPriv     pic x(08) value spaces.
77 authObject   pic x(30) value "sqrt.hist".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

*> Interface to the shared sqrtfrz change-freeze check
77 frzMode    pic x(01) value "I".
77 frzProgram pic x(08) value "SQRTHSK".
77 frzAttempt pic x(12) value "PURGE".
77 frzNote    pic x(20) value spaces.
77 frzUntil   pic x(08) value spaces.
77 frzRc      pic 9(01) value 0.

77 loadedCount   pic 9(09) value 0.
77 dupCount      pic 9(09) value 0.
77 hitTodayCount pic 9(09) value 0.

*> ----------------------------Main Menu----------------------------------

*> sqrtauth has already logged a refusal; the operator just gets told
*> why and is put back at the menu.
checkAuthority.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
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

*> sqrtfrz has logged the outcome and said why if it refused.
checkFreeze.
    call "sqrtfrz" using frzMode, frzProgram, frzAttempt, frzNote,
        frzUntil, frzRc end-call.

mainMenu.
    display " ".
    display "(P)urge stale  (C)onvert legacy  (R)eport  (Q)uit: "
*> re-stamps on every cache hit only goes stale when nothing has asked
*> for its radicand in N days.
purgeStale.
    move "PURGE" to authPriv.
    perform checkAuthority.
    if authRc is not equal to 0
        go to purge-done
    end-if.
    perform checkFreeze.
    if frzRc is equal to 2
        go to purge-done
    end-if.
    display "  Purge rows not matched in how many days: "
        with no advancing.
    accept ageEntry end-accept.
    move function numval(ageEntry) to purgeDays.
    compute cutoffInt = todayInt - purgeDays.

    move 0 to scannedCount, purgedCount, heldCount.
    move "N" to histEofSw.
    open i-o historyFile.
    if histFileStatus is not equal to "00"
    display "  Rows scanned: " dispCount.
    move purgedCount to dispCount.
    display "  Rows purged : " dispCount.
    if heldCount is greater than zero
        move heldCount to dispCount
        display "  Rows held   : " dispCount
        move "S" to lhkAction
        call "sqrtlhck" using lhkAction, lhkCaller, lhkDataset,
            lhkDept, lhkSource, lhkDate, lhkHeld, lhkHoldId
        end-call
    end-if.
    move purgedCount to dispCount.
    move "PURGE" to algAction.
    move spaces to algObject.
    string "sqrt.hist " function trim(dispCount) " rows"
    add 1 to scannedCount.
    perform rowAge.
    if rowDateInt is less than cutoffInt
        move "L" to lhkAction
        move spaces to lhkDate
        if histRunStamp(1:8) is numeric
            move histRunStamp(1:8) to lhkDate
        end-if
        call "sqrtlhck" using lhkAction, lhkCaller, lhkDataset,
            lhkDept, lhkSource, lhkDate, lhkHeld, lhkHoldId
        end-call
        if lhkHeld is equal to "Y"
            add 1 to heldCount
        else
            delete historyFile record
            add 1 to purgedCount
        end-if
    end-if.

purge1-exit.
*> later one is counted, matching how findHist would only ever have
*> found the first anyway.
convertLegacy.
    move "REBUILD" to authPriv.
    perform checkAuthority.
    if authRc is not equal to 0
        go to cvt-done
    end-if.
    display "  Legacy history file [" function trim(legacyFname)
        "]: " with no advancing.
    accept ageEntry end-accept.
