*> way sqrt.dat.jrn records master edits, and the (D)iff choice
*> compares the current file against the parameters the last run
*> actually resolved (sqrt.parm.used, written by SQRT itself).
*>
*> Listing and diffing are open to anyone; adding, changing or
*> deleting a parameter needs the PARMEDIT privilege on the sqrt.auth
*> registry -- and, inside a change freeze on the processing calendar
*> (sqrtfrz), an emergency override: a reason and a second operator's
*> id, asked for on the session's first edit. Without one the session
*> is list-and-diff only.

identification division.
program-id. sqrtpedt.
    88 quitChoice   value "Q" "q".

*> The shared keyword registry with each value's shape
77 regMax pic 9(03) value 250.
77 regIdx pic 9(03) value 0.
copy "sqrtpreg.cpy".

    88 diffMatched value "Y".

77 operatorId pic x(08) value spaces.

*> Interface to the shared sqrtauth authority check; asked once per
*> session, the first time the privileged action is chosen
77 authProgram  pic x(08) value "SQRTPEDT".
77 authPriv     pic x(08) value "PARMEDIT".
77 authObject   pic x(30) value "sqrt.parm".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.
77 authCheckSw  pic x(01) value "N".
    88 authChecked value "Y".

*> Interface to the shared sqrtfrz change-freeze check
77 frzMode    pic x(01) value "I".
77 frzProgram pic x(08) value "SQRTPEDT".
77 frzAttempt pic x(12) value "PARM EDIT".
77 frzNote    pic x(20) value spaces.
77 frzUntil   pic x(08) value spaces.
77 frzRc      pic 9(01) value 0.
77 freezeCheckSw pic x(01) value "N".
    88 freezeChecked value "Y".
77 freezeRefusedSw pic x(01) value "N".
    88 freezeRefused value "Y".
77 wsDateTime pic x(21).
77 jrnActionWs pic x(08) value spaces.
77 jrnBeforeWs pic x(80) value spaces.
*> ----------------------------Add / Change-------------------------------

addParm.
    perform checkAuthority.
    if authRc is not equal to 0
        exit paragraph
    end-if.
    perform checkFreeze.
    if freezeRefused
        exit paragraph
    end-if.
    perform promptFields.
    if hadError
        exit paragraph
    display "  Parameter added.".

changeParm.
    perform checkAuthority.
    if authRc is not equal to 0
        go to chg-done
    end-if.
    perform checkFreeze.
    if freezeRefused
        go to chg-done
    end-if.
    perform pickEntry.
    if hadError
        go to chg-done
    exit.

deleteParm.
    perform checkAuthority.
    if authRc is not equal to 0
        go to del-done
    end-if.
    perform checkFreeze.
    if freezeRefused
        go to del-done
    end-if.
    perform pickEntry.
    if hadError
        go to del-done
                or regKeyword(regIdx) is equal to keyEntry
        continue
    end-perform.
    if regIdx is greater than regMax or keyEntry is equal to spaces
        display "  '" function trim(keyEntry) "' is not a"
            " registered keyword; nothing saved."
        move "Y" to entryError
    write jrnRecord.
    close journalFile.

*> ------------------------Change Freeze--------------------------------

*> Asked once, on the session's first edit; sqrtfrz has logged either
*> outcome and said why.
checkFreeze.
    if freezeChecked
        if freezeRefused
            display "  Change freeze in force -- list and diff only."
        end-if
        exit paragraph
    end-if.
    set freezeChecked to true.
    call "sqrtfrz" using frzMode, frzProgram, frzAttempt, frzNote,
        frzUntil, frzRc end-call.
    if frzRc is equal to 2
        set freezeRefused to true
    end-if.

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
