*> This is the sqrtmaint-style editor: entries are validated against
*> the very pictures SQRT parses them into (epsilon must fit V9(9)
*> inside (0,1), the cap must be numeric, the effective date a real
*> yyyymmdd; an extended-precision profile's epsilon may go down to
*> 1E-18), every edit journals its before/after images to
*> sqrt.prof.jrn the way sqrt.dat.jrn records master edits, and
*> profile versions are effective-dated: adding LEDGER with an
*> effective date of month-end stages the change today, and each run
*> resolves the version as of its own run date.
*>
*> Listing is open to anyone; adding, changing or deleting a profile
*> version is a parameter edit like any sqrtpedt makes, and needs the
*> PARMEDIT privilege on the sqrt.auth registry -- asked on the
*> session's first edit, before anything is journaled or rewritten.
*> Inside a change freeze on the processing calendar (sqrtfrz) the
*> first add, change or delete of the session asks for an emergency
*> override -- a reason and a second operator's id; without one the
*> session is list-only.
*>
*> RETURN-CODE: 0 done, 22 an edit was refused for want of the
*> PARMEDIT entitlement (sqrt.prof untouched), 24 sqrt.prof is
*> locked by another job.

identification division.
program-id. sqrtpmnt.
       02 pfEps     pic x(12).
       02 pfCap     pic x(05).
       02 pfEffDate pic x(08).
       02 pfPrecision pic x(01).
       02 filler    pic x(46).
fd journalFile.
    copy "sqrtjrnl.cpy".

    02 wkEps     pic x(12).
    02 wkCap     pic x(05).
    02 wkEffDate pic x(08).
    02 wkPrecision pic x(01).
       88 wkExtended value "X".
    02 filler    pic x(46).

77 dirtySw pic x(01) value "N".
    88 fileDirty value "Y".
77 epsEntry  pic x(12) value spaces.
77 capEntry  pic x(05) value spaces.
77 effEntry  pic x(10) value spaces.
77 precEntry pic x(01) value spaces.
    88 precExtended value "X".
77 targetNo  pic x(05) value spaces.
77 targetIdx pic 9(03) value 0.
77 entryError pic x(01) value "N".
    88 hadError value "Y".
77 epsNum    pic v9(9) value 0.
77 epsWide   pic v9(18) value 0.
77 precDisp  pic x(11) value spaces.
77 entryDisp pic zz9.
77 dispEps   pic 0.9(9).

77 jrnBeforeWs pic x(80) value spaces.
77 jrnAfterWs  pic x(80) value spaces.

*> Interface to the shared sqrtfrz change-freeze check
77 frzMode    pic x(01) value "I".
77 frzProgram pic x(08) value "SQRTPMNT".
77 frzAttempt pic x(12) value "PROFILE EDIT".
77 frzNote    pic x(20) value spaces.
77 frzUntil   pic x(08) value spaces.
77 frzRc      pic 9(01) value 0.
77 freezeCheckSw pic x(01) value "N".
    88 freezeChecked value "Y".
77 freezeRefusedSw pic x(01) value "N".
    88 freezeRefused value "Y".

*> Interface to the shared sqrtauth authority check; asked once per
*> session, the first time an edit is chosen
77 authProgram  pic x(08) value "SQRTPMNT".
77 authPriv     pic x(08) value "PARMEDIT".
77 authObject   pic x(30) value "sqrt.prof".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.
77 authCheckSw  pic x(01) value "N".
    88 authChecked value "Y".

*> Shop-standard enqueue on the profile dataset while it's edited
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTPMNT".
        lockOwner, lockRc end-call.

    display "Done.".
    if authRc is not equal to 0
        move 22 to return-code
    end-if.
    stop run.

*> ----------------------------Main Menu----------------------------------
    display "(A)dd version  (C)hange  (D)elete  (L)ist  (Q)uit: "
        with no advancing.
    accept choice end-accept.
    if addChoice or changeChoice or deleteChoice
        perform checkAuthority
        if authRc is not equal to 0
            display "  Not entitled to edit -- list only."
            exit paragraph
        end-if
        perform checkFreeze
        if freezeRefused
            display "  Change freeze in force -- list only."
            exit paragraph
        end-if
    end-if.
    if addChoice
        perform addProfile
    else
        end-if
    end-if.

*> ----------------------------Operator Authority-------------------------

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

*> ----------------------------Change Freeze------------------------------

*> Asked once, on the session's first edit; sqrtfrz has logged either
*> outcome and said why.
checkFreeze.
    if freezeChecked
        exit paragraph
    end-if.
    set freezeChecked to true.
    call "sqrtfrz" using frzMode, frzProgram, frzAttempt, frzNote,
        frzUntil, frzRc end-call.
    if frzRc is equal to 2
        set freezeRefused to true
    end-if.

*> ----------------------------Load / Save--------------------------------

loadProfiles.
    end-if.
    move prfEntry(prfIdx) to workEntry.
    move prfIdx to entryDisp.
    if wkExtended
        move "  EXTENDED" to precDisp
    else
        move spaces to precDisp
    end-if.
    if wkEffDate is equal to spaces
        display "  #" entryDisp " " wkName " eps=" wkEps
            " cap=" wkCap "  (always effective)" precDisp
    else
        display "  #" entryDisp " " wkName " eps=" wkEps
            " cap=" wkCap "  effective " wkEffDate precDisp
    end-if.

ls1-exit.
    move epsEntry to wkEps.
    move capEntry to wkCap.
    move effEntry(1:8) to wkEffDate.
    move precEntry to wkPrecision.
    add 1 to prfCount.
    move workEntry to prfEntry(prfCount).
    set fileDirty to true.
    move epsEntry to wkEps.
    move capEntry to wkCap.
    move effEntry(1:8) to wkEffDate.
    move precEntry to wkPrecision.
    move workEntry to prfEntry(targetIdx).
    set fileDirty to true.
    move "CHANGE" to jrnActionWs.

*> Validation against the pictures SQRT parses these into: an
*> epsilon sqrt.cob's test-numval-f would refuse, or one outside
*> PIC V9(9)'s (0,1) range, never reaches the file. An extended-
*> precision profile is held to PIC V9(18) instead, the width its
*> refinement runs at.
promptFields.
    move "N" to entryError.
    display "  Profile name      : " with no advancing.
        move "Y" to entryError
        exit paragraph
    end-if.
    display "  Extended precision (Y/N, blank = N): "
        with no advancing.
    accept precEntry end-accept.
    move function upper-case(precEntry) to precEntry.
    if precEntry is equal to "Y"
        move "X" to precEntry
    else
        if precEntry is equal to "N" or precEntry is equal to space
            move space to precEntry
        else
            display "  Answer Y or N; nothing saved."
            move "Y" to entryError
            exit paragraph
        end-if
    end-if.
    display "  Epsilon (0 < e < 1): " with no advancing.
    accept epsEntry end-accept.
    if function test-numval-f(epsEntry) is not equal to 0
        move "Y" to entryError
        exit paragraph
    end-if.
    if precExtended
        move function numval-f(epsEntry) to epsWide
        if epsWide is not greater than zero
                or function numval-f(epsEntry) is greater than or
                    equal to 1
            display "  Epsilon must be between 0 and 1 to fit"
                " PIC V9(18)."
            move "Y" to entryError
            exit paragraph
        end-if
    else
        move function numval-f(epsEntry) to epsNum
        if epsNum is not greater than zero
                or function numval-f(epsEntry) is greater than or
                    equal to 1
            display "  Epsilon must be between 0 and 1 to fit"
                " PIC V9(9)."
            move "Y" to entryError
            exit paragraph
        end-if
    end-if.
    display "  Iteration cap (blank = none): " with no advancing.
    accept capEntry end-accept.
