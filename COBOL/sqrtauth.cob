*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -             Shared Operator Authority Check Subprogram            -
*> ---------------------------------------------------------------------
*> Logging in used to be the only entitlement any utility asked for:
*> whoever could reach the directory could rebuild the history
*> master, release a quarantined source, trim files or approve an
*> edit, and the two-person rule only proved the approver was a
*> different id. Every privileged utility now calls this (the
*> sqrtlock/sqrtalog mold) before acting. It resolves the operator
*> the way sqrtalog does, looks the id up on the sqrt.auth registry
*> (sqrtauth.cpy), and on a refusal writes a REFUSED row to
*> sqrt.action.log through sqrtalog -- right next to the actions
*> that were allowed -- so the caller only has to display its
*> message and stop.
*>
*>   authProgram  x(08) the calling program's name
*>   authPriv     x(08) the privilege the action needs (APPROVE, ...)
*>   authObject   x(30) what it is about to act on, for the log row
*>   authOperator x(08) returned: the operator id checked
*>   authRc       9(01) returned: 0 allowed, 1 refused (no such
*>                      privilege for this id), 2 refused (no sqrt.auth
*>                      registry -- nobody is entitled without one)

identification division.
program-id. sqrtauth.

environment division.

input-output section.
file-control.
    select authFile assign to "sqrt.auth"
        organization is line sequential
        file status is authStatus.

data division.

file section.
fd authFile.
    copy "sqrtauth.cpy".

working-storage section.
77 authStatus pic x(02).
77 authEofSw  pic x(01) value "N".
    88 authAtEof value "Y".
77 privIdx    pic 9(02) value 0.
77 grantSw    pic x(01) value "N".
    88 granted value "Y".

*> Interface to the shared sqrtalog action-log routine
77 algProgram pic x(08) value spaces.
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

linkage section.
77 authProgram  pic x(08).
77 authPriv     pic x(08).
77 authObject   pic x(30).
77 authOperator pic x(08).
77 authRc       pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using authProgram, authPriv, authObject,
        authOperator, authRc.

    move 1 to authRc.
    move "N" to grantSw.
    move "N" to authEofSw.
    move spaces to authOperator.
    accept authOperator from environment "LOGNAME".
    if authOperator is equal to spaces
        accept authOperator from environment "USER"
    end-if.
    if authOperator is equal to spaces
        move "UNKNOWN" to authOperator
    end-if.

    open input authFile.
    if authStatus is not equal to "00"
        move 2 to authRc
        perform logRefusal
        goback
    end-if.
    perform a1 thru a1-exit until authAtEof or granted.
    close authFile.

    if granted
        move 0 to authRc
    else
        perform logRefusal
    end-if.
    goback.

a1.
    read authFile at end
        set authAtEof to true
        go to a1-exit
    end-read.
    if auOperator(1:1) is equal to "*"
            or auOperator is not equal to authOperator
        go to a1-exit
    end-if.
    perform varying privIdx from 1 by 1
            until privIdx is greater than 12 or granted
        if auPriv(privIdx) is equal to authPriv
                or auPriv(privIdx) is equal to "ALL"
            set granted to true
        end-if
    end-perform.

a1-exit.
    exit.

*> The refused privilege leads the object text so the viewer shows
*> what was attempted as well as on what.
logRefusal.
    move authProgram to algProgram.
    move "REFUSED" to algAction.
    move spaces to algObject.
    string function trim(authPriv) " " authObject
        delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.

*> ---------------------------------------------------------------------
