*> directory, or against a missing audit trail, leaves a good
*> sqrt.hist exactly as it was. It still asks before starting unless
*> SQRT_HRB_CONFIRM=Y is supplied for scripted use.
*>
*> A volume the scrub (sqrtscrb) has flagged unusable on the index
*> is not replayed: its roots can no longer be trusted, and a pair
*> only it carried is better recomputed than restored wrong.
*>
*> Needs the REBUILD privilege on the sqrt.auth registry; without it
*> nothing is asked or touched and RETURN-CODE is 22.

identification division.
program-id. sqrthrb.
       02 ixRows   pic 9(09).
       02 filler   pic x(01).
       02 ixSealed pic x(08).
       02 filler   pic x(01).
       02 ixSum    pic x(12).
       02 filler   pic x(01).
       02 ixState  pic x(01).
       02 filler   pic x(01).
       02 ixScrub  pic x(08).
fd historyFile.
    copy "sqrthist.cpy".
fd newHistFile.
77 rowsRefreshed pic 9(09) value 0.
77 editCount     pic zzz,zzz,zz9.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTHRB".
77 authPriv     pic x(08) value "REBUILD".
77 authObject   pic x(30) value "sqrt.hist".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

*> ---------------------------Main Program-------------------------------

procedure division.
    display "~     SQRT.HIST Rebuild from the Audit Trail      ~".
    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".

    perform checkAuthority.

    move "SQRT_HRB_CONFIRM" to parmKey.
    perform getParm.
    move parmValue(1:1) to confirmInput.
        go to volPass-exit
    end-if.
    move ixVolume to auditFname.
    if ixState is equal to "U"
        display "  (skipping " function trim(auditFname)
            ", flagged unusable by the scrub " ixScrub ")"
        go to volPass-exit
    end-if.
    perform replayOneFile.

volPass-exit.
r1-exit.
    exit.

*> ------------------------Operator Authority---------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; all that
*> is left is to say why and stop before anything is touched.
checkAuthority.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    if authRc is equal to 2
        display "sqrthrb: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrthrb: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.

*> ---------------------------------------------------------------------
