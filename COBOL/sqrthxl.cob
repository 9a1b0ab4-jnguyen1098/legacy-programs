*>
*>   SQRT_HXL_INPUT  extract to fold (default sqrt.hist.ext)
*>
*> Needs the REBUILD privilege on the sqrt.auth registry, as the
*> other programs that rewrite sqrt.hist wholesale do; without it
*> nothing is opened and RETURN-CODE is 22.
*>
*> RETURN-CODE: 0 folded, 8 no extract to load, 22 the operator
*> holds no REBUILD entitlement on sqrt.auth.

identification division.
program-id. sqrthxl.
77 keptCount     pic 9(09) value 0.
77 editCount     pic zzz,zzz,zz9.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTHXL".
77 authPriv     pic x(08) value "REBUILD".
77 authObject   pic x(30) value "sqrt.hist".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(30) value 'SQRT History Load'.

*> --------------------------Main Program----------------------------------
procedure division.
    perform checkAuthority.
    move "SQRT_HXL_INPUT" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------Operator Authority---------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; all that
*> is left is to say why and stop before anything is touched.
checkAuthority.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    if authRc is equal to 2
        display "sqrthxl: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrthxl: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.

*> ------------------------------------------------------------------
