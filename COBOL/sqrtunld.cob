*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -             Keyed-master Unload / Load Utility                 -
*> ------------------------------------------------------------------
*> The operator's and the pipeline's handle on the keyed master
*> (sqrt.dat.ksds) behind sqrt.dat. Every program that updates the
*> master in place unloads it before releasing the lock, so this is
*> the belt to their braces: the nightly streams run it ahead of
*> SQRT and the splitter so they always read a flat sqrt.dat cut
*> from the master, in the master's own file order. LOAD goes the
*> other way -- rebuilding the keyed master from the flat file, the
*> recovery for a master lost or damaged, or the conversion of an
*> estate that has never had one.
*>
*>   SQRT_UNLD_MODE  UNLOAD (default) or LOAD
*>
*> RETURN-CODE: 0 done, 8 the master or sqrt.dat could not be
*> opened/written, 24 sqrt.dat is locked by another job.

identification division.
program-id. sqrtunld.

environment division.

data division.

working-storage section.
*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 unldMode    pic x(08) value spaces.
    88 loadMode   value "LOAD".
    88 unloadMode value "UNLOAD".

*> Interface to the shared keyed-master routine
77 kmAction pic x(01).
77 kmBefore pic x(80) value spaces.
77 kmAfter  pic x(80) value spaces.
77 kmRc     pic 9(01) value 0.

*> Shop-standard enqueue: the flat file is rewritten either way
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTUNLD".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.dat".

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTUNLD".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> --------------------------Main Program----------------------------------
procedure division.
    move "SQRT_UNLD_MODE" to parmKey.
    perform getParm.
    move function upper-case(parmValue(1:8)) to unldMode.
    if unldMode is equal to spaces
        move "UNLOAD" to unldMode
    end-if.
    if not loadMode and not unloadMode
        display "sqrtunld: SQRT_UNLD_MODE must be UNLOAD or LOAD"
        move 8 to return-code
        stop run
    end-if.

    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrtunld: sqrt.dat is locked by " lockOwner
            " -- not starting"
        move 24 to return-code
        stop run
    end-if.

*> An open of a master that isn't there builds it from sqrt.dat, so
*> the first UNLOAD on an unconverted estate is a LOAD in effect.
    if loadMode
        move "L" to kmAction
        move "KSDS-LOAD" to algAction
        move "sqrt.dat -> sqrt.dat.ksds" to algObject
    else
        move "O" to kmAction
        move "KSDS-UNLOAD" to algAction
        move "sqrt.dat.ksds -> sqrt.dat" to algObject
    end-if.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is equal to 0 and unloadMode
        move "U" to kmAction
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
    end-if.
    if kmRc is not equal to 0
        display "sqrtunld: " function trim(unldMode) " FAILED"
        move 8 to return-code
    else
        call "sqrtalog" using algProgram, algAction, algObject
        end-call
        display "sqrtunld: " function trim(unldMode) " complete."
    end-if.
    move "X" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.

    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------------------------------------------------
