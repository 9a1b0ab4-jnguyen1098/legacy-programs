*> <date>) and every restored copy verified by record count before
*> the operation is called done. An archive you can't restore from is
*> a false comfort; this is the restore.
*>
*> A generation the nightly scrub (sqrtscrb) has flagged unusable on
*> the ledger -- a file no longer matching the checksum it was
*> archived with -- is listed as such and refused: restoring it would
*> put a damaged master back in production.
*>
*> A restored sqrt.dat re-keys the keyed master (sqrt.dat.ksds,
*> through sqrtkmst.cob) from itself before the lock is let go, as
*> sqrtprom does for a promoted file -- the nightly unload cuts
*> sqrt.dat from that master, and would otherwise put back what the
*> restore replaced. A master that cannot be rebuilt fails the
*> restore (RETURN-CODE 8).
*>
*> Needs the RESTORE privilege on the sqrt.auth registry; without it
*> nothing is listed or touched and RETURN-CODE is 22.

identification division.
program-id. sqrtrest.

file section.
fd ledgerFile.
    copy "sqrtaidx.cpy".
fd copySrc.
    01 copySrcRecord   pic x(113).
fd copyDest.
77 pickDate    pic x(08) value spaces.
77 dateOnFileSw pic x(01) value "N".
    88 dateOnFile value "Y".
77 pickUnusableSw pic x(01) value "N".
    88 pickUnusable value "Y".
77 pickFlagged pic x(08) value spaces.
77 todayStamp  pic x(08).

*> The same three files sqrtarch snapshots, restored as a set
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTREST".
77 authPriv     pic x(08) value "RESTORE".
77 authObject   pic x(30) value "archive generation".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

77 failedCount      pic 9(02) value 0.
77 cblFileInfo      pic x(20) value spaces.
77 cblRc            pic s9(9) comp-5 value zero.
77 lockDataset pic x(30) value "sqrt.dat".
77 savedRc     pic s9(04) value 0.

*> Interface to the shared keyed-master routine
77 kmAction pic x(01).
77 kmBefore pic x(80).
77 kmAfter  pic x(80).
77 kmRc     pic 9(01) value 0.
77 datRestoredSw pic x(01) value "N".
    88 datRestored value "Y".

*> ---------------------------Main Program-------------------------------

procedure division.
    display "~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~".

    accept todayStamp from date yyyymmdd.
    perform checkAuthority.
    perform listLedger thru listLedger-done.
    if not dateOnFile
        display "No generations on the ledger; nothing to restore."
        move 8 to return-code
        stop run
    end-if.
    if pickUnusable
        display "Generation " pickDate " was flagged unusable by the "
            "scrub on " pickFlagged " -- not restored."
        move 8 to return-code
        stop run
    end-if.

    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,

    perform restoreOne thru restoreOne-exit
        varying restIdx from 1 by 1 until restIdx is greater than 3.
    if datRestored
        perform rekeyMaster
    end-if.

*> The lock release CALL hands RETURN-CODE to the callee, so the
*> verdict set below survives by being set after the release.

ll1.
    read ledgerFile at end go to ll-close.
    if aiUnusable
        display "  " aiDate "  UNUSABLE (scrub " aiScrubbed ")"
    else
        display "  " aiDate
    end-if.
    set dateOnFile to true.
    go to ll1.

checkDate.
    move "N" to ledgerEofSw.
    move "N" to dateOnFileSw.
    move "N" to pickUnusableSw.
    open input ledgerFile.
    if ledgerFileStatus is not equal to "00"
        go to checkDate-done

cd1.
    read ledgerFile at end go to cd-close.
    if aiDate is equal to pickDate
        set dateOnFile to true
        if aiUnusable
            set pickUnusable to true
            move aiScrubbed to pickFlagged
        end-if
    end-if.
    go to cd1.

    perform verifyCopy thru verifyCopy-exit.
    if verifyLines is equal to copiedLines
        add 1 to restoredCount
        if restBaseFname(restIdx) is equal to "sqrt.dat"
            set datRestored to true
        end-if
        display "  Restored " function trim(copySrcFname) " -> "
            restBaseFname(restIdx) " (" copiedLines " records)"
    else
restoreOne-exit.
    exit.

*> A keyed master still holding what the restore replaced is a
*> restore the next unload would undo, so it fails the set.
rekeyMaster.
    move "L" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is equal to 0
        move "X" to kmAction
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
    end-if.
    if kmRc is not equal to 0
        add 1 to failedCount
        display "  sqrt.dat.ksds was NOT rebuilt from the restored"
            " sqrt.dat -- run sqrtunld with SQRT_UNLD_MODE=LOAD"
    else
        display "  Re-keyed sqrt.dat.ksds from the restored sqrt.dat"
    end-if.

copyFile.
    move "N" to copyEofSw.
    move 0 to copiedLines.
verifyCopy-exit.
    exit.

*> ------------------------Operator Authority---------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; all that
*> is left is to say why and stop before anything is touched.
checkAuthority.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    if authRc is equal to 2
        display "sqrtrest: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrtrest: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.

*> ---------------------------------------------------------------------
