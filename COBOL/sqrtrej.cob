*> would report, the operator corrects the radicand/epsilon or writes
*> the record off, and every correction is emitted to sqrt.resub in
*> ready-to-run sqrt.dat format.
*>
*> A correction changes sealed fields, so the corrected record is
*> resealed (sqrtseal.cob) -- only when the reject carried a good
*> seal. One rejected as an Unsealed Edit stays unsealed through a
*> correction here; it goes back through sqrtmaint and sqrtappr, or
*> is written off.
*>
*> Writing a reject off needs the WRITEOFF privilege on the sqrt.auth
*> registry; without it the record stays NEW for someone who has it.

identification division.
program-id. sqrtrej.
*> ledger, preserved across every disposition change, so the
*> analytics can measure days from reject to resubmission;
*> ledgerDate keeps meaning "date of the latest disposition".
*> ledgerChain is set on a chained dependent's entry from the CHN1
*> row the run wrote ahead of it: the parent's serial and what became
*> of the parent ("F" failed, "U" unresolved, "C" converged and the
*> dependent failed on its own fields); spaces on every other entry.
fd ledgerFile.
    01 ledgerRecord.
       02 ledgerDisp      pic x(12).
       02 ledgerCorrImage pic x(80).
       02 ledgerEntered   pic x(08).
       02 ledgerCmt       pic x(76).
       02 ledgerChain.
          03 ledgerChainParent pic x(07).
          03 ledgerChainState  pic x(01).
fd resubFile.
    01 resubRecord     pic x(80).

        03 wkbCorr   pic x(80).
        03 wkbEntered pic x(08).
        03 wkbCmt    pic x(76).
        03 wkbChain  pic x(08).

*> The comment card read just ahead of the current reject, if any
77 pendingCmt   pic x(76) value spaces.
77 cmtPendingSw pic x(01) value "N".
    88 cmtPending value "Y".

*> The chain card read just ahead of the current reject, if any
77 pendingChain   pic x(08) value spaces.
77 chainPendingSw pic x(01) value "N".
    88 chainPending value "Y".
01 chainView.
    02 chainViewParent pic x(07).
    02 chainViewState  pic x(01).
        88 chainOrphaned value "F" "U".

77 matchSw       pic x(01) value "N".
    88 wasMatched value "Y".

77 failReasonText pic x(60) value spaces.
77 eNotationCount pic 9(02) value 0.

*> Interface to the shared sqrtseal record seal routine
77 sealAction    pic x(01) value "V".
77 sealRc        pic 9(01) value 0.

*> ------------------------Run Totals----------------------------------
77 newCount       pic 9(07) value 0.
77 correctedCount pic 9(07) value 0.
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check; asked once per
*> session, the first time the privileged action is chosen
77 authProgram  pic x(08) value "SQRTREJ".
77 authPriv     pic x(08) value "WRITEOFF".
77 authObject   pic x(30) value "sqrt.rej".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.
77 authCheckSw  pic x(01) value "N".
    88 authChecked value "Y".


*> Display formatting
77 dispRadicand  pic -(15)9.9(6).
        move ledgerDate to wkbEntered(wkbCount)
    end-if.
    move ledgerCmt to wkbCmt(wkbCount).
    move ledgerChain to wkbChain(wkbCount).
    add 1 to carriedCount.

ldg1-exit.
        set cmtPending to true
        go to mrg1-exit
    end-if.
*> A CHN1 row likewise belongs to the dependent reject behind it.
    if rejectRecord(1:4) is equal to "CHN1"
        move rejectRecord(5:8) to pendingChain
        set chainPending to true
        go to mrg1-exit
    end-if.
    move "N" to matchSw.
    perform varying wkbIdx from 1 by 1
            until wkbIdx is greater than wkbCount or wasMatched
            else
                move spaces to wkbCmt(wkbCount)
            end-if
            if chainPending
                move pendingChain to wkbChain(wkbCount)
            else
                move spaces to wkbChain(wkbCount)
            end-if
        else
            add 1 to droppedCount
        end-if
*> Whatever followed the comment consumed it, matched or not.
    move "N" to cmtPendingSw.
    move spaces to pendingCmt.
    move "N" to chainPendingSw.
    move spaces to pendingChain.

mrg1-exit.
    exit.
        go to workNew-exit
    end-if.
    move wkbImage(wkbIdx) to lineStruct.
    move wkbChain(wkbIdx) to chainView.
    perform diagnoseRecord.
    display " ".
    display "  Record " wkbIdx " of " wkbCount ":".
    if wkbCmt(wkbIdx) is not equal to spaces
        display "  Context: " function trim(wkbCmt(wkbIdx))
    end-if.
    if chainOrphaned
        display "  Chained: radicand is the root of serial "
            chainViewParent "; a correction keys the radicand itself"
            " and drops the chain"
    end-if.
    display "  Fails: " function trim(failReasonText).
    display "  (C)orrect  (W)rite off  (S)kip  (Q)uit: "
        with no advancing.
        add 1 to newCount
        exit paragraph
    end-if.
    move "V" to sealAction.
    call "sqrtseal" using sealAction, lineStruct, sealRc end-call.
    move radicandNum to radicandIn.
    move epsilonNum to epsilonIn.
    if sealRc is equal to 0
        move "S" to sealAction
        call "sqrtseal" using sealAction, lineStruct, sealRc end-call
    end-if.
    move "CORRECTED" to wkbDisp(wkbIdx).
    move todayStamp to wkbDate(wkbIdx).
    move lineStruct to wkbCorr(wkbIdx).
        " -> sqrt.resub".

writeOffOne.
    perform checkAuthority.
    if authRc is not equal to 0
        add 1 to newCount
        exit paragraph
    end-if.
    display "  Write-off reason: " with no advancing.
    accept reasonEntry end-accept.
    move "WRITTEN-OFF" to wkbDisp(wkbIdx).
    move 1 to reasonPtr.
    move "N" to structBadSw.

*> An orphaned dependent's radicand field was never its radicand, so
*> its parent's fate is the whole story.
    if chainOrphaned
        if chainViewState is equal to "F"
            move "chain parent failed" to reasonMsg
        else
            move "chain parent unresolved" to reasonMsg
        end-if
        perform addReason
        exit paragraph
    end-if.

    move 0 to eNotationCount.
    inspect radicandDigits tallying eNotationCount
        for all "E" all "e".
        perform addReason
    end-if.

    move "V" to sealAction.
    call "sqrtseal" using sealAction, lineStruct, sealRc end-call.
    if sealRc is not equal to 0
        move "unsealed edit" to reasonMsg
        perform addReason
    end-if.

    if failReasonText is equal to spaces
        move "aborted (iteration cap)" to reasonMsg
        perform addReason
    move wkbCorr(wkbIdx) to ledgerCorrImage.
    move wkbEntered(wkbIdx) to ledgerEntered.
    move wkbCmt(wkbIdx) to ledgerCmt.
    move wkbChain(wkbIdx) to ledgerChain.
    write ledgerRecord.

wl1-exit.
    exit.

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
