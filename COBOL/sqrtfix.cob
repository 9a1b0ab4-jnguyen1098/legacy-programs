*>                   (the epsilon for EPSZERO, the cap for CAPBLANK)
*>   fxOwner  x(08)  who authorized this standing correction
*>
*> Rules are tried in file order; the first match fires. A fix
*> changes sealed fields, so the fixed record is resealed
*> (sqrtseal.cob) only when the reject's own seal was good; no rule
*> turns a hand edit into a sealed record.
*>
*> RETURN-CODE: 0 ran (fixes or none), 8 no rules file.

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
    01 resubRecord pic x(80).

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

77 matchSw   pic x(01) value "N".
    88 wasMatched value "Y".
77 ruleHitSw pic x(01) value "N".
77 fixedSw   pic x(01) value "N".
    88 fixApplied value "Y".

*> Interface to the shared sqrtseal record seal routine
77 sealAction pic x(01) value "V".
77 sealRc     pic 9(01) value 0.

77 newCount     pic 9(07) value 0.
77 fixedCount   pic 9(07) value 0.
77 leftCount    pic 9(07) value 0.
        move ledgerDate to wkbEntered(wkbCount)
    end-if.
    move ledgerCmt to wkbCmt(wkbCount).
    move ledgerChain to wkbChain(wkbCount).

ldg1-exit.
    exit.
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
    end-if.
    add 1 to newCount.
    move wkbImage(wkbIdx) to lineStruct.
*> An orphaned dependent is fixed by its parent, or by an operator
*> keying the radicand outright; no field rule can rescue it.
    move wkbChain(wkbIdx) to chainView.
    if chainOrphaned
        add 1 to leftCount
        go to workNew-exit
    end-if.
    move "V" to sealAction.
    call "sqrtseal" using sealAction, lineStruct, sealRc end-call.
    move "N" to ruleHitSw.
    perform tryRules thru tryRules-exit
        varying ruleIdx from 1 by 1
            function trim(tFxOwner(ruleIdx))
            delimited by size into wkbReason(wkbIdx)
        end-string
        if sealRc is equal to 0
            move "S" to sealAction
            call "sqrtseal" using sealAction, lineStruct, sealRc
            end-call
        end-if
        move lineStruct to wkbCorr(wkbIdx)
        write resubRecord from lineStruct
    else
    move wkbCorr(wkbIdx) to ledgerCorrImage.
    move wkbEntered(wkbIdx) to ledgerEntered.
    move wkbCmt(wkbIdx) to ledgerCmt.
    move wkbChain(wkbIdx) to ledgerChain.
    write ledgerRecord.

wl1-exit.
