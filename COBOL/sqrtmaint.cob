*> No edit keyed here touches sqrt.dat directly anymore: each one is
*> written to the pending-changes file (sqrt.dat.chg) with its
*> before/after images, and a DIFFERENT operator reviews and applies
*> it through sqrtappr.cob -- which updates the keyed master in place
*> and journals both operator ids. One person at 4pm can propose a
*> production change; it takes a second person to make it real.
*>
*> GRP1 group cards are kept with their groups: the list shows each
*> group as a block, a group card can't be changed or held as though
*> it were a record, and deleting a group's opening card queues the
*> delete of the whole group -- card, members and END card together
*> -- so no stray member is left to fall into whatever group follows.
*> A CHN1 chain card belongs to the dependent record after it: the
*> list shows it above that record, it can't be changed or held, and
*> deleting the dependent queues the delete of its card as well, so
*> the card can never slide onto the next record. Deleting only the
*> card (by #recno) is how a dependent is unchained.

identification division.
program-id. sqrtmaint.
01 cmtRecord redefines lineStruct.
    02 cmtTag  pic x(04).
    02 cmtText pic x(76).
01 grpRecord redefines lineStruct.
    02 grpTag  pic x(04).
    02 grpId   pic x(08).
    02 grpStat pic x(04).
        88 grpEndCard value "END ".
    02 filler  pic x(64).
01 chnRecord redefines lineStruct.
    02 chnTag    pic x(04).
    02 chnParent pic x(07).
    02 filler    pic x(69).
01 ctlTagLit pic x(04) value 'CTL1'.
01 hdrTagLit pic x(04) value 'HDR1'.
01 trlTagLit pic x(04) value 'TRL1'.
01 cmtTagLit pic x(04) value 'CMT1'.
01 grpTagLit pic x(04) value 'GRP1'.
01 chnTagLit pic x(04) value 'CHN1'.

*> The group whose rows a delete is queuing, from its opening card
*> through its END card
77 grpDelSw      pic x(01) value "N".
    88 grpDeleting value "Y".
77 grpDelId      pic x(08) value spaces.
77 grpDelCount   pic 9(07) value 0.
77 grpCardSw     pic x(01) value "N".
    88 grpCardHit value "Y".

*> The chain card standing ahead of the row in hand, if any
77 chnCardSw     pic x(01) value "N".
    88 chnCardHit value "Y".
77 chnHeldSw     pic x(01) value "N".
    88 chnHeld value "Y".
01 chnHeldImage  pic x(80) value spaces.

*> Menu choice and sentinel
77 choice        pic x(01) value spaces.
chg1.
    read masterIn into lineStruct at end go to chg-done.
    add 1 to scanRecNo.
    if byRecNo and scanRecNo is equal to targetRecNo
            and grpTag is equal to grpTagLit
        set grpCardHit to true
        go to chg-done
    end-if.
    if byRecNo and scanRecNo is equal to targetRecNo
            and chnTag is equal to chnTagLit
        set chnCardHit to true
        go to chg-done
    end-if.
    if (byRecNo and scanRecNo is equal to targetRecNo)
            or (not byRecNo and radicandIn is equal to targetNum)
        move "Y" to matchFound
    if wasFound
        display "  Change queued for approval."
    else
        if grpCardHit
            display "  That is a group card, not a record."
        else
            if chnCardHit
                display "  That is a chain card, not a record."
            else
                display "  No record found for that target."
            end-if
        end-if
    end-if.
    move "N" to grpCardSw.
    move "N" to chnCardSw.

*> Resolves the operator's target entry: "#n" selects by position in
*> the file, anything else is a radicand value as it always has been.
    end-if.

    move "N" to matchFound.
    move "N" to grpDelSw.
    move 0 to grpDelCount.
    move "N" to chnHeldSw.
    move 0 to scanRecNo.
    open input masterIn.

del1.
    read masterIn into lineStruct at end go to del-done.
    add 1 to scanRecNo.
*> Inside a group being deleted every row goes, tagged with the group
*> id so the approver sees them as one request.
    if grpDeleting
        if grpTag is equal to grpTagLit and grpEndCard
                and grpId is equal to grpDelId
            move "N" to grpDelSw
        end-if
        perform queueGroupDelete
        go to del1
    end-if.
*> A chain card is remembered until the row it introduces goes by; a
*> comment card between the two doesn't break the pairing.
    if chnTag is equal to chnTagLit
            and not (byRecNo and scanRecNo is equal to targetRecNo)
        set chnHeld to true
        move lineStruct to chnHeldImage
        go to del1
    end-if.
    if cmtTag is equal to cmtTagLit
            and not (byRecNo and scanRecNo is equal to targetRecNo)
        go to del1
    end-if.
    if byRecNo and scanRecNo is equal to targetRecNo
            and grpTag is equal to grpTagLit
        if grpEndCard
            set grpCardHit to true
        else
            move "Y" to matchFound
            set grpDeleting to true
            move grpId to grpDelId
            perform queueGroupDelete
        end-if
        go to del1
    end-if.
    if (byRecNo and scanRecNo is equal to targetRecNo)
            or (not byRecNo and radicandIn is equal to targetNum
                and not wasFound)
        move lineStruct to chgBeforeWs
        move spaces to chgAfterWs
        perform writePending
        if chnHeld and chnTag is not equal to chnTagLit
            move "DELETE" to chgActionWs
            move chnHeldImage to chgBeforeWs
            move spaces to chgAfterWs
            move "CHAIN CARD OF ROW" to chgInfoWs
            perform writePending
        end-if
    end-if.
    move "N" to chnHeldSw.
    go to del1.

del-done.
    close masterIn.
    if wasFound
        if grpDelCount is greater than zero
            move grpDelCount to recNoDisp
            display "  Group delete queued for approval (" recNoDisp
                " rows)."
        else
            display "  Delete queued for approval."
        end-if
    else
        if grpCardHit
            display "  That is a group's END card; delete the group by"
                " its opening card."
        else
            display "  No record found with that radicand."
        end-if
    end-if.
    move "N" to grpCardSw.

queueGroupDelete.
    move "DELETE" to chgActionWs.
    move lineStruct to chgBeforeWs.
    move spaces to chgAfterWs.
    move spaces to chgInfoWs.
    string "GROUP " grpDelId delimited by size into chgInfoWs
    end-string.
    perform writePending.
    add 1 to grpDelCount.

*> --------------------------Queue One Edit--------------------------------

        display "           * " function trim(cmtText)
        go to lst1
    end-if.
    if grpTag is equal to grpTagLit
        move scanRecNo to recNoDisp
        if grpEndCard
            display "  #" recNoDisp "  === end of group "
                function trim(grpId) " ==="
        else
            display "  #" recNoDisp "  === group " function trim(grpId)
                "  statistic " grpStat " ==="
        end-if
        go to lst1
    end-if.
    if chnTag is equal to chnTagLit
        move scanRecNo to recNoDisp
        display "  #" recNoDisp "  --- radicand below = root of serial "
            chnParent " ---"
        go to lst1
    end-if.
    move scanRecNo to recNoDisp.
    move radicandIn to dispRadicand.
    move epsilonIn to dispEpsilon.
hld1.
    read masterIn into lineStruct at end go to hld-close.
    add 1 to scanRecNo.
    if byRecNo and scanRecNo is equal to targetRecNo
            and grpTag is equal to grpTagLit
        set grpCardHit to true
        go to hld-close
    end-if.
    if byRecNo and scanRecNo is equal to targetRecNo
            and chnTag is equal to chnTagLit
        set chnCardHit to true
        go to hld-close
    end-if.
    if (byRecNo and scanRecNo is equal to targetRecNo)
            or (not byRecNo and radicandIn is equal to targetNum)
        move "Y" to matchFound
            display "  Release queued for approval."
        end-if
    else
        if grpCardHit
            display "  That is a group card, not a record."
        else
            if chnCardHit
                display "  That is a chain card, not a record."
            else
                display "  No record found for that target."
            end-if
        end-if
    end-if.
    move "N" to grpCardSw.
    move "N" to chnCardSw.

hld-done.
    exit.
    read masterIn into lineStruct at end go to blk-close.
    if ctlTag is equal to ctlTagLit or hdrTag is equal to hdrTagLit
            or trlTag is equal to trlTagLit
            or grpTag is equal to grpTagLit
            or chnTag is equal to chnTagLit
        go to blk1
    end-if.
    if radicandIn is less than rangeLo
