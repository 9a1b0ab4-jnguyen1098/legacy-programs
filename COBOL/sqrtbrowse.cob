*> own "radicandIn is greater than zero and epsilonIn is greater
*> than zero" check, so bad data can be caught before a whole batch
*> cycle gets spent producing a report full of errorMessage lines.
*> A GRP1 group is shown as a block: its opening card as a banner,
*> its members beneath it, and a closing line at its END card. A
*> CHN1 chain card is shown above its dependent, whose radicand field
*> is not its radicand and so is never flagged.

identification division.
program-id. sqrtbrowse.
01 cmtRecord redefines lineStruct.
    02 cmtTag  pic x(04).
    02 cmtText pic x(76).
01 grpRecord redefines lineStruct.
    02 grpTag  pic x(04).
    02 grpId   pic x(08).
    02 grpStat pic x(04).
    02 filler  pic x(64).
01 chnRecord redefines lineStruct.
    02 chnTag    pic x(04).
    02 chnParent pic x(07).
    02 filler    pic x(69).
01 chnTagLit pic x(04) value 'CHN1'.
77 chainNextSw pic x(01) value "N".
    88 chainNext value "Y".
01 cmtTagLit pic x(04) value 'CMT1'.
01 grpTagLit pic x(04) value 'GRP1'.
01 ctlTagLit pic x(04) value 'CTL1'.
01 hdrTagLit pic x(04) value 'HDR1'.
01 trlTagLit pic x(04) value 'TRL1'.
        display "      * " function trim(cmtText)
        go to s1
    end-if.
    if grpTag is equal to grpTagLit
        if grpStat is equal to "END "
            display "    === end of group " function trim(grpId)
                " ==="
        else
            display "    === group " function trim(grpId)
                "  statistic " grpStat " ==="
        end-if
        go to s1
    end-if.
    if chnTag is equal to chnTagLit
        display "      radicand below = root of serial " chnParent
        set chainNext to true
        go to s1
    end-if.
    add 1 to readCount.
    move radicandIn to outZ.
    move epsilonIn to outEps.
    if recHeld
        move flagHeld to outFlag
        add 1 to heldCount
    else
    if chainNext and epsilonIn is greater than zero
        move flagOk to outFlag
        add 1 to okCount
    else
        if radicandIn is greater than zero
                and epsilonIn is greater than zero
            move flagReject to outFlag
            add 1 to flagCount
        end-if
    end-if
    end-if.
    move "N" to chainNextSw.
    display detailLine.
    go to s1.

