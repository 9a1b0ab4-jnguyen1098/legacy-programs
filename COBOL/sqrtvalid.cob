*> usable. Nothing here is written back out; it's a read-only
*> preflight report so problems are known before the real run starts
*> instead of interleaved with successful calculations in the middle
*> of it. GRP1 group cards are checked as groups: a known statistic
*> on the opening card, at least one member, and an END card for the
*> same id before the next group opens or the file ends. A CHN1 chain
*> card must name a parent serial that is on the file and introduce a
*> record other than that parent; its dependent's own radicand field
*> is never used, so only the dependent's epsilon is checked.

identification division.
program-id. sqrtvalid.
    02 cmtTag pic x(04).
    02 filler pic x(76).

01 grpRecord redefines lineStruct.
    02 grpTag  pic x(04).
    02 grpId   pic x(08).
    02 grpStat pic x(04).
        88 grpStatKnown value "RMS " "STDV" "GEOM".
        88 grpEndCard   value "END ".
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

*> The group currently open, and what has been seen of it
77 grpOpenSw      pic x(01) value "N".
    88 grpOpen value "Y".
77 grpOpenId      pic x(08) value spaces.
77 grpMemberCount pic 9(07) value zero.
77 groupCount     pic 9(07) value zero.
77 groupFailCount pic 9(07) value zero.
77 grpReason      pic x(40) value spaces.

*> Chain cards seen, whether a card is waiting for its dependent, and
*> whether each named parent has turned up anywhere on the file
77 chainMax        pic 9(04) value 500.
77 chainCount      pic 9(07) value zero.
77 chainFailCount  pic 9(07) value zero.
77 chainIdx        pic 9(04) value zero.
77 chainSeated     pic 9(04) value zero.
77 chainNextSw     pic x(01) value "N".
    88 chainNext value "Y".
77 chainedSw       pic x(01) value "N".
    88 chainedRecord value "Y".
77 chainParentWs   pic x(07) value spaces.
77 chainReason     pic x(40) value spaces.
01 chainTable.
    02 chainEntry occurs 500 times.
        03 tChParent pic x(07).
        03 tChFound  pic x(01).

77 firstRecPendingSw  pic x(01) value "N".
    88 firstRecPending value "Y".
77 runCapDefault  pic 9(07) value 1000.
77 riskCount      pic 9(07) value 0.

*> Tonight's history-resolution work file (sqrthres), read alongside
*> the input through sqrthrlk: the master is only probed for a record
*> the work file can't answer.
77 hresFname      pic x(34) value "sqrt.hres".
77 hresSw         pic x(01) value "N".
    88 hresOn value "Y".
77 physCount      pic 9(07) value 0.
77 hrlAction      pic x(01).
77 hrlSeq         pic 9(07).
77 hrlRadicand    pic s9(15)v9(6) sign leading separate.
77 hrlEpsilon     pic v9(9).
77 hrlRc          pic 9(01).

01 riskDetailLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(8) value 'Record '.
    02 filler pic x(21) value 'Records held       :'.
    02 outHeldCount pic zzz,zzz,zz9.

01 summaryLine6.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Groups checked     :'.
    02 outGroupCount pic zzz,zzz,zz9.

01 summaryLine7.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Groups failed      :'.
    02 outGroupFailCount pic zzz,zzz,zz9.

01 groupFailLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(6) value 'Group '.
    02 outGroupId pic x(08).
    02 filler pic x(2) value ': '.
    02 outGroupReason pic x(40).

01 summaryLine8.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Chain cards checked:'.
    02 outChainCount pic zzz,zzz,zz9.

01 summaryLine9.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Chain cards failed :'.
    02 outChainFailCount pic zzz,zzz,zz9.

01 chainFailLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(13) value 'Chain parent '.
    02 outChainParent pic x(07).
    02 filler pic x(2) value ': '.
    02 outChainReason pic x(40).

01 heldDetailLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(8) value 'Record '.
        set histUsable to true
    end-if.
    open input inputFile.
    perform openHres.
    perform readHdrCard.
    perform readCtlCard.
    perform validatePass thru validatePass-exit until inputAtEof.
    if grpOpen
        move "no END card before end of file" to grpReason
        perform failGroup
        move "N" to grpOpenSw
    end-if.
    if chainNext
        move "chain card introduces no record" to chainReason
        perform failChain
    end-if.
    perform checkChainParents
        varying chainIdx from 1 by 1
        until chainIdx is greater than chainSeated.
    close inputFile.
    move "C" to hrlAction.
    perform callHrlk.
    if histUsable
        close historyFile
    end-if.
    display summaryLine3.
    display summaryLine4.
    display summaryLine5.
    move groupCount to outGroupCount.
    move groupFailCount to outGroupFailCount.
    display summaryLine6.
    display summaryLine7.
    move chainCount to outChainCount.
    move chainFailCount to outChainFailCount.
    display summaryLine8.
    display summaryLine9.
*> Shop severity convention, so the stream can gate on the preflight:
*> 0 clean, 4 some records failed, 8 every record failed (the feed
*> itself is bad -- don't spend the window on it).
        else
            move 4 to return-code
        end-if
    else
        if groupFailCount is greater than zero
                or chainFailCount is greater than zero
            move 4 to return-code
        end-if
    end-if.
    move return-code to rcDisp.
    display "RETURN-CODE set     : " rcDisp.
    if parmValue is not equal to spaces
        move parmValue to fname
    end-if.
    move "SQRT_HRES_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to hresFname
    end-if.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
*> it instead of silently dropping it.
readHdrCard.
    read inputFile into lineStruct at end set inputAtEof to true
        not at end add 1 to physCount
        end-read.
    if not inputAtEof and hdrTag is equal to hdrTagLit
        read inputFile into lineStruct at end set inputAtEof to true
            not at end add 1 to physCount
            end-read
    end-if.

    if not inputAtEof
        if ctlTag is equal to ctlTagLit
            read inputFile into lineStruct at end set inputAtEof to true
                not at end add 1 to physCount
                end-read
        else
            set firstRecPending to true
        move "N" to firstRecPendingSw
    else
        read inputFile into lineStruct at end set inputAtEof to true
            not at end add 1 to physCount
            end-read
    end-if.
    if not inputAtEof
        if trlTag is equal to trlTagLit
            if grpOpen
                move "no END card before the trailer" to grpReason
                perform failGroup
                move "N" to grpOpenSw
            end-if
            if chainNext
                move "chain card introduces no record" to chainReason
                perform failChain
                move "N" to chainNextSw
            end-if
            set inputAtEof to true
        else
*> A comment card is sanctioned annotation, not a detail row --
        if cmtTag is equal to cmtTagLit
            continue
        else
*> A group card is checked as part of its group, never as a record.
        if grpTag is equal to grpTagLit
            perform checkGroupCard
        else
        if chnTag is equal to chnTagLit
            perform checkChainCard
        else
            add 1 to recordCount
            move "N" to chainedSw
            if chainNext
                set chainedRecord to true
                move "N" to chainNextSw
            end-if
            perform markChainParent
            if grpOpen
                add 1 to grpMemberCount
            end-if
            if recHeld
                add 1 to heldCount
                move recordCount to outHeldRecNum
            perform checkRecord
        end-if
        end-if
        end-if
        end-if
    end-if.

validatePass-exit.
    exit.

*> An opening card must name its group and a statistic SQRT knows,
*> and may not open inside another group; an END card must close the
*> group that is open, and that group must have had a member. A bad
*> opening card still opens its group, so its own END card closes it
*> quietly instead of failing a second time.
checkGroupCard.
    if grpEndCard
        if not grpOpen or grpId is not equal to grpOpenId
            add 1 to groupFailCount
            move grpId to outGroupId
            move "END card with no matching open group" to
                outGroupReason
            display groupFailLine
            exit paragraph
        end-if
        if grpMemberCount is equal to zero
            move "group has no member records" to grpReason
            perform failGroup
        end-if
        move "N" to grpOpenSw
        exit paragraph
    end-if.
    if grpOpen
        move "no END card before the next group" to grpReason
        perform failGroup
    end-if.
    add 1 to groupCount.
    set grpOpen to true.
    move grpId to grpOpenId.
    move 0 to grpMemberCount.
    if grpId is equal to spaces
        move "opening card has no group id" to grpReason
        perform failGroup
    else
        if not grpStatKnown
            move "statistic must be RMS, STDV or GEOM" to grpReason
            perform failGroup
        end-if
    end-if.

failGroup.
    add 1 to groupFailCount.
    move grpOpenId to outGroupId.
    move grpReason to outGroupReason.
    display groupFailLine.

*> A chain card must name a parent and be followed by its dependent
*> before another chain card comes along. Each parent named is seated
*> so the end of the scan can say whether it ever appeared.
checkChainCard.
    if chainNext
        move "chain card introduces no record" to chainReason
        perform failChain
    end-if.
    add 1 to chainCount.
    set chainNext to true.
    move chnParent to chainParentWs.
    if chnParent is equal to spaces
        move "chain card names no parent serial" to chainReason
        perform failChain
        exit paragraph
    end-if.
    perform varying chainIdx from 1 by 1
            until chainIdx is greater than chainSeated
                or tChParent(chainIdx) is equal to chnParent
        continue
    end-perform.
    if chainIdx is greater than chainSeated
            and chainSeated is less than chainMax
        add 1 to chainSeated
        move chnParent to tChParent(chainSeated)
        move "N" to tChFound(chainSeated)
    end-if.

*> A detail record carrying a parent's serial settles that parent; a
*> dependent naming itself can never resolve.
markChainParent.
    if chainedRecord and recSerial is equal to chainParentWs
        move "dependent names itself as parent" to chainReason
        perform failChain
    end-if.
    if recSerial is equal to spaces
        exit paragraph
    end-if.
    perform varying chainIdx from 1 by 1
            until chainIdx is greater than chainSeated
        if tChParent(chainIdx) is equal to recSerial
            move "Y" to tChFound(chainIdx)
        end-if
    end-perform.

checkChainParents.
    if tChFound(chainIdx) is not equal to "Y"
        move tChParent(chainIdx) to chainParentWs
        move "parent serial is not on the file" to chainReason
        perform failChain
    end-if.

failChain.
    add 1 to chainFailCount.
    move chainParentWs to outChainParent.
    move chainReason to outChainReason.
    display chainFailLine.

*> Runs every field-level check against the record just read and
*> displays one report line per record that fails any of them; a
*> record can fail more than one check at once (a malformed sign on
    move 1 to reasonPtr.
    move "N" to structBadSw.

*> A dependent's radicand comes from its parent at run time, so its
*> own radicand field is not judged (nor its abort risk, further on).
    if chainedRecord
        set structBad to true
    end-if.

    if not chainedRecord
            and radicandSignByte is not equal to "+"
            and radicandSignByte is not equal to "-"
        set structBad to true
        move "malformed sign" to reasonMsg
        perform addReason
    end-if.

    if not chainedRecord and radicandDigits is not numeric
        set structBad to true
        move "non-numeric radicand" to reasonMsg
        perform addReason

    if failReasonText is equal to spaces
        add 1 to passCount
        if not chainedRecord
            perform assessAbortRisk
        end-if
    else
        add 1 to failCount
        move recordCount to outRecNum
    if not histUsable
        exit paragraph
    end-if.
    if hresOn
        perform lookupHres
        if hrlRc is less than 3
            exit paragraph
        end-if
    end-if.
    move radicandIn to histRadicand.
    move epsilonIn to histEpsilon.
    read historyFile key is histKey
            end-read
    end-start.

*> Takes the work file for this pass over the input when it is
*> today's and was cut from this very input.
openHres.
    move "O" to hrlAction.
    perform callHrlk.
    if hrlRc is equal to 0
        set hresOn to true
    end-if.

*> The work file's answer for the record just read, as read; rc 3
*> leaves it to the keyed read.
lookupHres.
    move "S" to hrlAction.
    move physCount to hrlSeq.
    move radicandIn to hrlRadicand.
    move epsilonIn to hrlEpsilon.
    perform callHrlk.
    move "L" to hrlAction.
    perform callHrlk.
    if hrlRc is less than 2
        move "Y" to histFoundSw
    end-if.

callHrlk.
    call "sqrthrlk" using hrlAction, hresFname, fname, hrlSeq,
        hrlRadicand, hrlEpsilon, histRecord, hrlRc
    end-call.

*> Appends reasonMsg onto failReasonText, separating it from
*> whatever's already there with "; " when this isn't the first
*> reason this record has picked up.
