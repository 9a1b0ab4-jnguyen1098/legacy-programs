*> card, that card is copied onto the front of every partition so
*> each job step still picks up the same run-level overrides. Each
*> partition's own sqrt.out/sqrt.sum are combined back into one set
*> of totals afterward by sqrtmerge.cob. A GRP1 group is never
*> divided: its opening card, members and END card all land in one
*> partition, so the partition's SQRT step can compute the group's
*> statistic over every member. Nor is a CHN1 chain: a dependent and
*> the parent whose root it takes land in the same partition, with
*> everything between them, so that partition's step can feed the
*> root forward.

identification division.
program-id. sqrtsplit.
        organization is line sequential.
    select partFile assign to dynamic partFname
        organization is line sequential.
    select hresInFile assign to dynamic hresFname
        organization is line sequential
        file status is hresInStatus.
    select hresPartFile assign to dynamic hresPartFname
        organization is line sequential.
    select historyFile assign to "sqrt.hist"
        organization is indexed
        access mode is dynamic
*> partitions finishing twenty minutes apart.
fd historyFile.
    copy "sqrthist.cpy".
*> Tonight's history-resolution work file, cut into one per partition
*> alongside the input so each partition's run reads its own answers
*> in step with its own records.
fd hresInFile.
    copy "sqrthres.cpy".
fd hresPartFile.
    01 hresPartRecord pic x(140).

working-storage section.
77 fname          pic x(30) value "sqrt.dat".
77 cmtPendingSw   pic x(01) value "N".
    88 cmtPending value "Y".

*> Set from a group's opening GRP1 card until its END card has been
*> written: no chunk boundary may fall while it is on.
77 grpOpenSw      pic x(01) value "N".
    88 grpInProgress value "Y".

*> One entry per CHN1 card: the parent serial it names and the detail
*> positions (1 = first detail record) of its dependent and of that
*> parent. A link's span runs from whichever comes first to whichever
*> comes last, and no chunk boundary may fall inside an open span;
*> spans of a longer chain overlap at each link, so the whole chain
*> stays together. A parent not on the file leaves no span.
77 linkMax        pic 9(04) value 500.
77 linkCount      pic 9(04) value 0.
77 linkIdx        pic 9(04) value 0.
77 linkOverflow   pic 9(07) value 0.
01 linkTable.
    02 linkEntry occurs 500 times.
        03 tLkParent    pic x(07).
        03 tLkChildPos  pic 9(07).
        03 tLkParentPos pic 9(07).
        03 tLkLo        pic 9(07).
        03 tLkHi        pic 9(07).
77 chainCardSw    pic x(01) value "N".
    88 chainCardPending value "Y".
01 pendingChnRec  pic x(80) value spaces.
77 chnPendingSw   pic x(01) value "N".
    88 chnPending value "Y".
77 writtenPos     pic 9(07) value 0.
77 chainSpanSw    pic x(01) value "N".
    88 chainSpanOpen value "Y".

*> formatted line to be read in; shared across every SQRT variant so
*> the field names and picture clauses can't drift between versions
copy "sqrtrec.cpy".
01 ctlRecord redefines lineStruct.
    02 ctlTag      pic x(04).
    02 filler      pic x(76).
01 grpRecord redefines lineStruct.
    02 grpTag      pic x(04).
    02 grpId       pic x(08).
    02 grpStat     pic x(04).
    02 filler      pic x(64).
01 chnRecord redefines lineStruct.
    02 chnTag      pic x(04).
    02 chnParent   pic x(07).
    02 filler      pic x(69).

*> Header/trailer tagged records bracket a file's detail rows the
*> same way a control card fronts it; splitting an expected/actual
01 cmtTagLit pic x(04) value 'CMT1'.
01 hdrTagLit pic x(04) value 'HDR1'.
01 trlTagLit pic x(04) value 'TRL1'.
01 grpTagLit pic x(04) value 'GRP1'.
01 chnTagLit pic x(04) value 'CHN1'.
01 savedCtlRecord pic x(80) value spaces.
77 ctlPresentSw  pic x(01) value "N".
    88 ctlPresent value "Y".
*> the total estimated cost; the last takes the remainder.
77 totalCount     pic 9(07) value 0.
77 partIdx        pic 9(02) value 0.
*> The work-stealing ledger describes how the PREVIOUS set of
*> partitions was re-divided while it ran; a fresh split starts it
*> over so the merge and the coordinator never follow a stale row.
77 stealFname     pic x(30) value "sqrt.steal".
77 stealCblRc     pic s9(9) comp-5 value zero.
77 writtenInChunk pic 9(07) value 0.
77 inputEofSw     pic x(01) value "N".
    88 inputAtEof value "Y".
77 recCost        pic 9(07) value 0.
77 hitCount       pic 9(09) value 0.

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
77 hresInStatus   pic x(02).
77 hresPartFname  pic x(34) value spaces.
77 hresCblRc      pic s9(9) comp-5 value zero.
77 hresCutSw      pic x(01) value "N".
    88 hresCutting value "Y".
77 hresInEofSw    pic x(01) value "N".
    88 hresInAtEof value "Y".
77 partPhys       pic 9(07) value 0.
01 hresMainHeader pic x(140) value spaces.

*> Iteration-estimate work fields, the same magnitude/epsilon model
*> the batch-window forecaster uses
77 intDigits      pic 9(02) value 0.
    perform initParms.
    perform claimDataset.
    perform countPass thru countPass-done.
    perform computeSpans.
    perform computeChunks.
    display titleLine.
    display underLine1.
    if parmValue is not equal to spaces
        move parmValue to fname
    end-if.
    move "SQRT_HRES_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to hresFname
    end-if.
    move "SQRT_SPLIT_COUNT" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        set histUsable to true
    end-if.
    open input inputFile.
    move 0 to physCount.
    perform openHres.
    read inputFile into lineStruct at end go to countPass-done.
    add 1 to physCount.
    perform abortIfTagged.
    if chnTag is equal to chnTagLit
        perform noteChainCard
    end-if.
    if ctlTag is equal to ctlTagLit
        set ctlPresent to true
        move lineStruct to savedCtlRecord
    else
        if cmtTag is not equal to cmtTagLit
                and grpTag is not equal to grpTagLit
                and chnTag is not equal to chnTagLit
            add 1 to totalCount
            perform noteChainDetail
            perform estimateCost
            add recCost to totalCost
        end-if

cp1.
    read inputFile into lineStruct at end go to countPass-done.
    add 1 to physCount.
    perform abortIfTagged.
*> A comment card is free annotation, not a detail row: it neither
*> counts toward the balance nor carries a cost.
    if cmtTag is equal to cmtTagLit or grpTag is equal to grpTagLit
        go to cp1
    end-if.
    if chnTag is equal to chnTagLit
        perform noteChainCard
        go to cp1
    end-if.
    add 1 to totalCount.
    perform noteChainDetail.
    perform estimateCost.
    add recCost to totalCost.
    go to cp1.

countPass-done.
    close inputFile.
    move "C" to hrlAction.
    perform callHrlk.

*> A chain card opens a link; the detail record after it is the
*> link's dependent.
noteChainCard.
    if linkCount is not less than linkMax
        add 1 to linkOverflow
        exit paragraph
    end-if.
    add 1 to linkCount.
    move chnParent to tLkParent(linkCount).
    move 0 to tLkChildPos(linkCount), tLkParentPos(linkCount).
    set chainCardPending to true.

noteChainDetail.
    if chainCardPending
        move totalCount to tLkChildPos(linkCount)
        move "N" to chainCardSw
    end-if.
    if recSerial is equal to spaces
        exit paragraph
    end-if.
    perform varying linkIdx from 1 by 1
            until linkIdx is greater than linkCount
        if tLkParent(linkIdx) is equal to recSerial
            move totalCount to tLkParentPos(linkIdx)
        end-if
    end-perform.

computeSpans.
    if linkOverflow is greater than zero
        display "sqrtsplit: " linkOverflow " chain cards past the "
            linkMax "-link table may split from their parents"
    end-if.
    perform varying linkIdx from 1 by 1
            until linkIdx is greater than linkCount
        if tLkChildPos(linkIdx) is equal to zero
                or tLkParentPos(linkIdx) is equal to zero
            move 0 to tLkLo(linkIdx), tLkHi(linkIdx)
        else
            if tLkChildPos(linkIdx) is less than tLkParentPos(linkIdx)
                move tLkChildPos(linkIdx) to tLkLo(linkIdx)
                move tLkParentPos(linkIdx) to tLkHi(linkIdx)
            else
                move tLkParentPos(linkIdx) to tLkLo(linkIdx)
                move tLkChildPos(linkIdx) to tLkHi(linkIdx)
            end-if
        end-if
    end-perform.

*> Whether the detail record just written sits inside a chain's span
*> with the rest of the chain still to come.
checkChainSpan.
    move "N" to chainSpanSw.
    perform varying linkIdx from 1 by 1
            until linkIdx is greater than linkCount or chainSpanOpen
        if tLkLo(linkIdx) is greater than zero
                and tLkLo(linkIdx) is not greater than writtenPos
                and tLkHi(linkIdx) is greater than writtenPos
            set chainSpanOpen to true
        end-if
    end-perform.

*> Estimates one record's processing cost: a record the history cache
*> will answer (exact pair, or a tighter-epsilon row for the radicand,
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

*> The write pass reads the work file a second time, directly, to
*> copy each partition's rows out of it; only a file sqrthrlk has
*> just accepted for this input is cut.
openHresCut.
    move "N" to hresCutSw.
    if not hresOn
        exit paragraph
    end-if.
    open input hresInFile.
    if hresInStatus is not equal to "00"
        exit paragraph
    end-if.
    move "N" to hresInEofSw.
    read hresInFile at end set hresInAtEof to true end-read.
    move hresRecord to hresMainHeader.
    set hresCutting to true.

*> Each partition's copy leads with the night's header, re-aimed at
*> the partition's input; its counts are the night's file's business.
*> With nothing to cut, a copy left from an earlier split is removed
*> so no partition run takes stale answers.
openPartHres.
    move spaces to hresPartFname.
    string function trim(hresFname) ".p" partIdx
        delimited by size into hresPartFname
    end-string.
    if not hresCutting
        call "CBL_DELETE_FILE" using hresPartFname returning hresCblRc
        end-call
        exit paragraph
    end-if.
    open output hresPartFile.
    move hresMainHeader to hresRecord.
    move partFname to hhInput.
    move zero to hhCount, hhExact, hhTighter, hhNone, hhLive.
    write hresPartRecord from hresRecord.

*> The row for the detail record just written, renumbered to where
*> the record now sits in its partition.
cutHresRow.
    perform until hresInAtEof or hrSeq is not less than physCount
        read hresInFile at end set hresInAtEof to true end-read
    end-perform.
    if hresInAtEof or hrSeq is not equal to physCount
        exit paragraph
    end-if.
    move partPhys to hrSeq.
    write hresPartRecord from hresRecord.

*> A header or trailer record means this file uses bracketing this
*> utility doesn't know how to partition correctly -- refuse the
*> whole file rather than miscounting one as a detail row.
writePass.
    open input inputFile.
    move "N" to inputEofSw.
    move 0 to physCount.
    move "N" to hresSw.
    perform openHres.
    perform openHresCut.
*> estimateCost re-runs per record on this pass, so the cache-hit
*> figure restarts here and the summary shows one pass's worth.
    move 0 to hitCount.
    if ctlPresent
        read inputFile into lineStruct at end set inputAtEof to true
            not at end add 1 to physCount
        end-read
    end-if.
    perform wp1 thru wp1-exit varying partIdx from 1 by 1
        until partIdx is greater than splitCount.
    close inputFile.
    move "C" to hrlAction.
    perform callHrlk.
    if hresCutting
        close hresInFile
    end-if.
    call "CBL_DELETE_FILE" using stealFname returning stealCblRc
    end-call.
    if histUsable
        close historyFile
    end-if.
    string function trim(fname) ".p" partIdx
        delimited by size into partFname.
    open output partFile.
    move 0 to partPhys.
    perform openPartHres.
    if ctlPresent
        write partRecord from savedCtlRecord
        add 1 to partPhys
    end-if.
    move 0 to writtenInChunk.
    move 0 to chunkCost.
    perform wp2 thru wp2-exit until inputAtEof
        or (chunkCost is greater than or equal to shareCost
            and partIdx is less than splitCount
            and not grpInProgress
            and not chainSpanOpen).
    close partFile.
    if hresCutting
        close hresPartFile
    end-if.
    move partIdx to outPartNum.
    move writtenInChunk to outPartCount.
    move chunkCost to outPartCost.
*> partition's share check is waived so it drains the file.
wp2.
    read inputFile into lineStruct at end set inputAtEof to true
        not at end add 1 to physCount
    end-read.
    if inputAtEof
*> A comment dangling at end of file annotates nothing; it rides out
*> with the last partition rather than being dropped.
        if cmtPending
            write partRecord from pendingCmtRec
            add 1 to partPhys
            move "N" to cmtPendingSw
        end-if
        if chnPending
            write partRecord from pendingChnRec
            add 1 to partPhys
            move "N" to chnPendingSw
        end-if
        go to wp2-exit
    end-if.
    if cmtTag is equal to cmtTagLit
        set cmtPending to true
        go to wp2-exit
    end-if.
*> A chain card is held back with its dependent the same way.
    if chnTag is equal to chnTagLit
        move lineStruct to pendingChnRec
        set chnPending to true
        go to wp2-exit
    end-if.
*> Group cards carry no cost; they only hold the boundary open from
*> the opening card through the END card.
    if grpTag is equal to grpTagLit
        if grpStat is equal to "END "
            move "N" to grpOpenSw
        else
            set grpInProgress to true
        end-if
        move lineStruct to partRecord
        write partRecord
        add 1 to partPhys
        go to wp2-exit
    end-if.
    if cmtPending
        write partRecord from pendingCmtRec
        add 1 to partPhys
        move "N" to cmtPendingSw
    end-if.
    if chnPending
        write partRecord from pendingChnRec
        add 1 to partPhys
        move "N" to chnPendingSw
    end-if.
    move lineStruct to partRecord.
    write partRecord.
    add 1 to partPhys.
    add 1 to writtenInChunk.
    add 1 to writtenPos.
    if hresCutting
        perform cutHresRow
    end-if.
    perform checkChainSpan.
    perform estimateCost.
    add recCost to chunkCost.

