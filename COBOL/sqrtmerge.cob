*> SQRT_PARTITION_ID), so the merge reads sqrt.out.pNN/sqrt.sumr.pNN
*> as produced -- no renames, and nothing shared is ever written by
*> two steps at once.
*>
*> A partition that ceded its tier-3 tail to an idle sibling during
*> the run (the sqrt.steal ledger, sqrtstl.cpy) is followed straight
*> away by its thief, and the thief's by its own, so the merged files
*> keep the order the unsplit file had. Each cession is reconciled:
*> the thief must have read exactly the records its victim handed
*> over, or the merge ends RC 8 -- a tail lost or run twice is never
*> folded quietly into the night's results.
*>
*> A partition never writes the keyed results master (sqrt.out.ksds);
*> its entries wait in sqrt.omstdelta.pNN and are posted here, under
*> the merged run id, once the partitions are all in.
*>
*> Each partition folded in gets an 'M' row on its own run-control
*> ledger (sqrt.runctl.pNN): the partition run's date and sequence
*> under the merged run id, so sqrtbkot, handed the merged id, can
*> find the partition ledgers whose 'F' rows a backout must cancel.
*> SQRT's duplicate-run check counts only 'F' and 'B' rows.

identification division.
program-id. sqrtmerge.
        organization is line sequential.
    select mergedSumRecFile assign to "sqrt.sumr"
        organization is line sequential.
    select omDeltaFile assign to dynamic omDeltaFname
        organization is line sequential
        file status is omDeltaStatus.
    select histDeltaFile assign to dynamic histDeltaFname
        organization is line sequential
        file status is histDeltaStatus.
    select auditOutFile assign to "sqrt.audit"
        organization is line sequential
        file status is auditOutStatus.
    select histBimgFile assign to "sqrt.hist.bimg"
        organization is line sequential
        file status is histBimgStatus.
    select stealFile assign to "sqrt.steal"
        organization is line sequential
        file status is stealStatus.
    select partRunCtlFile assign to dynamic partRunCtlFname
        organization is line sequential
        file status is partRunCtlStatus.

data division.

*> stream where anything writes sqrt.hist.
fd histDeltaFile.
    copy "sqrthist.cpy" replacing leading ==hist== by ==histDel==.
*> Each partition's keyed-results-master entries (sqrt.omstdelta.pNN),
*> posted to sqrt.out.ksds here under the merged run id -- the only
*> point in a partitioned stream where anything writes it.
fd omDeltaFile.
    01 omDeltaRecord pic x(90).
fd historyFile.
    copy "sqrthist.cpy".
*> Every row folded in is journaled as added under the merged run id,
*> the same before-image journal an unsplit run keeps, so a merged
*> night backs out through sqrtbkot like any other.
fd histBimgFile.
    copy "sqrthbim.cpy".
*> Generic reader/appender pair for the line-copied per-partition
*> outputs -- sqrt.csv.pNN, sqrt.stats.pNN, sqrt.cpx.pNN,
*> sqrt.xout.pNN, sqrt.xaudit.pNN, sqrt.grp.pNN and sqrt.rej.pNN --
*> folded onto their canonical names so the spreadsheet feed, the
*> trend statistics, the imaginary, extended-precision and group
*> results and the reject workbench cover partitioned nights too
*> (the splitter never divides a group, so each group result comes
*> whole from one partition). The extended audit
*> rows fold as written, each partition's group keeping its own
*> trailer; they join their sqrt.audit rows by serial once merged. The audit
*> trail does NOT pass through here: foldAuditGroups re-sequences
*> its detail rows under one merged run group and seals them with a
*> recomputed trailer.
fd partAuxFile.
    01 partAuxRec pic x(160).
fd auxOutFile.
    01 auxOutRec pic x(160).
*> Canonical per-source reject files, fed from the folded sqrt.rej
*> rows: the source code rides in the record itself, so the merge
*> does the per-source handback routing the partitioned steps defer.
                  leading ==audTrl== by ==partAudTrl==.
fd auditOutFile.
    copy "sqrtaudit.cpy".
fd stealFile.
    copy "sqrtstl.cpy".
fd partRunCtlFile.
    01 partRunCtlRecord.
       02 prcDate   pic x(08).
       02 prcRunId  pic x(14).
       02 prcStatus pic x(01).
       02 prcCode   pic 9(03).
       02 prcSeq    pic 9(02).
       02 prcFill   pic x(12).

working-storage section.
77 splitCount       pic 9(02) value 4.
77 partSumFname     pic x(34) value spaces.
77 partResultStatus pic x(02).
77 partSumStatus    pic x(02).
77 partRunCtlFname  pic x(34) value spaces.
77 partRunCtlStatus pic x(02).
77 wsDateTime       pic x(21).
77 pgmRevision      pic x(04) value "R8".
77 histDeltaFname   pic x(30) value spaces.
77 histDeltaStatus  pic x(02).
77 histFileStatus   pic x(02).
77 histBimgStatus   pic x(02).
77 deltaEofSw       pic x(01) value "N".
    88 deltaAtEof value "Y".
77 foldedCount      pic 9(09) value 0.
*> The history-resolution work files sqrthres and sqrtsplit cut for
*> tonight; once the deltas are on the master their answers are old.
77 hresFname        pic x(34) value "sqrt.hres".
77 hresPartFname    pic x(34) value spaces.
77 foldDupCount     pic 9(09) value 0.
77 omDeltaFname     pic x(30) value spaces.
77 omDeltaStatus    pic x(02).
77 omPostedCount    pic 9(09) value 0.
*> Interface to the shared sqrtomst keyed results master
77 omsAction  pic x(01) value spaces.
copy "sqrtomst.cpy" replacing leading ==om== by ==oms==.
77 omsCount   pic 9(09) value 0.
77 omsRc      pic 9(01) value 0.

*> The fold order: the partitions sqrtsplit cut, each followed by
*> the thief that took its tail (if any), and the cessions to check.
77 stealStatus      pic x(02).
77 stealEofSw       pic x(01) value "N".
    88 stealAtEof value "Y".
77 ordMax           pic 9(02) value 99.
77 ordCount         pic 9(02) value 0.
77 ordIdx           pic 9(02) value 0.
77 ordShift         pic 9(02) value 0.
77 ordVictim        pic 9(02) value 0.
01 ordTable.
    02 ordEntry occurs 99 times.
        03 ordPart    pic 9(02).
        03 ordRead    pic 9(09).
        03 ordSumSw   pic x(01).
77 cessCount        pic 9(02) value 0.
77 cessIdx          pic 9(02) value 0.
77 cessOnIdx        pic 9(02) value 0.
01 cessTable.
    02 cessEntry occurs 99 times.
        03 cessVictim pic x(02).
        03 cessThief  pic x(02).
        03 cessAt     pic 9(09).
        03 cessTail   pic 9(09).
77 cessBadSw        pic x(01) value "N".
    88 cessionMismatch value "Y".
77 cessThiefRead    pic 9(09) value 0.
77 cessFoundSw      pic x(01) value "N".
    88 thiefSummaryFound value "Y".

*> Auxiliary-fold state: which base file is being folded, and whether
*> the canonical copy was created fresh this merge (the CSV's header
*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    perform buildOrder.
    move function current-date to wsDateTime.
    move wsDateTime(1:14) to mergeRunId.
    open output mergedResultFile.
    move mergeRunId to resultCtlRunId.
    write resultCtlRec.
    perform mergeResults thru mergeResults-exit
        varying ordIdx from 1 by 1 until ordIdx is greater than ordCount.
    initialize resultCtlRec.
    move "TRL1" to resultCtlTag.
    move mergeRunId to resultCtlRunId.
    move outCtlRootSum2 to resultCtlRootSum.
    write resultCtlRec.
    close mergedResultFile.
    perform mergeSummaries thru mergeSummaries-exit
        varying ordIdx from 1 by 1 until ordIdx is greater than ordCount.
    perform checkCessions.
    perform foldHistDeltas.
    perform postResultDeltas.
    perform foldAuxFiles.
    perform setReturnCode.
    perform writeMergedSummary.
    display "sqrtmerge: combined " ordCount " partitions into sqrt.out/sqrt.sum".
    display "sqrtmerge: folded " foldedCount " history delta rows ("
        foldDupCount " duplicates collapsed)".
    display "sqrtmerge: posted " omPostedCount
        " results-master entries".
    stop run.

*> Resolves the partition count through the shared sqrtparm routine,
            move envSplitCount to splitCount
        end-if
    end-if.
    move "SQRT_HRES_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to hresFname
    end-if.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> The partitions sqrtsplit cut, in order, then every cession on the
*> ledger in the order it was made: the thief slots in right behind
*> its victim. A partition cedes at most once, so a victim's thief is
*> always the next slice of the victim's own records.
buildOrder.
    move 0 to ordCount, cessCount.
    perform varying partIdx from 1 by 1
            until partIdx is greater than splitCount
        add 1 to ordCount
        move partIdx to ordPart(ordCount)
        move 0 to ordRead(ordCount)
        move "N" to ordSumSw(ordCount)
    end-perform.
    move "N" to stealEofSw.
    open input stealFile.
    if stealStatus is not equal to "00"
        exit paragraph
    end-if.
    perform bo1 thru bo1-exit until stealAtEof.
    close stealFile.

bo1.
    read stealFile at end set stealAtEof to true end-read.
    if stealAtEof
        go to bo1-exit
    end-if.
    if not stCeded or stThief is not numeric
        go to bo1-exit
    end-if.
    move 0 to ordVictim.
    perform varying ordIdx from 1 by 1
            until ordIdx is greater than ordCount
        if ordPart(ordIdx) is equal to stVictim
            move ordIdx to ordVictim
        end-if
    end-perform.
    if ordVictim is equal to zero or ordCount is not less than ordMax
        display "sqrtmerge: sqrt.steal cession " stVictim " -> "
            stThief " names no partition of this split -- ignored"
        go to bo1-exit
    end-if.
    perform varying ordShift from ordCount by -1
            until ordShift is not greater than ordVictim
        move ordEntry(ordShift) to ordEntry(ordShift + 1)
    end-perform.
    add 1 to ordCount.
    move stThief to ordPart(ordVictim + 1).
    move 0 to ordRead(ordVictim + 1).
    move "N" to ordSumSw(ordVictim + 1).
    add 1 to cessCount.
    move stVictim to cessVictim(cessCount).
    move stThief to cessThief(cessCount).
    move stAt to cessAt(cessCount).
    move stTail to cessTail(cessCount).
    display "sqrtmerge: partition " stVictim " ceded " stTail
        " records to partition " stThief.

bo1-exit.
    exit.

*> Every record a victim handed over must have been read by its
*> thief -- no more, no fewer -- or handed on again by the thief to a
*> thief of its own.
checkCessions.
    perform varying cessIdx from 1 by 1
            until cessIdx is greater than cessCount
        move 0 to cessThiefRead
        move "N" to cessFoundSw
        perform varying ordIdx from 1 by 1
                until ordIdx is greater than ordCount
            if ordPart(ordIdx) is equal to cessThief(cessIdx)
                    and ordSumSw(ordIdx) is equal to "Y"
                move ordRead(ordIdx) to cessThiefRead
                set thiefSummaryFound to true
            end-if
        end-perform
        perform varying cessOnIdx from 1 by 1
                until cessOnIdx is greater than cessCount
            if cessVictim(cessOnIdx) is equal to cessThief(cessIdx)
                add cessTail(cessOnIdx) to cessThiefRead
            end-if
        end-perform
        if not thiefSummaryFound
            display "sqrtmerge: partition " cessThief(cessIdx)
                " has no summary -- the " cessTail(cessIdx)
                " records partition " cessVictim(cessIdx)
                " ceded to it are missing"
            set cessionMismatch to true
        else
            if cessThiefRead is not equal to cessTail(cessIdx)
                display "sqrtmerge: partition " cessThief(cessIdx)
                    " accounts for " cessThiefRead
                    " records but partition "
                    cessVictim(cessIdx) " ceded " cessTail(cessIdx)
                set cessionMismatch to true
            end-if
        end-if
    end-perform.

*> Appends one partition's renamed sqrt.out.pNN straight onto the
*> consolidated sqrt.out; a missing partition file (file status not
*> "00" on open) is skipped rather than failing the whole merge, in
*> itself writes, regardless of what SQRT_INPUT_FILE pointed at, so
*> the partition naming here runs off those literals, not `fname`.
mergeResults.
    move ordPart(ordIdx) to partIdx.
    move spaces to partOutFname.
    string "sqrt.out.p" partIdx
        delimited by size into partOutFname.
*> printed sqrt.sum, which broke silently on any cosmetic change to
*> the labels.
mergeSummaries.
    move ordPart(ordIdx) to partIdx.
    move spaces to partSumFname.
    string "sqrt.sumr.p" partIdx
        delimited by size into partSumFname.
            at end continue
            not at end
                add partSumRead to mTotalRead
                move partSumRead to ordRead(ordIdx)
                move "Y" to ordSumSw(ordIdx)
                add partSumOk to mTotalOk
                add partSumErr to mTotalErr
                add partSumAbort to mTotalAbort
                if partSumElapsed is greater than mMaxElapsed
                    move partSumElapsed to mMaxElapsed
                end-if
                perform linkPartRunCtl
        end-read
        close partSummaryFile
    end-if.
mergeSummaries-exit.
    exit.

*> The partition run, off its own summary record, tied to the merged
*> run id on the partition's ledger.
linkPartRunCtl.
    move spaces to partRunCtlFname.
    string "sqrt.runctl.p" partIdx
        delimited by size into partRunCtlFname
    end-string.
    open extend partRunCtlFile.
    if partRunCtlStatus is not equal to "00"
        exit paragraph
    end-if.
    move spaces to partRunCtlRecord.
    move partSumRunDate to prcDate.
    move mergeRunId to prcRunId.
    move "M" to prcStatus.
    move partSumRc to prcCode.
    move partSumRunSeq to prcSeq.
    write partRunCtlRecord.
    close partRunCtlFile.

*> Writes the consolidated sqrt.sum from the grand totals, in the
*> exact same shape a single unsplit run would have produced.
writeMergedSummary.
        close historyFile
        open i-o historyFile
    end-if.
    open extend histBimgFile.
    if histBimgStatus is equal to "35"
        open output histBimgFile
    end-if.
    perform foldOneDelta thru foldOneDelta-exit
        varying ordIdx from 1 by 1 until ordIdx is greater than ordCount.
    close historyFile, histBimgFile.
    call "CBL_DELETE_FILE" using hresFname returning cblRc end-call.
    perform dropPartHres
        varying ordIdx from 1 by 1 until ordIdx is greater than ordCount.

dropPartHres.
    move ordPart(ordIdx) to partIdx.
    move spaces to hresPartFname.
    string function trim(hresFname) ".p" partIdx
        delimited by size into hresPartFname
    end-string.
    call "CBL_DELETE_FILE" using hresPartFname returning cblRc end-call.

foldOneDelta.
    move ordPart(ordIdx) to partIdx.
    move spaces to histDeltaFname.
    string "sqrt.histdelta.p" partIdx
        delimited by size into histDeltaFname.
    move histDelRunStamp to histRunStamp.
    write histRecord
        invalid key add 1 to foldDupCount
        not invalid key
            add 1 to foldedCount
            move spaces to histBimgRecord
            move mergeRunId to hbRunId
            set hbAdded to true
            move histRecord to hbImage
            write histBimgRecord
    end-write.

fd1-exit.
    exit.

*> Posts every partition's results-master entries, restamped with
*> the merged run id and sequence the audit rows are folded under,
*> so a backout of the merged night withdraws them too. A consumed
*> delta is deleted, as a folded audit file is.
postResultDeltas.
    perform postOneDelta thru postOneDelta-exit
        varying ordIdx from 1 by 1 until ordIdx is greater than ordCount.
    move "X" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.

postOneDelta.
    move ordPart(ordIdx) to partIdx.
    move spaces to omDeltaFname.
    string "sqrt.omstdelta.p" partIdx
        delimited by size into omDeltaFname.
    move "N" to deltaEofSw.
    open input omDeltaFile.
    if omDeltaStatus is not equal to "00"
        go to postOneDelta-exit
    end-if.
    perform pd1 thru pd1-exit until deltaAtEof.
    close omDeltaFile.
    call "CBL_DELETE_FILE" using omDeltaFname returning cblRc
    end-call.

postOneDelta-exit.
    exit.

pd1.
    read omDeltaFile at end set deltaAtEof to true end-read.
    if deltaAtEof
        go to pd1-exit
    end-if.
    move omDeltaRecord to omsRecord.
    move mergeRunId to omsRunId.
    move 1 to omsRunSeq.
    move "P" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    if omsRc is equal to 0
        add 1 to omPostedCount
    end-if.

pd1-exit.
    exit.

*> Folds the per-partition audit trail, CSV and statistics files onto
*> their canonical names, one base file at a time across every
*> partition.
    perform foldOneBase.
    move "sqrt.cpx" to auxBase.
    perform foldOneBase.
    move "sqrt.xout" to auxBase.
    perform foldOneBase.
    move "sqrt.xaudit" to auxBase.
    perform foldOneBase.
    move "sqrt.grp" to auxBase.
    perform foldOneBase.
*> Rejects fold last, each folded row also routed to its source's
*> canonical handback file.
    move "sqrt.rej" to auxBase.
        write auxOutRec from csvLine
    end-if.
    perform foldOneAux thru foldOneAux-exit
        varying ordIdx from 1 by 1 until ordIdx is greater than
            ordCount.
    if foldingCsv
        move csvCtlCount2 to csvCtlCountTxt
        move csvCtlRootSum2 to csvCtlSumTxt
        function trim(auxBase).

foldOneAux.
    move ordPart(ordIdx) to partIdx.
    move spaces to partAuxFname.
    string function trim(auxBase) ".p" partIdx
        delimited by size into partAuxFname.
        open output auditOutFile
    end-if.
    perform foldOneAudit thru foldOneAudit-exit
        varying ordIdx from 1 by 1 until ordIdx is greater than
            ordCount.
    perform writeMergedAuditTrailer.
    close auditOutFile.
    display "sqrtmerge: folded " audRowCount " audit rows into one"
        " run group".

foldOneAudit.
    move ordPart(ordIdx) to partIdx.
    move spaces to partAudFname.
    string "sqrt.audit.p" partIdx
        delimited by size into partAudFname.
    if audAtEof
        go to fau1-exit
    end-if.
*> Group "G" rows travel with the details; only the partition's own
*> trailer stays behind.
    if partAudRecType is not equal to "D"
            and partAudRecType is not equal to "G"
        go to fau1-exit
    end-if.
    move partAudRecord to auditRecord.
*> per-source file, exactly the way an unpartitioned SQRT routes it.
routeOneReject.
    move partAuxRec(1:80) to lineStruct.
*> A CMT1 or CHN1 row is the following reject's context, not a
*> reject: it stays with the record in the combined file and is never
*> routed on whatever bytes happen to sit at the source offset.
    if partAuxRec(1:4) is equal to "CMT1"
            or partAuxRec(1:4) is equal to "CHN1"
        exit paragraph
    end-if.
    if recSource is equal to spaces
    if mTotalRead is equal to zero
        move 4 to return-code
    end-if.
    if cessionMismatch
        move 8 to return-code
    end-if.
    move return-code to rcDisp.
    display "sqrtmerge: RETURN-CODE set " rcDisp.

