*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -                Run Backout (reverse a bad night)               -
*> ------------------------------------------------------------------
*> When a night goes out under a bad profile or a bad sqrt.parm
*> value, the only remedy used to be hand-trimming sqrt.out and
*> sqrt.csv and deleting the sqrt.runctl 'F' row so a rerun would be
*> let through. This is the sanctioned way. Keyed on a run id (by
*> default the one on sqrt.sumr -- the run that just finished), it:
*>   1. lifts the run's HDR1..TRL1 group(s) out of sqrt.out and
*>      sqrt.csv, into sqrt.out.B<runid>/sqrt.csv.B<runid>, with the
*>      same build-the-side-file, verify, only-then-rewrite discipline
*>      sqrtret uses -- nothing is dropped on the floor; its extended-
*>      precision answers on sqrt.xout and its group statistics on
*>      sqrt.grp (rows that carry the run id themselves, no HDR1/TRL1)
*>      are lifted the same way into sqrt.xout.B<runid> and
*>      sqrt.grp.B<runid>;
*>   2. puts every sqrt.hist row the run added or changed back as it
*>      stood, off the before-image journal (sqrt.hist.bimg) -- all
*>      but a row a later run has written or matched since: that row
*>      holds the later run's answer, so it is left as it stands and
*>      listed as not reversed, for the operator to review;
*>   3. withdraws every keyed results-master (sqrt.out.ksds) entry
*>      the run posted -- the master holds only the latest answer,
*>      so such a serial shows no answer there until it is rerun;
*>   4. appends compensating "R" (reversal) rows to sqrt.audit for
*>      every answer ("D") and group statistic ("G") the run audited,
*>      sealed under their own trailer, and likewise to sqrt.xaudit
*>      for every extended answer ("X"), instead of deleting anything
*>      -- the tamper-evident groups stay intact and the reversal is
*>      itself auditable. sqrt.audit's group is appended last: it is
*>      what marks the run reversed;
*>   5. marks the run 'B' (backed out) on sqrt.runctl, so the day's
*>      rerun is permitted without SQRT_FORCE. A split run merged by
*>      sqrtmerge has no row there: its partitions' ledgers
*>      (sqrt.runctl.pNN) each carry an 'M' row naming the merged run
*>      id, and each such ledger gets the 'B' instead, so the
*>      partitions' rerun is let through the same way.
*> Every step is recorded on the estate-wide action log.
*>
*> A run is taken as already backed out when its "R" group is on the
*> audit trail (sealed volumes or live), or a ledger already carries
*> its 'B': nothing is reversed twice, but any ledger still missing
*> its 'B' -- a backout stopped short of the marks -- gets it.
*>
*>   SQRT_BKOT_RUNID  the run to reverse; defaults to sqrt.sumr's
*>   SQRT_INPUT_FILE  the input dataset SQRT enqueues on, held for
*>                    the duration so no run can start mid-backout
*>
*> RETURN-CODE: 0 backed out, 4 already backed out, nothing of the
*> run found, or backed out with sqrt.hist rows a later run changed
*> left standing (listed), 8 no run id / dataset locked / a side
*> file failed verification (the file it was cut from is left
*> untouched and the run is NOT marked reversed), 22 the operator
*> holds no RESTORE entitlement on sqrt.auth.

identification division.
program-id. sqrtbkot.

environment division.

input-output section.
file-control.
    select sumRecFile assign to "sqrt.sumr"
        organization is line sequential
        file status is sumRecStatus.
    select runCtlFile assign to dynamic runCtlFname
        organization is line sequential
        file status is runCtlStatus.
    select liveFile assign to dynamic liveFname
        organization is line sequential
        file status is liveStatus.
    select keepFile assign to dynamic keepFname
        organization is line sequential
        file status is keepStatus.
    select volumeFile assign to dynamic volumeFname
        organization is line sequential
        file status is volumeStatus.
    select historyFile assign to "sqrt.hist"
        organization is indexed
        access mode is dynamic
        record key is histKey
        file status is histFileStatus.
    select histBimgFile assign to "sqrt.hist.bimg"
        organization is line sequential
        file status is histBimgStatus.
    select auditFile assign to dynamic auditFname
        organization is line sequential
        file status is auditFileStatus.
    select indexFile assign to "sqrtaudv.idx"
        organization is line sequential
        file status is indexStatus.
    select revFile assign to dynamic revFname
        organization is line sequential
        file status is revStatus.
    select xAuditFile assign to "sqrt.xaudit"
        organization is line sequential
        file status is xAuditStatus.
    select xRevFile assign to dynamic xRevFname
        organization is line sequential
        file status is xRevStatus.

data division.

file section.
fd sumRecFile.
    copy "sqrtstat.cpy" replacing leading ==stat== by ==sumRec==.
fd runCtlFile.
    01 runCtlRecord.
       02 rcDate   pic x(08).
       02 rcRunId  pic x(14).
       02 rcStatus pic x(01).
       02 rcCode   pic 9(03).
       02 rcSeq    pic 9(02).
       02 rcFill   pic x(12).
fd liveFile.
    01 liveRecord pic x(256).
fd keepFile.
    01 keepRecord pic x(256).
fd volumeFile.
    01 volumeRecord pic x(256).
fd historyFile.
    copy "sqrthist.cpy".
fd histBimgFile.
    copy "sqrthbim.cpy".
fd auditFile.
    copy "sqrtaudit.cpy".
fd indexFile.
    01 indexRecord.
       02 ixMonth  pic x(07).
       02 filler   pic x(01).
       02 ixVolume pic x(20).
       02 filler   pic x(01).
       02 ixRows   pic 9(09).
       02 filler   pic x(01).
       02 ixSealed pic x(08).
       02 filler   pic x(01).
       02 ixSum    pic x(12).
       02 filler   pic x(01).
       02 ixState  pic x(01).
       02 filler   pic x(01).
       02 ixScrub  pic x(08).
fd revFile.
    copy "sqrtaudit.cpy" replacing leading ==audit== by ==rev==
        leading ==audTrl== by ==revTrl==.
fd xAuditFile.
    copy "sqrtxaud.cpy".
fd xRevFile.
    copy "sqrtxaud.cpy" replacing leading ==xAudit== by ==xRev==
        leading ==xAudTrl== by ==xRevTrl==.

working-storage section.
77 sumRecStatus    pic x(02).
77 runCtlStatus    pic x(02).
77 liveStatus      pic x(02).
77 keepStatus      pic x(02).
77 volumeStatus    pic x(02).
77 histFileStatus  pic x(02).
77 histBimgStatus  pic x(02).
77 auditFileStatus pic x(02).
77 indexStatus     pic x(02).
77 revStatus       pic x(02).
77 xAuditStatus    pic x(02).
77 xRevStatus      pic x(02).
77 liveFname       pic x(30) value spaces.
77 keepFname       pic x(40) value spaces.
77 volumeFname     pic x(40) value spaces.
77 auditFname      pic x(30) value "sqrt.audit".
77 revFname        pic x(40) value spaces.
77 xRevFname       pic x(40) value spaces.
77 runCtlFname     pic x(30) value "sqrt.runctl".

77 runCtlEofSw  pic x(01) value "N".
    88 runCtlAtEof value "Y".
77 liveEofSw    pic x(01) value "N".
    88 liveAtEof value "Y".
77 sideEofSw    pic x(01) value "N".
    88 sideAtEof value "Y".
77 bimgEofSw    pic x(01) value "N".
    88 bimgAtEof value "Y".
77 auditEofSw   pic x(01) value "N".
    88 auditAtEof value "Y".
77 indexEofSw   pic x(01) value "N".
    88 indexAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> ------------------------The Run Being Reversed--------------------------
77 bkRunId      pic x(14) value spaces.
77 bkRunDate    pic x(08) value spaces.
77 bkRunSeq     pic 9(02) value 0.
77 bkCtlSw      pic x(01) value "N".
    88 bkOnRunCtl value "Y".
77 bkDoneSw     pic x(01) value "N".
    88 bkAlreadyDone value "Y".
77 ctlMarkedSw  pic x(01) value "N".
    88 ctlMarked value "Y".
77 revGroupSw   pic x(01) value "N".
    88 revGroupFound value "Y".
*> "C" gather the run's answers for reversal, "P" look for an "R"
*> group an earlier backout left
77 auditScanMode pic x(01) value "C".

*> The partition ledgers of a merged run: the partition, the run date
*> and sequence off its 'M' row, and whether it already has its 'B'.
77 partIdx      pic 9(03) value 0.
77 partLinkCount pic 9(02) value 0.
01 partLinkTable.
    02 partLinkEntry occurs 99 times.
        03 plDate   pic x(08).
        03 plSeq    pic 9(02).
        03 plLinked pic x(01).
        03 plMarked pic x(01).
77 wsDateTime   pic x(21).

*> ------------------------Group Strip (sqrt.out / sqrt.csv)--------------
*> "O" sqrt.out control records, "C" sqrt.csv control rows, "X"
*> sqrt.xout and "G" sqrt.grp rows (each row names its own run)
77 stripKind    pic x(01) value space.
77 inGroupSw    pic x(01) value "N".
    88 inGroup value "Y".
77 hdrMatchSw   pic x(01) value "N".
    88 hdrMatches value "Y".
77 hdrSeenSw    pic x(01) value "N".
    88 hdrSeen value "Y".
77 trlSeenSw    pic x(01) value "N".
    88 trlSeen value "Y".
77 strippedCount pic 9(09) value 0.
77 keptCount    pic 9(09) value 0.
77 chkKept      pic 9(09) value 0.
77 chkStripped  pic 9(09) value 0.
77 outStripped  pic 9(09) value 0.
77 csvStripped  pic 9(09) value 0.
77 xoutStripped pic 9(09) value 0.
77 grpStripped  pic 9(09) value 0.
*> Interface to the shared output control-record verifier
77 ovFname pic x(30) value spaces.
77 ovKind  pic x(01) value space.
77 ovRc    pic 9(01) value 0.

*> ------------------------History Restore--------------------------------
77 restoredCount pic 9(09) value 0.
77 removedCount  pic 9(09) value 0.
77 laterCount    pic 9(09) value 0.
77 editRadicand  pic -(15)9.9(6).
77 editEpsilon   pic 9.9(9).
77 histWasOnFileSw pic x(01) value "N".
    88 histWasOnFile value "Y".

*> ------------------------Audit Reversal---------------------------------
77 revCount     pic 9(07) value 0.
77 revStamp     pic x(19) value spaces.
77 revRootSum   pic 9(16)v9(6) value 0.
77 revIterSum   pic 9(12) value 0.
77 revCopied    pic 9(07) value 0.
77 xRevCount    pic 9(07) value 0.
77 xRevCopied   pic 9(07) value 0.
77 xRevHighSeq  pic 9(07) value 0.
77 xRevRootSum  pic 9(12)v9(20) value 0.
77 xRevFoundSw  pic x(01) value "N".
    88 xRevFound value "Y".

77 failSw       pic x(01) value "N".
    88 stepFailed value "Y".
77 editCount    pic zzz,zzz,zz9.
77 cblRc        pic s9(9) comp-5 value zero.
77 withdrawnCount pic 9(09) value 0.

*> Interface to the shared sqrtomst keyed results master
77 omsAction pic x(01) value spaces.
copy "sqrtomst.cpy" replacing leading ==om== by ==oms==.
77 omsCount  pic 9(09) value 0.
77 omsRc     pic 9(01) value 0.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTBKOT".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTBKOT".
77 authPriv     pic x(08) value "RESTORE".
77 authObject   pic x(30) value "run backout".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

*> Shop-standard enqueue on the input dataset, the same one SQRT
*> itself claims, so no run starts while its outputs are rewritten
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTBKOT".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.dat".

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(24) value 'SQRT Run Backout'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    perform checkAuthority.
    display titleLine.
    display "  reversing run " bkRunId.
    display underLine1.
    perform findRunControl.
    perform findPriorReversal.
    if revGroupFound
        set bkAlreadyDone to true
    end-if.
    perform claimDataset.
    if lockRc is not equal to 0
        display "sqrtbkot: " function trim(lockDataset)
            " is locked by " lockOwner " -- not backing out"
        move 8 to return-code
        stop run
    end-if.
    if bkAlreadyDone
        display "sqrtbkot: run " bkRunId " is already backed out"
            " -- nothing reversed again"
        perform markReversed
        perform releaseDataset
        move 4 to return-code
        stop run
    end-if.

    move "sqrt.out" to liveFname.
    move "O" to stripKind.
    perform stripGroups thru stripGroups-done.
    if stepFailed
        perform abandon
    end-if.
    move strippedCount to outStripped.

    move "sqrt.csv" to liveFname.
    move "C" to stripKind.
    perform stripGroups thru stripGroups-done.
    if stepFailed
        perform abandon
    end-if.
    move strippedCount to csvStripped.

    move "sqrt.xout" to liveFname.
    move "X" to stripKind.
    perform stripGroups thru stripGroups-done.
    if stepFailed
        perform abandon
    end-if.
    move strippedCount to xoutStripped.

    move "sqrt.grp" to liveFname.
    move "G" to stripKind.
    perform stripGroups thru stripGroups-done.
    if stepFailed
        perform abandon
    end-if.
    move strippedCount to grpStripped.

    perform restoreHistory.
    perform withdrawResults.
    perform reverseWideAudit thru reverseWideAudit-done.
    if stepFailed
        perform abandon
    end-if.
    perform reverseAudit thru reverseAudit-done.
    if stepFailed
        perform abandon
    end-if.

    display underLine1.
    if outStripped is equal to zero and csvStripped is equal to zero
            and xoutStripped is equal to zero
            and grpStripped is equal to zero
            and restoredCount is equal to zero
            and removedCount is equal to zero
            and withdrawnCount is equal to zero
            and revCount is equal to zero and not bkOnRunCtl
            and xRevCount is equal to zero
            and partLinkCount is equal to zero
        display "sqrtbkot: nothing of run " bkRunId " found anywhere"
        perform releaseDataset
        move 4 to return-code
        stop run
    end-if.
    perform markReversed.
    perform releaseDataset.
    if laterCount is greater than zero
        display "sqrtbkot: run " bkRunId " backed out, but not the"
            " sqrt.hist rows listed above -- review them"
        move 4 to return-code
        stop run
    end-if.
    display "sqrtbkot: run " bkRunId " backed out.".
    stop run.

*> A step that could not prove its own work stops the backout where
*> it stands: the run is not marked reversed, so nobody reruns on
*> top of a half-reversed night.
abandon.
    display "sqrtbkot: backout of " bkRunId " STOPPED -- run NOT"
        " marked reversed; correct and rerun the backout".
    move "BKOUT-FAIL" to algAction.
    move spaces to algObject.
    string bkRunId " at " function trim(liveFname)
        delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.
    perform releaseDataset.
    move 8 to return-code.
    stop run.

*> ------------------------Run-control Ledger------------------------------

*> The run's own 'S'/'F' rows give its date and run sequence; a 'B'
*> row already there means this run has been reversed before. Then
*> every partition ledger, for the 'M' rows a merge left naming it.
findRunControl.
    move bkRunId(1:8) to bkRunDate.
    move "sqrt.runctl" to runCtlFname.
    move "N" to runCtlEofSw.
    open input runCtlFile.
    if runCtlStatus is equal to "00"
        perform frc1 thru frc1-exit until runCtlAtEof
        close runCtlFile
    end-if.
    move 0 to partLinkCount.
    perform findPartLinks
        varying partIdx from 1 by 1 until partIdx is greater than 99.

findPartLinks.
    move spaces to plDate(partIdx).
    move 0 to plSeq(partIdx).
    move "N" to plLinked(partIdx), plMarked(partIdx).
    move spaces to runCtlFname.
    string "sqrt.runctl.p" partIdx(2:2) delimited by size
        into runCtlFname
    end-string.
    move "N" to runCtlEofSw.
    open input runCtlFile.
    if runCtlStatus is not equal to "00"
        exit paragraph
    end-if.
    perform fpl1 thru fpl1-exit until runCtlAtEof.
    close runCtlFile.
    if plLinked(partIdx) is equal to "Y"
        add 1 to partLinkCount
        if plMarked(partIdx) is equal to "Y"
            set bkAlreadyDone to true
        end-if
    end-if.

fpl1.
    read runCtlFile at end set runCtlAtEof to true end-read.
    if runCtlAtEof or rcRunId is not equal to bkRunId
        go to fpl1-exit
    end-if.
    if rcStatus is equal to "M"
        move "Y" to plLinked(partIdx)
        move rcDate to plDate(partIdx)
        move rcSeq to plSeq(partIdx)
    end-if.
    if rcStatus is equal to "B"
        move "Y" to plMarked(partIdx)
    end-if.

fpl1-exit.
    exit.

frc1.
    read runCtlFile at end set runCtlAtEof to true end-read.
    if runCtlAtEof
        go to frc1-exit
    end-if.
    if rcRunId is not equal to bkRunId
        go to frc1-exit
    end-if.
    if rcStatus is equal to "B"
        set bkAlreadyDone to true
        set ctlMarked to true
        go to frc1-exit
    end-if.
    set bkOnRunCtl to true.
    move rcDate to bkRunDate.
    move rcSeq to bkRunSeq.

frc1-exit.
    exit.

*> The 'B' row cancels the run's 'F' for SQRT's duplicate-run check,
*> so the day's rerun goes through as an ordinary run. A merged run
*> (sqrtmerge) has no row on the unsplit ledger to cancel; its
*> partitions' ledgers are marked instead. A ledger already marked is
*> left alone.
markReversed.
    if partLinkCount is greater than zero
        perform markPartition
            varying partIdx from 1 by 1 until partIdx is greater than 99
    end-if.
    if ctlMarked
        exit paragraph
    end-if.
    if not bkOnRunCtl
        if partLinkCount is equal to zero
            display "  (run " bkRunId " has no sqrt.runctl row --"
                " nothing to mark)"
        end-if
        exit paragraph
    end-if.
    move "sqrt.runctl" to runCtlFname.
    open extend runCtlFile.
    if runCtlStatus is equal to "35"
        open output runCtlFile
    end-if.
    move spaces to runCtlRecord.
    move bkRunDate to rcDate.
    move bkRunId to rcRunId.
    move "B" to rcStatus.
    move 0 to rcCode.
    move bkRunSeq to rcSeq.
    write runCtlRecord.
    close runCtlFile.
    display "  sqrt.runctl        : run marked backed out; the rerun"
        " is permitted".
    move "BKOUT-RUNCTL" to algAction.
    move bkRunId to algObject.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.

markPartition.
    if plLinked(partIdx) is not equal to "Y"
            or plMarked(partIdx) is equal to "Y"
        exit paragraph
    end-if.
    move spaces to runCtlFname.
    string "sqrt.runctl.p" partIdx(2:2) delimited by size
        into runCtlFname
    end-string.
    open extend runCtlFile.
    if runCtlStatus is not equal to "00"
        display "  " runCtlFname(1:19) ": could not be marked (status "
            runCtlStatus ")"
        exit paragraph
    end-if.
    move spaces to runCtlRecord.
    move plDate(partIdx) to rcDate.
    move bkRunId to rcRunId.
    move "B" to rcStatus.
    move 0 to rcCode.
    move plSeq(partIdx) to rcSeq.
    write runCtlRecord.
    close runCtlFile.
    move "Y" to plMarked(partIdx).
    display "  " runCtlFname(1:19) ": partition marked backed out;"
        " its rerun is permitted".
    move "BKOUT-RUNCTL" to algAction.
    move spaces to algObject.
    string bkRunId " p" partIdx(2:2) delimited by size
        into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.

*> ------------------------Group Strip (sqrt.out / sqrt.csv)--------------

*> Every HDR1 group carrying the run id -- a restarted run leaves one
*> per attempt -- goes to the side volume, everything else to the
*> keep file; both are re-counted before the live file is rewritten.
stripGroups.
    move "N" to failSw.
    move 0 to strippedCount, keptCount, chkKept, chkStripped.
    move "N" to inGroupSw.
    move spaces to keepFname.
    string function trim(liveFname) ".bkot"
        delimited by size into keepFname
    end-string.
    move spaces to volumeFname.
    string function trim(liveFname) ".B" bkRunId
        delimited by size into volumeFname
    end-string.
    move "N" to liveEofSw.
    open input liveFile.
    if liveStatus is not equal to "00"
        display "  " function trim(liveFname) " not on file -- skipped"
        go to stripGroups-done
    end-if.
    open output keepFile.
    open output volumeFile.
    perform sg1 thru sg1-exit until liveAtEof.
    close liveFile, keepFile, volumeFile.
    if strippedCount is equal to zero
        call "CBL_DELETE_FILE" using keepFname returning cblRc
        end-call
        call "CBL_DELETE_FILE" using volumeFname returning cblRc
        end-call
        display "  " function trim(liveFname) " has no group for the"
            " run"
        go to stripGroups-done
    end-if.
    perform verifySides.
    if chkKept is not equal to keptCount
            or chkStripped is not equal to strippedCount
        display "  " function trim(liveFname) " side files FAILED"
            " verification -- live file untouched"
        set stepFailed to true
        go to stripGroups-done
    end-if.
    perform rewriteLive.
*> What is left must still pass the consumers' own control check;
*> sqrt.xout and sqrt.grp carry no control records to check.
    move 0 to ovRc.
    if stripKind is equal to "O" or stripKind is equal to "C"
        move liveFname to ovFname
        move stripKind to ovKind
        call "sqrtoutv" using ovFname, ovKind, ovRc end-call
    end-if.
    move strippedCount to editCount.
    display "  " liveFname(1:19) ": " editCount " line(s) lifted to "
        function trim(volumeFname).
    if ovRc is equal to 1
        display "  " function trim(liveFname) " remaining groups do"
            " NOT verify -- inspect before the rerun"
    end-if.
    move "BKOUT-STRIP" to algAction.
    move spaces to algObject.
    string function trim(liveFname) " " bkRunId
        delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.

stripGroups-done.
    exit.

sg1.
    read liveFile at end set liveAtEof to true end-read.
    if liveAtEof
        go to sg1-exit
    end-if.
    perform classifyLine.
*> A group abandoned by an abend never got its TRL1; the next HDR1
*> ends it, whoever's it is.
    if hdrSeen
        if hdrMatches
            set inGroup to true
        else
            move "N" to inGroupSw
        end-if
    end-if.
    if inGroup
        write volumeRecord from liveRecord
        add 1 to strippedCount
        if trlSeen
            move "N" to inGroupSw
        end-if
    else
        write keepRecord from liveRecord
        add 1 to keptCount
    end-if.

sg1-exit.
    exit.

classifyLine.
    move "N" to hdrSeenSw, hdrMatchSw, trlSeenSw.
*> sqrt.xout (sqrtxres.cpy xResultRunId, columns 75-88) and sqrt.grp
*> (sqrtgres.cpy grpResRunId, columns 67-80) rows each name their
*> run: every row is a group of one.
    if stripKind is equal to "X" or stripKind is equal to "G"
        set hdrSeen to true
        set trlSeen to true
        if stripKind is equal to "X"
                and liveRecord(75:14) is equal to bkRunId
            set hdrMatches to true
        end-if
        if stripKind is equal to "G"
                and liveRecord(67:14) is equal to bkRunId
            set hdrMatches to true
        end-if
        exit paragraph
    end-if.
*> sqrt.out's control view (sqrtresult.cpy resultCtlRec): the tag in
*> columns 1-4, the run id in 5-18.
    if stripKind is equal to "O"
        if liveRecord(1:4) is equal to "HDR1"
            set hdrSeen to true
            if liveRecord(5:14) is equal to bkRunId
                set hdrMatches to true
            end-if
        end-if
        if liveRecord(1:4) is equal to "TRL1"
            set trlSeen to true
        end-if
    else
        if liveRecord(1:5) is equal to "HDR1,"
            set hdrSeen to true
            if liveRecord(6:14) is equal to bkRunId
                set hdrMatches to true
            end-if
        end-if
        if liveRecord(1:5) is equal to "TRL1,"
            set trlSeen to true
        end-if
    end-if.

verifySides.
    move "N" to sideEofSw.
    open input keepFile.
    if keepStatus is equal to "00"
        perform until sideAtEof
            read keepFile
                at end set sideAtEof to true
                not at end add 1 to chkKept
            end-read
        end-perform
        close keepFile
    end-if.
    move "N" to sideEofSw.
    open input volumeFile.
    if volumeStatus is equal to "00"
        perform until sideAtEof
            read volumeFile
                at end set sideAtEof to true
                not at end add 1 to chkStripped
            end-read
        end-perform
        close volumeFile
    end-if.

*> Line-sequential files have no delete-in-place: the live file is
*> rewritten from the verified keep file, which is then removed.
rewriteLive.
    move "N" to sideEofSw.
    open input keepFile.
    open output liveFile.
    perform rl1 thru rl1-exit until sideAtEof.
    close keepFile, liveFile.
    call "CBL_DELETE_FILE" using keepFname returning cblRc
    end-call.

rl1.
    read keepFile at end set sideAtEof to true end-read.
    if not sideAtEof
        write liveRecord from keepRecord
    end-if.

rl1-exit.
    exit.

*> ------------------------History Restore--------------------------------

*> Each key appears on the journal once per run (its first touch), so
*> applying the run's rows front to back leaves every row exactly as
*> it stood before the run: a replaced row gets its before-image
*> back, an added row is removed.
restoreHistory.
    move "N" to bimgEofSw.
    open input histBimgFile.
    if histBimgStatus is not equal to "00"
        display "  sqrt.hist          : no before-image journal --"
            " master left as it is"
        exit paragraph
    end-if.
    open i-o historyFile.
    if histFileStatus is not equal to "00"
        display "  sqrt.hist          : master not on file (status "
            histFileStatus ")"
        close histBimgFile
        exit paragraph
    end-if.
    perform rh1 thru rh1-exit until bimgAtEof.
    close histBimgFile, historyFile.
    move restoredCount to editCount.
    display "  sqrt.hist          : " editCount " row(s) restored".
    move removedCount to editCount.
    display "                       " editCount " added row(s) removed".
    if laterCount is greater than zero
        move laterCount to editCount
        display "                       " editCount " NOT reversed:"
            " changed by a later run since (listed above)"
    end-if.
    move "BKOUT-HIST" to algAction.
    move spaces to algObject.
    string "sqrt.hist " bkRunId delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.

rh1.
    read histBimgFile at end set bimgAtEof to true end-read.
    if bimgAtEof
        go to rh1-exit
    end-if.
    if hbRunId is not equal to bkRunId
        go to rh1-exit
    end-if.
    move hbImage to histRecord.
    move "N" to histWasOnFileSw.
    read historyFile key is histKey
        invalid key continue
        not invalid key set histWasOnFile to true
    end-read.
*> A later run has written or matched the row since: its answer is
*> the later run's now, and is not the backout's to take away.
    if histWasOnFile and histRunStamp is greater than bkRunId
        add 1 to laterCount
        move histRadicand to editRadicand
        move histEpsilon to editEpsilon
        display "    not reversed: " function trim(editRadicand)
            " eps " editEpsilon " -- changed by run " histRunStamp
        go to rh1-exit
    end-if.
    if hbAdded
        if histWasOnFile
            delete historyFile record
                invalid key continue
                not invalid key add 1 to removedCount
            end-delete
        end-if
        go to rh1-exit
    end-if.
    move hbImage to histRecord.
    if histWasOnFile
        rewrite histRecord
            invalid key continue
            not invalid key add 1 to restoredCount
        end-rewrite
    else
        write histRecord
            invalid key continue
            not invalid key add 1 to restoredCount
        end-write
    end-if.

rh1-exit.
    exit.

*> ------------------------Results Master----------------------------------

withdrawResults.
    move spaces to omsRecord.
    move bkRunId to omsRunId.
    move "W" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    if omsRc is not equal to 0
        display "  sqrt.out.ksds      : results master not on file"
        exit paragraph
    end-if.
    move omsCount to withdrawnCount.
    move "X" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    move withdrawnCount to editCount.
    display "  sqrt.out.ksds      : " editCount " entry(ies) withdrawn".
    move "BKOUT-OMST" to algAction.
    move spaces to algObject.
    string "sqrt.out.ksds " bkRunId delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.

*> ------------------------Audit Reversal---------------------------------

*> The reversal rows are gathered off every sealed volume and the live
*> trail into a side file first (the live trail cannot be appended to
*> while it is being read), then appended to sqrt.audit as one group
*> under the run's own id, closed by its own trailer so the audit
*> verifier certifies the reversal like any other run group.
reverseAudit.
    move "N" to failSw.
    move 0 to revCount, revRootSum, revIterSum, revCopied.
    move spaces to revFname.
    string "sqrt.audit.B" bkRunId delimited by size into revFname
    end-string.
    open output revFile.
    open input indexFile.
    if indexStatus is equal to "00"
        perform volPass thru volPass-exit until indexAtEof
        close indexFile
    end-if.
    move "sqrt.audit" to auditFname.
    move "C" to auditScanMode.
    perform collectOneAudit.
    close revFile.
    if revCount is equal to zero
        call "CBL_DELETE_FILE" using revFname returning cblRc
        end-call
        display "  sqrt.audit         : no audited answers for the run"
        go to reverseAudit-done
    end-if.
    open extend auditFile.
    if auditFileStatus is equal to "35"
        open output auditFile
    end-if.
    move "N" to sideEofSw.
    open input revFile.
    perform ra1 thru ra1-exit until sideAtEof.
    close revFile.
    if revCopied is not equal to revCount
        close auditFile
        display "  sqrt.audit         : reversal side file re-read "
            revCopied " of " revCount " rows -- group left unsealed"
        set stepFailed to true
        go to reverseAudit-done
    end-if.
    move spaces to auditTrailerRec.
    move bkRunId to audTrlRunId.
    compute audTrlSeq = revCount + 1.
    move "T" to audTrlRecType.
    move revCount to audTrlCount.
    move revRootSum to audTrlRootSum.
    move revIterSum to audTrlIterSum.
    perform stampNow.
    move revStamp to audTrlTimestamp.
    write auditTrailerRec.
    close auditFile.
    call "CBL_DELETE_FILE" using revFname returning cblRc
    end-call.
    move revCount to editCount.
    display "  sqrt.audit         : " editCount " reversal row(s)"
        " appended".
    move "BKOUT-AUDIT" to algAction.
    move spaces to algObject.
    string "sqrt.audit " bkRunId delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.

reverseAudit-done.
    exit.

ra1.
    read revFile at end set sideAtEof to true end-read.
    if not sideAtEof
        write auditRecord from revRecord
        add 1 to revCopied
    end-if.

ra1-exit.
    exit.

volPass.
    read indexFile at end set indexAtEof to true end-read.
    if indexAtEof or ixVolume is equal to spaces
        go to volPass-exit
    end-if.
    move ixVolume to auditFname.
    perform collectOneAudit.

volPass-exit.
    exit.

collectOneAudit.
    move "N" to auditEofSw.
    open input auditFile.
    if auditFileStatus is not equal to "00"
        exit paragraph
    end-if.
    if auditScanMode is equal to "P"
        perform pr1 thru pr1-exit until auditAtEof or revGroupFound
    else
        perform ca1 thru ca1-exit until auditAtEof
    end-if.
    close auditFile.

*> An "R" group under the run's id, off any sealed volume or the live
*> trail, is an earlier backout's reversal of it.
findPriorReversal.
    move "N" to revGroupSw.
    move "P" to auditScanMode.
    move "N" to indexEofSw.
    open input indexFile.
    if indexStatus is equal to "00"
        perform volPass thru volPass-exit
            until indexAtEof or revGroupFound
        close indexFile
    end-if.
    if not revGroupFound
        move "sqrt.audit" to auditFname
        perform collectOneAudit
    end-if.
    move "C" to auditScanMode.
    move "N" to indexEofSw.

pr1.
    read auditFile at end set auditAtEof to true end-read.
    if auditAtEof
        go to pr1-exit
    end-if.
    if auditRecType is equal to "R" and auditRunId is equal to bkRunId
        set revGroupFound to true
    end-if.

pr1-exit.
    exit.

*> One compensating row per answer and group statistic the run
*> audited: the row's own fields, re-typed "R" and re-sequenced into
*> the reversal group.
ca1.
    read auditFile at end set auditAtEof to true end-read.
    if auditAtEof
        go to ca1-exit
    end-if.
    if auditRunId is not equal to bkRunId
        go to ca1-exit
    end-if.
    if auditRecType is not equal to "D"
            and auditRecType is not equal to "G"
        go to ca1-exit
    end-if.
    move auditRecord to revRecord.
    add 1 to revCount.
    move revCount to revSeq.
    move "R" to revRecType.
    perform stampNow.
    move revStamp to revTimestamp.
    add revRoot to revRootSum
        on size error continue
    end-add.
    add revIter to revIterSum
        on size error continue
    end-add.
    write revRecord.

ca1-exit.
    exit.

*> The run's extended answers on sqrt.xaudit, reversed the same way
*> through a side file: each "X" row re-typed "R", keeping its own
*> sequence number so it still joins the sqrt.audit row of the answer
*> it withdraws, and the group sealed by a "T" trailer numbered after
*> the last of them. The extended trail is never sealed into a
*> volume, so the live file is the only place to look. An "R" row
*> already there for the run is a reversal an earlier backout left.
reverseWideAudit.
    move "N" to failSw, xRevFoundSw.
    move 0 to xRevCount, xRevCopied, xRevHighSeq, xRevRootSum.
    move spaces to xRevFname.
    string "sqrt.xaudit.B" bkRunId delimited by size into xRevFname
    end-string.
    move "N" to auditEofSw.
    open input xAuditFile.
    if xAuditStatus is not equal to "00"
        display "  sqrt.xaudit        : not on file -- skipped"
        go to reverseWideAudit-done
    end-if.
    open output xRevFile.
    perform xa1 thru xa1-exit until auditAtEof.
    close xAuditFile, xRevFile.
    if xRevFound or xRevCount is equal to zero
        call "CBL_DELETE_FILE" using xRevFname returning cblRc
        end-call
        move 0 to xRevCount
        if xRevFound
            display "  sqrt.xaudit        : already reversed"
        else
            display "  sqrt.xaudit        : no extended answers for"
                " the run"
        end-if
        go to reverseWideAudit-done
    end-if.
    open extend xAuditFile.
    move "N" to sideEofSw.
    open input xRevFile.
    perform xr1 thru xr1-exit until sideAtEof.
    close xRevFile.
    if xRevCopied is not equal to xRevCount
        close xAuditFile
        display "  sqrt.xaudit        : reversal side file re-read "
            xRevCopied " of " xRevCount " rows -- group left unsealed"
        set stepFailed to true
        go to reverseWideAudit-done
    end-if.
    move spaces to xAuditTrailerRec.
    move bkRunId to xAudTrlRunId.
    compute xAudTrlSeq = xRevHighSeq + 1.
    move "T" to xAudTrlRecType.
    move xRevCount to xAudTrlCount.
    move xRevRootSum to xAudTrlRootSum.
    perform stampNow.
    move revStamp to xAudTrlTimestamp.
    write xAuditTrailerRec.
    close xAuditFile.
    call "CBL_DELETE_FILE" using xRevFname returning cblRc
    end-call.
    move xRevCount to editCount.
    display "  sqrt.xaudit        : " editCount " reversal row(s)"
        " appended".
    move "BKOUT-XAUD" to algAction.
    move spaces to algObject.
    string "sqrt.xaudit " bkRunId delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.

reverseWideAudit-done.
    exit.

xa1.
    read xAuditFile at end set auditAtEof to true end-read.
    if auditAtEof or xAuditRunId is not equal to bkRunId
        go to xa1-exit
    end-if.
    if xAuditRecType is equal to "R"
        set xRevFound to true
        go to xa1-exit
    end-if.
    if xAuditRecType is not equal to "X"
        go to xa1-exit
    end-if.
    move xAuditRecord to xRevRecord.
    add 1 to xRevCount.
    if xRevSeq is greater than xRevHighSeq
        move xRevSeq to xRevHighSeq
    end-if.
    move "R" to xRevRecType.
    perform stampNow.
    move revStamp to xRevTimestamp.
    add xRevRoot to xRevRootSum
        on size error continue
    end-add.
    write xRevRecord.

xa1-exit.
    exit.

xr1.
    read xRevFile at end set sideAtEof to true end-read.
    if not sideAtEof
        write xAuditRecord from xRevRecord
        add 1 to xRevCopied
    end-if.

xr1-exit.
    exit.

stampNow.
    move function current-date to wsDateTime.
    move spaces to revStamp.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into revStamp
    end-string.

*> ------------------------Dataset Enqueue---------------------------------

claimDataset.
    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.

releaseDataset.
    move return-code to cblRc.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    move cblRc to return-code.

*> ------------------------Parameter Resolution----------------------------

initParms.
    move "SQRT_BKOT_RUNID" to parmKey.
    perform getParm.
    move parmValue(1:14) to bkRunId.
    if bkRunId is equal to spaces
        open input sumRecFile
        if sumRecStatus is equal to "00"
            read sumRecFile
                at end continue
                not at end move sumRecRunId to bkRunId
            end-read
            close sumRecFile
        end-if
    end-if.
    if bkRunId is equal to spaces or bkRunId is not numeric
        display "sqrtbkot: SQRT_BKOT_RUNID must name the run to back"
            " out (no usable run id on sqrt.sumr either)"
        move 8 to return-code
        stop run
    end-if.
    move "SQRT_INPUT_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to lockDataset
    end-if.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------Operator Authority------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; all that
*> is left is to say why and stop before anything is touched.
checkAuthority.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    if authRc is equal to 2
        display "sqrtbkot: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrtbkot: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.

*> ------------------------------------------------------------------
