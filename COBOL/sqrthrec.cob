*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -        History Master Reconciliation to the Audit Trail        -
*> ------------------------------------------------------------------
*> sqrthchk proves each sqrt.hist row squares back to its radicand;
*> it cannot prove the row is an answer we actually produced and
*> recorded. A row folded in by sqrthxl from another environment, a
*> stale row a partial sqrthrb rebuild left standing, or a prewarmed
*> row whose audit row has since been trimmed is mathematically fine
*> and has no provenance. This matches every history row, by
*> radicand and epsilon, against the latest audited answer for the
*> pair -- the sealed sqrt.audit.Vyyyymm volumes off sqrtaudv.idx,
*> oldest first, then the live sqrt.audit -- and reports:
*>
*>   NO ORIGIN    a master row no audit detail row accounts for
*>                (listed with the master row's own stamp)
*>   ROOT DIFFERS a master row whose root is not the latest audited
*>                root for its pair
*>   NOT ON HIST  an audited pair the master no longer carries (a
*>                pair housekeeping aged out or sqrthchk quarantined
*>                shows here too: the list is the one to review)
*>
*> Only fresh convergences count as audited answers: a cache hit
*> ("C") stored nothing and may have been served off a tighter
*> epsilon's row. An answer whose run was backed out (sqrtbkot's
*> "R" reversal rows) is no answer at all -- the pair's audited
*> answer is the one before it, which is what the backout put back
*> on the master. A volume the scrub (sqrtscrb) has flagged unusable
*> is not read: its roots can't vouch for anything. Imaginary-mode
*> cache rows (negative radicands) are recorded on sqrt.cpx, never
*> on the trail; they are counted, not reported.
*>
*> The traces are written to a work file and SORTed on the pair --
*> no in-memory table and no row cap, the sqrtasof way -- and walked
*> one pair at a time.
*>
*> RETURN-CODE: 0 every row reconciled, 4 discrepancies listed, 8 no
*> history master to reconcile.

identification division.
program-id. sqrthrec.

environment division.

input-output section.
file-control.
    select historyFile assign to "sqrt.hist"
        organization is indexed
        access mode is dynamic
        record key is histKey
        file status is histFileStatus.
    select auditFile assign to dynamic auditFname
        organization is line sequential
        file status is auditFileStatus.
    select indexFile assign to "sqrtaudv.idx"
        organization is line sequential
        file status is indexStatus.
    select workFile assign to "sqrt.hrec.wrk"
        organization is line sequential
        file status is workStatus.
    select sortedFile assign to "sqrt.hrec.srt"
        organization is line sequential
        file status is sortedStatus.
    select sortFile assign to "sqrt.hrec.srtw".

data division.

file section.
fd historyFile.
    copy "sqrthist.cpy".
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
*> One trace of one pair: when, what kind ("A" an audited answer,
*> "M" the master row as it stands), which run, and the root. The
*> gather order breaks a tie on the stamp, so a pair answered twice
*> in the same second still takes the later row.
fd workFile.
    01 workRec.
       02 wkRadicand pic s9(15)v9(6) sign leading separate.
       02 wkEpsilon  pic v9(9).
       02 wkStamp    pic x(14).
       02 wkOrder    pic 9(09).
       02 wkKind     pic x(01).
       02 wkRun      pic x(14).
       02 wkRoot     pic 9(16)v9(6).
fd sortedFile.
    01 sortedRec.
       02 stRadicand pic s9(15)v9(6) sign leading separate.
       02 stEpsilon  pic v9(9).
       02 stStamp    pic x(14).
       02 stOrder    pic 9(09).
       02 stKind     pic x(01).
       02 stRun      pic x(14).
       02 stRoot     pic 9(16)v9(6).
sd sortFile.
    01 sortRec.
       02 sortRadicand pic s9(15)v9(6) sign leading separate.
       02 sortEpsilon  pic v9(9).
       02 sortStamp    pic x(14).
       02 sortOrder    pic 9(09).
       02 sortKind     pic x(01).
       02 sortRun      pic x(14).
       02 sortRoot     pic 9(16)v9(6).

working-storage section.
77 histFileStatus  pic x(02).
77 auditFileStatus pic x(02).
77 auditFname      pic x(30) value "sqrt.audit".
77 indexStatus     pic x(02).
77 workStatus      pic x(02).
77 sortedStatus    pic x(02).

77 histEofSw   pic x(01) value "N".
    88 histAtEof value "Y".
77 auditEofSw  pic x(01) value "N".
    88 auditAtEof value "Y".
77 indexEofSw  pic x(01) value "N".
    88 indexAtEof value "Y".
77 sortedEofSw pic x(01) value "N".
    88 sortedAtEof value "Y".
77 noMasterSw  pic x(01) value "N".
    88 noMaster value "Y".

*> Runs sqrtbkot has reversed, off their "R" rows; an answer under
*> one of these ids is passed over in the walk.
77 revMax   pic 9(03) value 200.
77 revCount pic 9(03) value 0.
77 revIdx   pic 9(03) value 0.
77 revFullSw pic x(01) value "N".
    88 revTableFull value "Y".
77 revFoundSw pic x(01) value "N".
    88 revFound value "Y".
77 revProbe pic x(14) value spaces.
01 revTable.
    02 revEntry occurs 200 times.
        03 tRevRunId pic x(14).

*> ------------------------One Pair's Picture---------------------------
77 pairOpenSw  pic x(01) value "N".
    88 pairOpen value "Y".
77 curRadicand pic s9(15)v9(6) value 0.
77 curEpsilon  pic v9(9) value 0.
77 auditedSw   pic x(01) value "N".
    88 pairAudited value "Y".
77 auditedRoot pic 9(16)v9(6) value 0.
77 auditedRun  pic x(14) value spaces.
77 masterSw    pic x(01) value "N".
    88 onMaster value "Y".
77 masterRoot  pic 9(16)v9(6) value 0.
77 masterStamp pic x(14) value spaces.

77 traceCount      pic 9(09) value 0.
77 reversedCount   pic 9(09) value 0.
77 masterCount     pic 9(09) value 0.
77 matchedCount    pic 9(07) value 0.
77 noOriginCount   pic 9(07) value 0.
77 differsCount    pic 9(07) value 0.
77 notOnHistCount  pic 9(07) value 0.
77 imagCount       pic 9(07) value 0.
77 editCount       pic zzz,zzz,zz9.

*> ------------------------Report Lines--------------------------------
01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(42) value
       'SQRT History Master / Audit Reconciliation'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

01 colHeads.
    02 filler pic x(8) value spaces.
    02 filler pic x(8) value 'Radicand'.
    02 filler pic x(5) value spaces.
    02 filler pic x(7) value 'Epsilon'.
    02 filler pic x(17) value spaces.
    02 filler pic x(11) value 'Master root'.
    02 filler pic x(12) value spaces.
    02 filler pic x(12) value 'Audited root'.
    02 filler pic x(1) value spaces.
    02 filler pic x(14) value 'Run'.
    02 filler pic x(2) value spaces.
    02 filler pic x(6) value 'Status'.

01 detailLine.
    02 filler pic x(1) value space.
    02 outRadicand pic -(11)9.9(6).
    02 filler pic x(1) value space.
    02 outEpsilon pic 9.9(9).
    02 filler pic x(1) value space.
    02 outMasterRoot pic z(15)9.9(6).
    02 filler pic x(1) value space.
    02 outAuditRoot pic z(15)9.9(6).
    02 filler pic x(1) value space.
    02 outRun pic x(14).
    02 filler pic x(2) value spaces.
    02 outStatus pic x(12).

*> --------------------------Main Program----------------------------------
procedure division.
    display titleLine.
    display underLine1.

*> Gather every audited answer and every master row, then put each
*> pair's traces in time order.
    open output workFile.
    perform gatherAudit.
    perform gatherMaster.
    close workFile.
    if noMaster
        move 8 to return-code
        stop run
    end-if.
    sort sortFile on ascending key sortRadicand sortEpsilon
            sortStamp sortOrder
        using workFile giving sortedFile.

    display colHeads.
    display underLine1.
    move "N" to sortedEofSw.
    open input sortedFile.
    if sortedStatus is equal to "00"
        perform w1 thru w1-exit until sortedAtEof
        close sortedFile
    end-if.
    if pairOpen
        perform closePair
    end-if.
    if noOriginCount is equal to zero and differsCount is equal to zero
            and notOnHistCount is equal to zero
        display "  Every master row reconciles to the audit trail."
    end-if.
    display underLine1.
    move traceCount to editCount.
    display "  Audited answers read : " editCount.
    move reversedCount to editCount.
    display "    under reversed runs: " editCount.
    move masterCount to editCount.
    display "  Master rows read     : " editCount.
    move matchedCount to editCount.
    display "    reconciled         : " editCount.
    move noOriginCount to editCount.
    display "    no audit origin    : " editCount.
    move differsCount to editCount.
    display "    root differs       : " editCount.
    move imagCount to editCount.
    display "    imaginary-mode rows: " editCount.
    move notOnHistCount to editCount.
    display "  Audited, not on hist : " editCount.
    if revTableFull
        display "  * more than " revMax " reversed runs on the trail;"
            " answers under the rest were taken as standing"
    end-if.
    if noOriginCount is equal to zero and differsCount is equal to zero
            and notOnHistCount is equal to zero
        move 0 to return-code
    else
        move 4 to return-code
    end-if.
    stop run.

*> ------------------------Trace Gathering-------------------------------
*> Sealed volumes first, oldest first, then the live file.
gatherAudit.
    move "N" to indexEofSw.
    open input indexFile.
    if indexStatus is equal to "00"
        perform volPass thru volPass-exit until indexAtEof
        close indexFile
    end-if.
    move "sqrt.audit" to auditFname.
    perform scanOneAudit.

volPass.
    read indexFile at end set indexAtEof to true end-read.
    if indexAtEof or ixVolume is equal to spaces
        go to volPass-exit
    end-if.
    move ixVolume to auditFname.
    if ixState is equal to "U"
        display "  (skipping " function trim(auditFname)
            ", flagged unusable by the scrub " ixScrub ")"
        go to volPass-exit
    end-if.
    perform scanOneAudit.

volPass-exit.
    exit.

scanOneAudit.
    move "N" to auditEofSw.
    open input auditFile.
    if auditFileStatus is not equal to "00"
        display "  (skipping " function trim(auditFname)
            ", status " auditFileStatus ")"
        exit paragraph
    end-if.
    perform a1 thru a1-exit until auditAtEof.
    close auditFile.

a1.
    read auditFile at end set auditAtEof to true end-read.
    if auditAtEof
        go to a1-exit
    end-if.
    if auditRecType is equal to "R"
        move auditRunId to revProbe
        perform noteReversal
        go to a1-exit
    end-if.
    if auditRecType is not equal to "D" or auditCache is equal to "C"
        go to a1-exit
    end-if.
    move auditRadicand to wkRadicand.
    move auditEpsilon to wkEpsilon.
    move spaces to wkStamp.
    string auditTimestamp(1:4) auditTimestamp(6:2)
        auditTimestamp(9:2) auditTimestamp(12:2)
        auditTimestamp(15:2) auditTimestamp(18:2)
        delimited by size into wkStamp
    end-string.
    add 1 to traceCount.
    move traceCount to wkOrder.
    move "A" to wkKind.
    move auditRunId to wkRun.
    move auditRoot to wkRoot.
    write workRec.

a1-exit.
    exit.

*> One entry per reversed run, however many rows its reversal wrote.
noteReversal.
    perform findReversal.
    if revFound
        exit paragraph
    end-if.
    if revCount is not less than revMax
        set revTableFull to true
        exit paragraph
    end-if.
    add 1 to revCount.
    move revProbe to tRevRunId(revCount).

findReversal.
    move "N" to revFoundSw.
    perform varying revIdx from 1 by 1
            until revIdx is greater than revCount or revFound
        if tRevRunId(revIdx) is equal to revProbe
            set revFound to true
        end-if
    end-perform.

gatherMaster.
    move "N" to histEofSw.
    open input historyFile.
    if histFileStatus is not equal to "00"
        display "sqrthrec: no sqrt.hist to reconcile (status "
            histFileStatus ")"
        set noMaster to true
        exit paragraph
    end-if.
    move low-values to histKey.
    start historyFile key is greater than or equal to histKey
        invalid key set histAtEof to true
    end-start.
    perform m1 thru m1-exit until histAtEof.
    close historyFile.

m1.
    read historyFile next at end set histAtEof to true end-read.
    if histAtEof
        go to m1-exit
    end-if.
    add 1 to masterCount.
    move histRadicand to wkRadicand.
    move histEpsilon to wkEpsilon.
    move histRunStamp to wkStamp.
    move 0 to wkOrder.
    move "M" to wkKind.
    move histRunStamp to wkRun.
    move histRoot to wkRoot.
    write workRec.

m1-exit.
    exit.

*> ------------------------Pair Walk-----------------------------------
*> Each pair's traces arrive in time order; the last audited answer
*> not under a reversed run is the one the master should hold.
w1.
    read sortedFile at end set sortedAtEof to true end-read.
    if sortedAtEof
        go to w1-exit
    end-if.
    if pairOpen
        if stRadicand is not equal to curRadicand
                or stEpsilon is not equal to curEpsilon
            perform closePair
        end-if
    end-if.
    if not pairOpen
        perform openPair
    end-if.
    if stKind is equal to "M"
        set onMaster to true
        move stRoot to masterRoot
        move stStamp to masterStamp
        go to w1-exit
    end-if.
    move stRun to revProbe.
    perform findReversal.
    if revFound
        add 1 to reversedCount
        go to w1-exit
    end-if.
    set pairAudited to true.
    move stRoot to auditedRoot.
    move stRun to auditedRun.

w1-exit.
    exit.

openPair.
    set pairOpen to true.
    move stRadicand to curRadicand.
    move stEpsilon to curEpsilon.
    move "N" to auditedSw, masterSw.
    move spaces to auditedRun, masterStamp.
    move 0 to auditedRoot, masterRoot.

closePair.
    move "N" to pairOpenSw.
    if not onMaster and not pairAudited
        exit paragraph
    end-if.
    if onMaster and not pairAudited and curRadicand is less than zero
        add 1 to imagCount
        exit paragraph
    end-if.
    if onMaster and pairAudited and masterRoot is equal to auditedRoot
        add 1 to matchedCount
        exit paragraph
    end-if.
    move curRadicand to outRadicand.
    move curEpsilon to outEpsilon.
    move masterRoot to outMasterRoot.
    move auditedRoot to outAuditRoot.
    move auditedRun to outRun.
    evaluate true
        when not pairAudited
            move "NO ORIGIN" to outStatus
            move masterStamp to outRun
            add 1 to noOriginCount
        when not onMaster
            move "NOT ON HIST" to outStatus
            add 1 to notOnHistCount
        when other
            move "ROOT DIFFERS" to outStatus
            add 1 to differsCount
    end-evaluate.
    display detailLine.

*> ------------------------------------------------------------------
