*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -           History Master As-of Inquiry (point in time)         -
*> ------------------------------------------------------------------
*> sqrt.hist keeps only the latest answer for each radicand/epsilon
*> pair; once a pair is recomputed or re-loaded the earlier answer is
*> gone from the master. Auditors ask "what would the cache have
*> served on March 3rd?", and this answers it: for a pair, or every
*> pair in a radicand range, it reports the root the cache held at
*> the close of the given date, the run that wrote it, and whether a
*> later run superseded it.
*>
*> Every write to the master leaves a trace somewhere, and this
*> gathers them all:
*>   - the audit trail, the sealed sqrt.audit.Vyyyymm volumes off
*>     sqrtaudv.idx (oldest first) and then the live sqrt.audit: a
*>     fresh convergence ("D" row not served from the cache) is the
*>     moment SQRT, an express request or the prewarmer stored the
*>     answer
*>   - the history deltas, sqrt.histdelta (shipped to a standby) and
*>     sqrt.histdelta.pNN (a partitioned night's steps), each row
*>     stamped with the run that converged it
*>   - sqrt.hist itself, whose row stands for an answer loaded or
*>     rebuilt outside any run (sqrthxl, sqrthrb, sqrthsk) when it is
*>     the only trace: its stamp is the last run that wrote or
*>     matched it, so a row stamped before the date was held on it
*> A run sqrtbkot has backed out (its "R" reversal group, through
*> sqrtrvck.cob) put its answers back off the master when it was
*> backed out: its traces count only for a moment after the run and
*> before the backout, when the cache really did hold them. Outside
*> that they are passed over, so the answer the backout restored is
*> the one reported, and a reversed run never shows as superseding.
*> The traces are written to a work file and SORTed on the pair and
*> the stamp -- no in-memory table and no row cap, the sqrtrecon
*> way -- and walked one pair at a time.
*>
*>   SQRT_ASOF_DATE     the date to look back to, yyyymmdd (required);
*>                      the cache is reported as it stood at the
*>                      close of that day
*>   SQRT_ASOF_TIME     hhmmss within the date (default 235959)
*>   SQRT_ASOF_RADICAND one radicand; with SQRT_ASOF_EPSILON one pair
*>   SQRT_ASOF_EPSILON  the pair's epsilon (blank = every epsilon)
*>   SQRT_ASOF_RADLO / SQRT_ASOF_RADHI  a radicand range instead
*>                      (blank = open)
*>
*> A pair held on the date is listed CURRENT when the master still
*> serves that root, SUPERSEDED (with when, by which run and the root
*> now served) when a later run stored a different one, or GONE when
*> the row has since been purged or quarantined off the master.
*>
*> RETURN-CODE: 0 at least one pair held on the date, 4 nothing in
*> the selection was held then, 8 the date is missing or invalid.

identification division.
program-id. sqrtasof.

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
    select deltaFile assign to dynamic deltaFname
        organization is line sequential
        file status is deltaStatus.
    select workFile assign to "sqrt.asof.wrk"
        organization is line sequential
        file status is workStatus.
    select sortedFile assign to "sqrt.asof.srt"
        organization is line sequential
        file status is sortedStatus.
    select sortFile assign to "sqrt.asof.srtw".

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
fd deltaFile.
    copy "sqrthist.cpy" replacing leading ==hist== by ==histDel==.
*> One trace of one pair: when, what kind ("W" a write by a run, "M"
*> the master row as it stands today), which run, and the root.
fd workFile.
    01 workRec.
       02 wkRadicand pic s9(15)v9(6) sign leading separate.
       02 wkEpsilon  pic v9(9).
       02 wkStamp    pic x(14).
       02 wkKind     pic x(01).
       02 wkRun      pic x(14).
       02 wkRoot     pic 9(16)v9(6).
fd sortedFile.
    01 sortedRec.
       02 stRadicand pic s9(15)v9(6) sign leading separate.
       02 stEpsilon  pic v9(9).
       02 stStamp    pic x(14).
       02 stKind     pic x(01).
       02 stRun      pic x(14).
       02 stRoot     pic 9(16)v9(6).
sd sortFile.
    01 sortRec.
       02 sortRadicand pic s9(15)v9(6) sign leading separate.
       02 sortEpsilon  pic v9(9).
       02 sortStamp    pic x(14).
       02 sortKind     pic x(01).
       02 sortRun      pic x(14).
       02 sortRoot     pic 9(16)v9(6).

working-storage section.
77 histFileStatus  pic x(02).
77 auditFileStatus pic x(02).
77 auditFname      pic x(30) value "sqrt.audit".
77 indexStatus     pic x(02).
77 deltaStatus     pic x(02).
77 deltaFname      pic x(30) value spaces.
77 workStatus      pic x(02).
77 sortedStatus    pic x(02).

77 histEofSw   pic x(01) value "N".
    88 histAtEof value "Y".
77 auditEofSw  pic x(01) value "N".
    88 auditAtEof value "Y".
77 indexEofSw  pic x(01) value "N".
    88 indexAtEof value "Y".
77 deltaEofSw  pic x(01) value "N".
    88 deltaAtEof value "Y".
77 sortedEofSw pic x(01) value "N".
    88 sortedAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> ------------------------Selection------------------------------------
77 asofStamp   pic x(14) value spaces.
77 asofTime    pic x(06) value "235959".

*> Interface to the shared backed-out run check
77 rvkRunId pic x(14) value spaces.
77 rvkStamp pic x(14) value spaces.
77 rvkRc    pic 9(01) value 0.
77 traceDropSw pic x(01) value "N".
    88 traceDropped value "Y".
77 radLo       pic s9(15)v9(6) value -999999999999999.999999.
77 radHi       pic s9(15)v9(6) value  999999999999999.999999.
77 epsWanted   pic v9(9) value 0.
77 epsSw       pic x(01) value "N".
    88 epsSelected value "Y".
77 partIdx     pic 9(03) value 0.
77 partTxt     pic 9(02) value 0.

*> ------------------------One Pair's Picture---------------------------
77 pairOpenSw  pic x(01) value "N".
    88 pairOpen value "Y".
77 curRadicand pic s9(15)v9(6) value 0.
77 curEpsilon  pic v9(9) value 0.
77 heldSw      pic x(01) value "N".
    88 pairHeld value "Y".
77 heldRoot    pic 9(16)v9(6) value 0.
77 heldRun     pic x(14) value spaces.
77 heldStamp   pic x(14) value spaces.
77 laterSw     pic x(01) value "N".
    88 laterWrite value "Y".
77 laterRoot   pic 9(16)v9(6) value 0.
77 laterRun    pic x(14) value spaces.
77 laterStamp  pic x(14) value spaces.
77 prevRun     pic x(14) value spaces.
77 masterSw    pic x(01) value "N".
    88 onMaster value "Y".
77 masterRoot  pic 9(16)v9(6) value 0.
77 masterStamp pic x(14) value spaces.
77 heldByMasterSw pic x(01) value "N".
    88 heldByMaster value "Y".

77 traceCount      pic 9(09) value 0.
77 heldCount       pic 9(07) value 0.
77 currentCount    pic 9(07) value 0.
77 supersededCount pic 9(07) value 0.
77 goneCount       pic 9(07) value 0.
77 editCount       pic zzz,zzz,zz9.

*> ------------------------Report Lines--------------------------------
01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(30) value 'SQRT History As-of Inquiry'.

01 asofLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(24) value 'Cache as it stood at    '.
    02 outAsof pic x(19).

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

01 colHeads.
    02 filler pic x(8) value spaces.
    02 filler pic x(8) value 'Radicand'.
    02 filler pic x(5) value spaces.
    02 filler pic x(7) value 'Epsilon'.
    02 filler pic x(14) value spaces.
    02 filler pic x(9) value 'Root held'.
    02 filler pic x(3) value spaces.
    02 filler pic x(14) value 'Written by run'.
    02 filler pic x(2) value spaces.
    02 filler pic x(6) value 'Status'.

01 detailLine.
    02 filler pic x(1) value space.
    02 outRadicand pic -(11)9.9(6).
    02 filler pic x(1) value space.
    02 outEpsilon pic 9.9(9).
    02 filler pic x(1) value space.
    02 outRoot pic z(15)9.9(6).
    02 filler pic x(1) value space.
    02 outRun pic x(14).
    02 outMasterFlag pic x(01).
    02 filler pic x(1) value space.
    02 outStatus pic x(10).

01 supersedeLine.
    02 filler pic x(8) value spaces.
    02 filler pic x(14) value 'superseded on '.
    02 outLaterDate pic x(10).
    02 filler pic x(8) value ' by run '.
    02 outLaterRun pic x(14).
    02 filler pic x(11) value ', root now '.
    02 outLaterRoot pic z(15)9.9(6).

77 dateWork pic x(10) value spaces.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    display titleLine.
    move spaces to outAsof.
    string asofStamp(1:4) "-" asofStamp(5:2) "-" asofStamp(7:2) " "
        asofStamp(9:2) ":" asofStamp(11:2) ":" asofStamp(13:2)
        delimited by size into outAsof
    end-string.
    display asofLine.
    display underLine1.

*> Gather every trace of every selected pair, then put each pair's
*> traces in time order.
    open output workFile.
    perform gatherAudit.
    perform gatherDeltas.
    perform gatherMaster.
    close workFile.
    sort sortFile on ascending key sortRadicand sortEpsilon
            sortStamp sortKind
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
    if heldCount is equal to zero
        display "  Nothing in the selection was held on the cache then."
    end-if.
    display underLine1.
    move traceCount to editCount.
    display "  Traces examined     : " editCount.
    move heldCount to editCount.
    display "  Pairs held then     : " editCount.
    move currentCount to editCount.
    display "    still current     : " editCount.
    move supersededCount to editCount.
    display "    since superseded  : " editCount.
    move goneCount to editCount.
    display "    since gone        : " editCount.
    if heldByMaster
        display "  * stamp is the last run to write or match a row loaded"
        display "    outside any run; no earlier trace of it survives"
    end-if.
    if heldCount is equal to zero
        move 4 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

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

*> A cache hit stored nothing (and may have been served off a
*> tighter epsilon's row), so only fresh convergences are writes.
a1.
    read auditFile at end set auditAtEof to true end-read.
    if auditAtEof
        go to a1-exit
    end-if.
    if auditRecType is not equal to "D" or auditCache is equal to "C"
        go to a1-exit
    end-if.
    if auditRadicand is less than radLo
            or auditRadicand is greater than radHi
        go to a1-exit
    end-if.
    if epsSelected and auditEpsilon is not equal to epsWanted
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
    move auditRunId to rvkRunId.
    perform checkReversed.
    if traceDropped
        go to a1-exit
    end-if.
    move "W" to wkKind.
    move auditRunId to wkRun.
    move auditRoot to wkRoot.
    write workRec.
    add 1 to traceCount.

a1-exit.
    exit.

*> A trace of a backed-out run, wkStamp its moment, stands only if
*> it was written by the as-of moment and backed out after it.
checkReversed.
    move "N" to traceDropSw.
    call "sqrtrvck" using rvkRunId, rvkStamp, rvkRc end-call.
    if rvkRc is not equal to 1
        exit paragraph
    end-if.
    if rvkStamp is not greater than asofStamp
            or wkStamp is greater than asofStamp
        set traceDropped to true
    end-if.

*> The standby's shipped deltas, then each partition's.
gatherDeltas.
    move "sqrt.histdelta" to deltaFname.
    perform scanOneDelta.
    perform nextPartDelta
        varying partIdx from 1 by 1 until partIdx is greater than 99.

nextPartDelta.
    move partIdx to partTxt.
    move spaces to deltaFname.
    string "sqrt.histdelta.p" partTxt delimited by size into deltaFname
    end-string.
    perform scanOneDelta.

scanOneDelta.
    move "N" to deltaEofSw.
    open input deltaFile.
    if deltaStatus is not equal to "00"
        exit paragraph
    end-if.
    perform d1 thru d1-exit until deltaAtEof.
    close deltaFile.

d1.
    read deltaFile at end set deltaAtEof to true end-read.
    if deltaAtEof
        go to d1-exit
    end-if.
    if histDelRadicand is less than radLo
            or histDelRadicand is greater than radHi
        go to d1-exit
    end-if.
    if epsSelected and histDelEpsilon is not equal to epsWanted
        go to d1-exit
    end-if.
    move histDelRadicand to wkRadicand.
    move histDelEpsilon to wkEpsilon.
    move histDelRunStamp to wkStamp.
    move histDelRunStamp to rvkRunId.
    perform checkReversed.
    if traceDropped
        go to d1-exit
    end-if.
    move "W" to wkKind.
    move histDelRunStamp to wkRun.
    move histDelRoot to wkRoot.
    write workRec.
    add 1 to traceCount.

d1-exit.
    exit.

gatherMaster.
    move "N" to histEofSw.
    open input historyFile.
    if histFileStatus is not equal to "00"
        display "  (no sqrt.hist, status " histFileStatus
            " -- traces only)"
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
    if histRadicand is less than radLo
            or histRadicand is greater than radHi
        go to m1-exit
    end-if.
    if epsSelected and histEpsilon is not equal to epsWanted
        go to m1-exit
    end-if.
    move histRadicand to wkRadicand.
    move histEpsilon to wkEpsilon.
    move histRunStamp to wkStamp.
    move "M" to wkKind.
    move histRunStamp to wkRun.
    move histRoot to wkRoot.
    write workRec.
    add 1 to traceCount.

m1-exit.
    exit.

*> ------------------------Pair Walk-----------------------------------
*> Each pair's traces arrive in time order. The last write at or
*> before the as-of moment is the answer then held; the first later
*> write storing a different root is what superseded it. A run's
*> delta row and its audit row are the same write, seen twice, so a
*> repeat of the run just counted is passed over.
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
    if stRun is equal to prevRun
        go to w1-exit
    end-if.
    move stRun to prevRun.
    if stStamp is not greater than asofStamp
        set pairHeld to true
        move stRoot to heldRoot
        move stRun to heldRun
        move stStamp to heldStamp
        go to w1-exit
    end-if.
    if pairHeld and not laterWrite and stRoot is not equal to heldRoot
        set laterWrite to true
        move stRoot to laterRoot
        move stRun to laterRun
        move stStamp to laterStamp
    end-if.

w1-exit.
    exit.

openPair.
    set pairOpen to true.
    move stRadicand to curRadicand.
    move stEpsilon to curEpsilon.
    move "N" to heldSw, laterSw, masterSw.
    move spaces to heldRun, heldStamp, laterRun, laterStamp, prevRun,
        masterStamp.
    move 0 to heldRoot, laterRoot, masterRoot.

*> With no run's trace at or before the moment, a master row stamped
*> by then was loaded outside any run and has stood unchanged since.
closePair.
    move "N" to pairOpenSw.
    move space to outMasterFlag.
    if not pairHeld
        if onMaster and masterStamp is not greater than asofStamp
            set pairHeld to true
            move masterRoot to heldRoot
            move masterStamp to heldRun
            move "*" to outMasterFlag
            set heldByMaster to true
        else
            exit paragraph
        end-if
    end-if.
    add 1 to heldCount.
    move curRadicand to outRadicand.
    move curEpsilon to outEpsilon.
    move heldRoot to outRoot.
    move heldRun to outRun.
    evaluate true
        when laterWrite
            move "SUPERSEDED" to outStatus
            add 1 to supersededCount
        when not onMaster
            move "GONE" to outStatus
            add 1 to goneCount
        when masterRoot is not equal to heldRoot
            move "SUPERSEDED" to outStatus
            add 1 to supersededCount
        when other
            move "CURRENT" to outStatus
            add 1 to currentCount
    end-evaluate.
    display detailLine.
    if outStatus is not equal to "SUPERSEDED"
        exit paragraph
    end-if.
*> A root changed with no run's trace of the change (a re-load) is
*> dated by the master row's own stamp.
    if not laterWrite
        move masterRoot to laterRoot
        move masterStamp to laterRun
        move masterStamp to laterStamp
    end-if.
    move spaces to dateWork.
    string laterStamp(1:4) "-" laterStamp(5:2) "-" laterStamp(7:2)
        delimited by size into dateWork
    end-string.
    move dateWork to outLaterDate.
    move laterRun to outLaterRun.
    move laterRoot to outLaterRoot.
    display supersedeLine.

*> ------------------------Parameter Resolution----------------------------

initParms.
    move "SQRT_ASOF_DATE" to parmKey.
    perform getParm.
    if parmValue(1:8) is not numeric
            or function test-date-yyyymmdd(
                function numval(parmValue(1:8))) is not equal to 0
        display "sqrtasof: SQRT_ASOF_DATE must be a yyyymmdd date"
        move 8 to return-code
        stop run
    end-if.
    move parmValue(1:8) to asofStamp(1:8).
    move "SQRT_ASOF_TIME" to parmKey.
    perform getParm.
    if parmValue(1:6) is numeric
        move parmValue(1:6) to asofTime
    end-if.
    move asofTime to asofStamp(9:6).
    move "SQRT_ASOF_RADICAND" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval-f(parmValue) is equal to 0
        move function numval-f(parmValue) to radLo
        move radLo to radHi
    else
        move "SQRT_ASOF_RADLO" to parmKey
        perform getParm
        if parmValue is not equal to spaces
                and function test-numval-f(parmValue) is equal to 0
            move function numval-f(parmValue) to radLo
        end-if
        move "SQRT_ASOF_RADHI" to parmKey
        perform getParm
        if parmValue is not equal to spaces
                and function test-numval-f(parmValue) is equal to 0
            move function numval-f(parmValue) to radHi
        end-if
    end-if.
    move "SQRT_ASOF_EPSILON" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval-f(parmValue) is equal to 0
        move function numval-f(parmValue) to epsWanted
        set epsSelected to true
    end-if.

*> ------------------------------------------------------------------
