*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          Sequential History-resolution Pass (sqrt.hres)        -
*> ------------------------------------------------------------------
*> SQRT's findHist, and the same probe in sqrtvalid, sqrtsplit,
*> sqrtfcst and sqrtwarm, asks the keyed history master about one
*> record at a time -- a random read, and on a miss a START plus a
*> READ NEXT -- so on a large feed the night spent its time seeking
*> around sqrt.hist, five times over. This pass asks once, the way
*> the master is laid out: the night's detail records are sorted on
*> the history key and walked in step with sqrt.hist in a single
*> sequential pass, each settled the way findHist settles it (the
*> exact radicand/epsilon row, else the radicand's tightest row when
*> that is at least as tight as the epsilon asked for), and the
*> answers are put back in input order on the work file
*> (sqrthres.cpy) that the run and the pre-window utilities read
*> alongside the input through sqrthrlk.
*>
*> A radicand the input carries more than once is not settled here:
*> the run's own write for the first occurrence can change the answer
*> for the next, so those records are marked for a live read. Nor is
*> anything the run resolves outside the tier passes -- a restart, a
*> chain dependent, an express request -- which read the master as
*> they always have. The answers hold only while sqrt.hist stands as
*> the pass found it: run the pass after anything that writes the
*> master and before anything that reads the work file (SQRT removes
*> it once its own run has written the master; sqrtwarm, when it has
*> warmed anything; sqrtmerge, once the deltas are folded in), and a
*> consumer takes the file only on the day it was cut and only for
*> the input it was cut from.
*>
*>   SQRT_INPUT_FILE  the input to resolve (default sqrt.dat)
*>   SQRT_HRES_FILE   the work file written (default sqrt.hres);
*>                    sqrtsplit cuts <file>.pNN beside each partition
*>
*> RETURN-CODE: 0 resolved, 4 the input has no detail records (an
*> empty work file is still written), 8 no input (no work file, so
*> every consumer reads the master), 24 the input is locked.

identification division.
program-id. sqrthres.

environment division.

input-output section.
file-control.
    select inputFile assign to dynamic fname
        organization is line sequential
        file status is inputFileStatus.
    select reqFile assign to "sqrt.hres.req"
        organization is line sequential.
    select sortedReqFile assign to "sqrt.hres.srt"
        organization is line sequential.
    select reqSortFile assign to "sqrt.hres.srtw".
    select historyFile assign to "sqrt.hist"
        organization is indexed
        access mode is dynamic
        record key is histKey
        file status is histFileStatus.
    select wrkFile assign to "sqrt.hres.wrk"
        organization is line sequential.
    select resSortFile assign to "sqrt.hres.srtr".
    select hresFile assign to dynamic hresFname
        organization is line sequential
        file status is hresFileStatus.

data division.

file section.
fd inputFile.
    01 standardInput pic x(80).
*> One row per detail record to be resolved: the history key it asks
*> about and where it sits in the input.
fd reqFile.
    01 reqRecord.
       02 rqKey  pic x(31).
       02 rqSeq  pic 9(07).
fd sortedReqFile.
    01 sortedReqRecord pic x(38).
sd reqSortFile.
    01 reqSortRec.
       02 rsKey  pic x(31).
       02 rsSeq  pic 9(07).
fd historyFile.
    copy "sqrthist.cpy".
fd wrkFile.
    01 wrkRecord pic x(140).
sd resSortFile.
    01 resSortRec.
       02 rrSeq  pic 9(07).
       02 filler pic x(133).
fd hresFile.
    01 hresOutRecord pic x(140).

working-storage section.
77 fname           pic x(30) value "sqrt.dat".
77 hresFname       pic x(34) value "sqrt.hres".
77 inputFileStatus pic x(02).
77 histFileStatus  pic x(02).
77 hresFileStatus  pic x(02).
77 scratchFname    pic x(30) value spaces.
77 cblRc           pic s9(9) comp-5 value zero.

copy "sqrtrec.cpy".
01 tagView redefines lineStruct.
    02 recTag pic x(04).
    02 filler pic x(76).
01 hdrTagLit pic x(04) value 'HDR1'.
01 ctlTagLit pic x(04) value 'CTL1'.
01 trlTagLit pic x(04) value 'TRL1'.
01 cmtTagLit pic x(04) value 'CMT1'.
01 grpTagLit pic x(04) value 'GRP1'.
01 chnTagLit pic x(04) value 'CHN1'.

copy "sqrthres.cpy".

*> The request in hand and the one after it: a radicand equal to its
*> neighbour's, on either side, occurs more than once
01 curReq.
    02 curKey.
       03 curRadicand pic s9(15)v9(6) sign leading separate.
       03 curEpsilon  pic v9(9).
    02 curSeq      pic 9(07).
01 nxtReq.
    02 nxtKey      pic x(31).
    02 nxtSeq      pic 9(07).
77 sameNextSw      pic x(01) value "N".
    88 sameAsNext value "Y".
77 sameCarrySw     pic x(01) value "N".
    88 sameAsPrior value "Y".

77 inputEofSw      pic x(01) value "N".
    88 inputAtEof value "Y".
77 reqEofSw        pic x(01) value "N".
    88 reqAtEof value "Y".
77 histEndSw       pic x(01) value "N".
    88 histAtEnd value "Y".
77 histUsableSw    pic x(01) value "N".
    88 histUsable value "Y".

77 physCount       pic 9(07) value 0.
77 detailCount     pic 9(07) value 0.
77 exactCount      pic 9(07) value 0.
77 tighterCount    pic 9(07) value 0.
77 noneCount       pic 9(07) value 0.
77 liveCount       pic 9(07) value 0.
77 histReadCount   pic 9(09) value 0.
77 editCount       pic zzz,zzz,zz9.
77 runDateRaw      pic x(08) value spaces.
77 runTimeRaw      pic x(08) value spaces.
77 hresRc          pic s9(04) value 0.
77 rcDisp          pic ---9.

*> Shop-standard enqueue on the input (via sqrtlock.cob) so the pass
*> never reads a master mid-rewrite
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTHRES".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value spaces.

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(34) value 'History Resolution Pass'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    accept runDateRaw from date yyyymmdd.
    accept runTimeRaw from time.
    perform initParms.
    perform claimDataset.
    display titleLine.
    display underLine1.
*> Yesterday's answers must never outlive a failed pass tonight.
    call "CBL_DELETE_FILE" using hresFname returning cblRc end-call.
    open input inputFile.
    if inputFileStatus is not equal to "00"
        display "sqrthres: no " function trim(fname) " (status "
            inputFileStatus ") -- nothing to resolve"
        move 8 to hresRc
        go to finish
    end-if.
    open output reqFile.
    perform extractPass thru extractPass-exit until inputAtEof.
    close inputFile, reqFile.
    sort reqSortFile on ascending key rsKey rsSeq
        using reqFile giving sortedReqFile.
    perform mergePass thru mergePass-exit.
    sort resSortFile on ascending key rrSeq
        using wrkFile giving hresFile.
    perform dropScratch.
    display underLine1.
    move physCount to editCount.
    display "  Input records read  : " editCount.
    move detailCount to editCount.
    display "  Detail records      : " editCount.
    move exactCount to editCount.
    display "  Exact rows on file  : " editCount.
    move tighterCount to editCount.
    display "  Tighter rows        : " editCount.
    move noneCount to editCount.
    display "  Nothing on file     : " editCount.
    move liveCount to editCount.
    display "  Repeated, read live : " editCount.
    move histReadCount to editCount.
    display "  History rows passed : " editCount.
    display "  Work file           : " function trim(hresFname).
    if detailCount is equal to zero
        move 4 to hresRc
    end-if.

finish.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    move hresRc to rcDisp.
    display "RETURN-CODE set     : " rcDisp.
    move hresRc to return-code.
    stop run.

initParms.
    move "SQRT_INPUT_FILE" to parmKey.
    perform getParm.
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
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

claimDataset.
    move "C" to lockAction.
    move fname to lockDataset.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrthres: " function trim(lockDataset)
            " is locked by " lockOwner " -- not starting"
        move 24 to return-code
        stop run
    end-if.

*> Every record read is counted, cards included, since that position
*> is what a consumer steps to; only detail records with a usable
*> key ask the master anything. The trailer ends the file for the
*> run, so it ends it here.
extractPass.
    read inputFile into lineStruct at end set inputAtEof to true
    end-read.
    if inputAtEof
        go to extractPass-exit
    end-if.
    add 1 to physCount.
    if recTag is equal to trlTagLit
        set inputAtEof to true
        go to extractPass-exit
    end-if.
    if recTag is equal to hdrTagLit or recTag is equal to ctlTagLit
            or recTag is equal to cmtTagLit
            or recTag is equal to grpTagLit
            or recTag is equal to chnTagLit
        go to extractPass-exit
    end-if.
    if radicandIn is not numeric or epsilonIn is not numeric
        go to extractPass-exit
    end-if.
    add 1 to detailCount.
    move lineStruct(1:31) to rqKey.
    move physCount to rqSeq.
    write reqRecord.

extractPass-exit.
    exit.

*> The sorted requests against the master, both in key order: the
*> master is only ever read forward, each row once at most.
mergePass.
    open input sortedReqFile.
    open input historyFile.
    if histFileStatus is equal to "00"
        set histUsable to true
        perform nextHist
    else
        set histAtEnd to true
    end-if.
    open output wrkFile.
    read sortedReqFile into curReq at end set reqAtEof to true
    end-read.
    if reqAtEof
        go to mergePass-done
    end-if.

mp1.
    read sortedReqFile into nxtReq at end set reqAtEof to true
    end-read.
    move "N" to sameNextSw.
    if not reqAtEof and nxtKey(1:22) is equal to curKey(1:22)
        set sameAsNext to true
    end-if.
    perform resolveOne.
    move sameNextSw to sameCarrySw.
    if reqAtEof
        go to mergePass-done
    end-if.
    move nxtReq to curReq.
    go to mp1.

mergePass-done.
    move spaces to hresHeader.
    move zero to hhSeq.
    move "HRS1" to hhTag.
    move runDateRaw to hhDate.
    move runTimeRaw(1:6) to hhTime.
    move fname to hhInput.
    move detailCount to hhCount.
    move exactCount to hhExact.
    move tighterCount to hhTighter.
    move noneCount to hhNone.
    move liveCount to hhLive.
    write wrkRecord from hresRecord.
    close sortedReqFile, wrkFile.
    if histUsable
        close historyFile
    end-if.

mergePass-exit.
    exit.

*> Settles the request in hand exactly as findHist would: the master
*> is brought up to the radicand, whose first row is its tightest;
*> then on through its rows to the epsilon asked for.
resolveOne.
    move spaces to hresRecord.
    move curSeq to hrSeq.
    move curRadicand to hrRadicand.
    move curEpsilon to hrEpsilon.
    move zero to hrExRoot, hrExIter, hrMinEps, hrMinRoot, hrMinIter.
    move "N" to hrMinSw.
    set hrNone to true.
    if sameAsNext or sameAsPrior
        set hrLive to true
        add 1 to liveCount
        write wrkRecord from hresRecord
        exit paragraph
    end-if.
    perform nextHist until histAtEnd
        or histKey(1:22) is not less than curKey(1:22).
    if not histAtEnd and histKey(1:22) is equal to curKey(1:22)
        set hrMinOnFile to true
        move histEpsilon to hrMinEps
        move histRoot to hrMinRoot
        move histIter to hrMinIter
        move histRunStamp to hrMinStamp
        perform nextHist until histAtEnd
            or histKey(1:22) is not equal to curKey(1:22)
            or histKey(23:9) is not less than curKey(23:9)
        if not histAtEnd and histKey is equal to curKey
            set hrExact to true
            move histRoot to hrExRoot
            move histIter to hrExIter
            move histRunStamp to hrExStamp
        else
            if hrMinEps is less than hrEpsilon
                set hrTighter to true
            end-if
        end-if
    end-if.
    evaluate true
        when hrExact
            add 1 to exactCount
        when hrTighter
            add 1 to tighterCount
        when other
            add 1 to noneCount
    end-evaluate.
    write wrkRecord from hresRecord.

nextHist.
    read historyFile next record
        at end set histAtEnd to true
        not at end add 1 to histReadCount
    end-read.

dropScratch.
    move "sqrt.hres.req" to scratchFname.
    call "CBL_DELETE_FILE" using scratchFname returning cblRc end-call.
    move "sqrt.hres.srt" to scratchFname.
    call "CBL_DELETE_FILE" using scratchFname returning cblRc end-call.
    move "sqrt.hres.wrk" to scratchFname.
    call "CBL_DELETE_FILE" using scratchFname returning cblRc end-call.
