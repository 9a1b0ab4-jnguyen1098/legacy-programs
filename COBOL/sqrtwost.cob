*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          Work-order Status and Completion Notices              -
*> ------------------------------------------------------------------
*> "Is the Q3 valuation batch I sent Tuesday finished?" asked of the
*> whole order at once instead of sqrtlin one serial at a time. An
*> order's records are every serial on the sqrt.load.log ranges its
*> tickets stamped (see sqrtword.cpy); each is accounted for the way
*> sqrtibal accounts the intake window, later evidence overriding
*> earlier:
*>
*>   HELD       recStatus "H" on sqrt.dat, a sqrt.hold row, or set
*>              aside in its source's quarantine (sqrt.quar.<source>
*>              or nthroot.quar.<source>)
*>   PENDING    standing on sqrt.dat (waiting on a run or on a future
*>              effective date), on an unpromoted candidate, on
*>              nthroot.dat, or carried on sqrt.pend unstamped
*>   DEFERRED   on sqrt.pend with a window-deferral stamp, or on the
*>              sqrt.defer starvation ledger
*>   REJECTED   on sqrt.rej, the sqrt.rej.dsp ledger or nthroot.rej
*>   CONVERGED  a sqrt.out row, an IMAGINARY sqrt.csv row, a data row
*>              on the audit trail (live sqrt.audit and every volume
*>              sqrtaudv.idx lists; a backed-out run's rows, netted
*>              out through sqrtrvck, do not count), or an
*>              nthroot.audit data row
*>   WITHDRAWN  cancelled or superseded by its source
*>              (sqrt.cancel.log)
*>   UNTRACED   on none of them
*>
*> An order is COMPLETE once every record is converged, rejected or
*> withdrawn. The run it first finds an order complete, it stamps
*> woCompleted on the sqrt.wo register and appends a completion
*> notice for the requesting department to sqrt.wo.notice.<dept>
*> (sqrt.wo.notice.NODEPT for an order filed without one), saying
*> whether the need-by date was met. An order already stamped
*> complete is not recounted unless asked for by name; a further
*> extract filed under it reopens it (sqrtwreg). Ranges stamped with
*> an id the register does not know (its ticket could not be filed)
*> are counted and reported, but have no one to notify.
*>
*>   SQRT_WO_ORDER  report only this order, recounting it even when
*>                  it is already complete
*>
*> RETURN-CODE: 0 no open order past its need-by date, 4 open orders
*> overdue, 8 no work-order register, 24 the register is locked.

identification division.
program-id. sqrtwost.

environment division.

input-output section.
file-control.
    select registerFile assign to "sqrt.wo"
        organization is line sequential
        file status is registerStatus.
    select loadLogFile assign to "sqrt.load.log"
        organization is line sequential
        file status is loadLogStatus.
    select scanFile assign to dynamic scanFname
        organization is line sequential
        file status is scanStatus.
    select holdFile assign to "sqrt.hold"
        organization is line sequential
        file status is holdStatus.
    select deferFile assign to "sqrt.defer"
        organization is line sequential
        file status is deferStatus.
    select resultFile assign to "sqrt.out"
        organization is line sequential
        file status is resultStatus.
    select csvFile assign to "sqrt.csv"
        organization is line sequential
        file status is csvStatus.
    select ledgerFile assign to "sqrt.rej.dsp"
        organization is line sequential
        file status is ledgerStatus.
    select cancelLog assign to "sqrt.cancel.log"
        organization is line sequential
        file status is cancelLogStatus.
    select auditFile assign to dynamic auditFname
        organization is line sequential
        file status is auditFileStatus.
    select indexFile assign to "sqrtaudv.idx"
        organization is line sequential
        file status is indexStatus.
    select nrootAudFile assign to "nthroot.audit"
        organization is line sequential
        file status is nrootAudStatus.
    select noticeFile assign to dynamic noticeFname
        organization is line sequential
        file status is noticeStatus.

data division.

file section.
fd registerFile.
    01 registerRecord pic x(80).
fd loadLogFile.
    copy "sqrtldlg.cpy".
fd scanFile.
    01 scanRecord pic x(80).
fd holdFile.
    copy "sqrthold.cpy".
fd deferFile.
    01 deferRecord.
       02 dfCount pic 9(02).
       02 dfImage pic x(80).
fd resultFile.
    copy "sqrtresult.cpy".
fd csvFile.
    01 csvRecord pic x(200).
fd ledgerFile.
    01 ledgerRecord.
       02 ledgerDisp      pic x(12).
       02 ledgerDate      pic x(08).
       02 ledgerReason    pic x(30).
       02 ledgerImage     pic x(80).
       02 ledgerCorrImage pic x(80).
       02 ledgerEntered   pic x(08).
       02 ledgerCmt       pic x(76).
       02 ledgerChainParent pic x(07).
       02 ledgerChainState  pic x(01).
fd cancelLog.
    copy "sqrtcanc.cpy".
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
fd nrootAudFile.
    copy "sqrtnaud.cpy".
fd noticeFile.
    01 noticeLine pic x(80).

working-storage section.
77 registerStatus  pic x(02).
77 loadLogStatus   pic x(02).
77 scanStatus      pic x(02).
77 holdStatus      pic x(02).
77 deferStatus     pic x(02).
77 resultStatus    pic x(02).
77 csvStatus       pic x(02).
77 ledgerStatus    pic x(02).
77 cancelLogStatus pic x(02).
77 auditFileStatus pic x(02).
77 indexStatus     pic x(02).
77 nrootAudStatus  pic x(02).
77 noticeStatus    pic x(02).
77 scanFname       pic x(30) value spaces.
77 auditFname      pic x(30) value "sqrt.audit".
77 noticeFname     pic x(30) value spaces.

*> One sqrt.csv row: radicand, eps, root, status, src, profile,
*> runseq, serial
01 csvTokens.
    02 csvRadTok    pic x(30).
    02 csvEpsTok    pic x(20).
    02 csvRootTok   pic x(30).
    02 csvStatusTok pic x(10).
    02 csvSrcTok    pic x(03).
    02 csvProfTok   pic x(08).
    02 csvSeqTok    pic x(02).
    02 csvSerialTok pic x(07).

copy "sqrtrec.cpy".

*> The CHN1/CMT1 cards riding sqrt.rej and sqrt.dat carry no serial
01 cardView redefines lineStruct.
    02 cardTag pic x(04).
    02 filler  pic x(76).
01 chnTagLit pic x(04) value 'CHN1'.
01 cmtTagLit pic x(04) value 'CMT1'.

copy "sqrtnrec.cpy".
copy "sqrtword.cpy".

77 eofSw pic x(01) value "N".
    88 atEof value "Y".
77 indexEofSw pic x(01) value "N".
    88 indexAtEof value "Y".

*> Interface to the shared backed-out run check
77 rvkRunId pic x(14) value spaces.
77 rvkStamp pic x(14) value spaces.
77 rvkRc    pic 9(01) value 0.

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.
77 onlyOrder   pic x(10) value spaces.

*> Shop-standard enqueue on the register, which this run stamps
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTWOST".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.wo".

77 todayStamp  pic x(08) value spaces.
77 todayInt    pic 9(08) value 0.

*> ------------------------The Orders--------------------------------------
*> The register, whole, plus any id only the load journal knows.
*> tOrdKnown "N" for such an id; tOrdCount "Y" for an order this
*> run accounts for (open, or asked for by name).
77 ordMax    pic 9(03) value 500.
77 ordCount  pic 9(03) value 0.
77 ordIdx    pic 9(03) value 0.
77 ordHit    pic 9(03) value 0.
77 regChangedSw pic x(01) value "N".
    88 registerChanged value "Y".
01 ordTable.
    02 ordEntry occurs 500 times.
        03 tOrdImage pic x(80).
        03 tOrdKnown pic x(01).
        03 tOrdCount pic x(01).
77 matchOrder   pic x(10) value spaces.
77 earlierDone  pic 9(05) value 0.

*> Each order's serial ranges, each mapped onto a run of slots in
*> the accounting table below
77 rgMax   pic 9(03) value 500.
77 rgCount pic 9(03) value 0.
77 rgIdx   pic 9(03) value 0.
01 rgTable.
    02 rgEntry occurs 500 times.
        03 tRgOrder   pic 9(03).
        03 tRgSource  pic x(03).
        03 tRgFirst   pic 9(07).
        03 tRgLast    pic 9(07).
        03 tRgBase    pic 9(05).

*> One slot per serial: state C converged, R rejected, H held, Q
*> quarantined, P pending, W deferred, S superseded, X cancelled,
*> O untraced
77 slotMax    pic 9(05) value 50000.
77 slotCount  pic 9(05) value 0.
77 slotIdx    pic 9(05) value 0.
77 slotHit    pic 9(05) value 0.
77 slotOverSw pic x(01) value "N".
    88 slotsOverflowed value "Y".
01 slotTable.
    02 tSlState pic x(01) occurs 50000 times.

77 matchSerial pic x(07) value spaces.
77 matchNum    pic 9(07) value 0.
77 rangeLen    pic 9(07) value 0.
77 firstNum    pic 9(07) value 0.
77 lastNum     pic 9(07) value 0.

*> The distinct sources of the counted ranges, for the quarantines
77 srcCount pic 9(02) value 0.
77 srcIdx   pic 9(02) value 0.
77 srcHit   pic 9(02) value 0.
01 srcTable.
    02 tSrcCode pic x(03) occurs 40 times.

*> ------------------------One Order's Counts------------------------------
01 orderCounts.
    02 ocRecords   pic 9(07).
    02 ocConverged pic 9(07).
    02 ocRejected  pic 9(07).
    02 ocHeld      pic 9(07).
    02 ocPending   pic 9(07).
    02 ocDeferred  pic 9(07).
    02 ocWithdrawn pic 9(07).
    02 ocUntraced  pic 9(07).
77 orderDoneSw  pic x(01) value "N".
    88 orderDone value "Y".
77 lateDays     pic 9(05) value 0.
77 ordersShown  pic 9(03) value 0.
77 ordersOpen   pic 9(03) value 0.
77 ordersOverdue pic 9(03) value 0.
77 ordersDone   pic 9(03) value 0.
77 noticeDept   pic x(06) value spaces.
77 editCount    pic zzz,zz9.
77 editLate     pic zzzz9.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(40) value 'SQRT Work-order Status'.

01 underLine1.
    02 filler pic x(60) value
       '------------------------------------------------------------'.

01 orderHeadLine.
    02 filler pic x(60) value
       '  Order      Dept Request.  Need-by Records   Conv  Rej Held'.
    02 filler pic x(40) value
       ' Pend Defer Wdrn Untr  Status'.

01 orderLine.
    02 filler     pic x(02) value spaces.
    02 olOrder    pic x(10).
    02 filler     pic x(01) value spaces.
    02 olDept     pic x(04).
    02 filler     pic x(01) value spaces.
    02 olRequester pic x(08).
    02 filler     pic x(02) value spaces.
    02 olNeedBy   pic x(08).
    02 olRecords  pic zzz,zz9.
    02 olConverged pic zzz,zz9.
    02 olRejected pic z,zz9.
    02 olHeld     pic z,zz9.
    02 olPending  pic z,zz9.
    02 olDeferred pic zz,zz9.
    02 olWithdrawn pic z,zz9.
    02 olUntraced pic z,zz9.
    02 filler     pic x(02) value spaces.
    02 olStatus   pic x(25).

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    display titleLine.
    display underLine1.
    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrtwost: " function trim(lockDataset)
            " is locked by " lockOwner " -- not starting"
        move 24 to return-code
        stop run
    end-if.
    perform loadRegister.
    if registerStatus is not equal to "00"
        display "  No work-order register (sqrt.wo) on file --"
            " nothing to report."
        perform releaseRegister
        move 8 to return-code
        stop run
    end-if.
    perform loadRanges.
    if slotsOverflowed
        display "  *** more than " slotMax " serials (or " rgMax
            " ranges) on open orders -- the excess is not counted ***"
    end-if.

    move "sqrt.dat" to scanFname.
    perform scanMaster.
    move "sqrt.dat.new" to scanFname.
    perform scanMaster.
    perform scanHolds.
    move "sqrt.pend" to scanFname.
    perform scanPending.
    perform scanDefers.
    move "nthroot.dat" to scanFname.
    perform scanNrootPending.
    move "nthroot.dat.new" to scanFname.
    perform scanNrootPending.
    perform varying srcIdx from 1 by 1
            until srcIdx is greater than srcCount
        move spaces to scanFname
        string "sqrt.quar." tSrcCode(srcIdx)
            delimited by size into scanFname
        end-string
        perform scanQuarantine
        move spaces to scanFname
        string "nthroot.quar." tSrcCode(srcIdx)
            delimited by size into scanFname
        end-string
        perform scanNrootQuarantine
    end-perform.
    move "sqrt.rej" to scanFname.
    perform scanRejects.
    perform scanLedger.
    move "nthroot.rej" to scanFname.
    perform scanNrootRejects.
    perform scanResults.
    perform scanImaginary.
    open input indexFile.
    if indexStatus is equal to "00"
        perform volPass thru volPass-exit until indexAtEof
        close indexFile
    end-if.
    move "sqrt.audit" to auditFname.
    perform scanAudit.
    perform scanNrootAudit.
    perform scanCancels.

    display orderHeadLine.
    perform reportOrder thru reportOrder-exit
        varying ordIdx from 1 by 1 until ordIdx is greater than
            ordCount.
    if registerChanged
        perform saveRegister
    end-if.
    perform releaseRegister.

    display underLine1.
    move ordersShown to editCount.
    display "  Orders reported      : " editCount.
    move ordersDone to editCount.
    display "  Completed this run   : " editCount.
    move ordersOpen to editCount.
    display "  Still open           : " editCount.
    move ordersOverdue to editCount.
    display "  Open past need-by    : " editCount.
    if earlierDone is greater than zero
        move earlierDone to editCount
        display "  Completed earlier    : " editCount
            " (not recounted)"
    end-if.
    if ordersOverdue is greater than zero
        move 4 to return-code
    end-if.
    stop run.

*> ------------------------The Register------------------------------------

loadRegister.
    move "N" to eofSw.
    open input registerFile.
    if registerStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read registerFile
            at end set atEof to true
            not at end
                if registerRecord is not equal to spaces
                        and ordCount is less than ordMax
                    add 1 to ordCount
                    move registerRecord to tOrdImage(ordCount)
                    move "Y" to tOrdKnown(ordCount)
                    perform decideCounted
                end-if
        end-read
    end-perform.
    close registerFile.
    move "00" to registerStatus.

*> An open order is always accounted for; a completed one only when
*> it is the order asked for by name.
decideCounted.
    move tOrdImage(ordCount) to workOrderRecord.
    move "N" to tOrdCount(ordCount).
    if onlyOrder is not equal to spaces
        if woId is equal to onlyOrder
            move "Y" to tOrdCount(ordCount)
        end-if
        exit paragraph
    end-if.
    if woCompleted is equal to spaces
        move "Y" to tOrdCount(ordCount)
    else
        add 1 to earlierDone
    end-if.

*> matchOrder -> ordHit (zero when not in the table)
findOrder.
    move 0 to ordHit.
    perform varying ordIdx from 1 by 1
            until ordIdx is greater than ordCount or ordHit is not
                equal to zero
        if tOrdImage(ordIdx)(1:10) is equal to matchOrder
            move ordIdx to ordHit
        end-if
    end-perform.

saveRegister.
    open output registerFile.
    perform varying ordIdx from 1 by 1
            until ordIdx is greater than ordCount
        if tOrdKnown(ordIdx) is equal to "Y"
            move tOrdImage(ordIdx) to registerRecord
            write registerRecord
        end-if
    end-perform.
    close registerFile.

releaseRegister.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.

*> ------------------------Each Order's Serials-----------------------------

loadRanges.
    move "N" to eofSw.
    open input loadLogFile.
    if loadLogStatus is not equal to "00"
        display "  (no sqrt.load.log -- no order has any records yet)"
        exit paragraph
    end-if.
    perform ll1 thru ll1-exit until atEof.
    close loadLogFile.

ll1.
    read loadLogFile at end set atEof to true end-read.
    if atEof or llWorkOrder is equal to spaces
        go to ll1-exit
    end-if.
    if llFirst is not numeric or llLast is not numeric
        go to ll1-exit
    end-if.
    if onlyOrder is not equal to spaces
            and llWorkOrder is not equal to onlyOrder
        go to ll1-exit
    end-if.
    move llWorkOrder to matchOrder.
    perform findOrder.
    if ordHit is equal to zero
        if ordCount is not less than ordMax
            go to ll1-exit
        end-if
        add 1 to ordCount
        move spaces to workOrderRecord
        move llWorkOrder to woId
        move workOrderRecord to tOrdImage(ordCount)
        move "N" to tOrdKnown(ordCount)
        move "Y" to tOrdCount(ordCount)
        move ordCount to ordHit
    end-if.
    if tOrdCount(ordHit) is not equal to "Y"
        go to ll1-exit
    end-if.
    move llFirst to firstNum.
    move llLast to lastNum.
    if lastNum is less than firstNum
        go to ll1-exit
    end-if.
    if rgCount is not less than rgMax
        set slotsOverflowed to true
        go to ll1-exit
    end-if.
    compute rangeLen = lastNum - firstNum + 1.
    if slotCount + rangeLen is greater than slotMax
        set slotsOverflowed to true
        go to ll1-exit
    end-if.
    add 1 to rgCount.
    move ordHit to tRgOrder(rgCount).
    move llSource to tRgSource(rgCount).
    move firstNum to tRgFirst(rgCount).
    move lastNum to tRgLast(rgCount).
    move slotCount to tRgBase(rgCount).
    perform varying slotIdx from 1 by 1
            until slotIdx is greater than rangeLen
        move "O" to tSlState(slotCount + slotIdx)
    end-perform.
    add rangeLen to slotCount.
    perform noteSource.

ll1-exit.
    exit.

noteSource.
    move 0 to srcHit.
    perform varying srcIdx from 1 by 1
            until srcIdx is greater than srcCount or srcHit is not
                equal to zero
        if tSrcCode(srcIdx) is equal to llSource
            move srcIdx to srcHit
        end-if
    end-perform.
    if srcHit is equal to zero and srcCount is less than 40
        add 1 to srcCount
        move llSource to tSrcCode(srcCount)
    end-if.

*> The slot for matchSerial -> slotHit (zero when on no counted order)
findSlot.
    move 0 to slotHit.
    if matchSerial is not numeric
        exit paragraph
    end-if.
    move matchSerial to matchNum.
    perform varying rgIdx from 1 by 1
            until rgIdx is greater than rgCount or slotHit is not
                equal to zero
        if matchNum is not less than tRgFirst(rgIdx)
                and matchNum is not greater than tRgLast(rgIdx)
            compute slotHit = tRgBase(rgIdx)
                + matchNum - tRgFirst(rgIdx) + 1
        end-if
    end-perform.

*> ------------------------Where Each Serial Stands-----------------------

*> The master and the unpromoted candidate: held, or waiting on its
*> effective date or on tonight's run -- pending either way.
scanMaster.
    move "N" to eofSw.
    open input scanFile.
    if scanStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read scanFile into lineStruct
            at end set atEof to true
            not at end
                if cardTag is not equal to chnTagLit
                        and cardTag is not equal to cmtTagLit
                    move recSerial to matchSerial
                    perform findSlot
                    if slotHit is not equal to zero
                        if recHeld
                            move "H" to tSlState(slotHit)
                        else
                            move "P" to tSlState(slotHit)
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close scanFile.

scanHolds.
    move "N" to eofSw.
    open input holdFile.
    if holdStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read holdFile
            at end set atEof to true
            not at end
                move holdImage to lineStruct
                move recSerial to matchSerial
                perform findSlot
                if slotHit is not equal to zero
                    move "H" to tSlState(slotHit)
                end-if
        end-read
    end-perform.
    close holdFile.

*> A window deferral stamps recDeferCt on the pending copy; a record
*> carried only for its future effective date rides unstamped.
scanPending.
    move "N" to eofSw.
    open input scanFile.
    if scanStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read scanFile into lineStruct
            at end set atEof to true
            not at end
                move recSerial to matchSerial
                perform findSlot
                if slotHit is not equal to zero
                    if recDeferCt is numeric
                        move "W" to tSlState(slotHit)
                    else
                        move "P" to tSlState(slotHit)
                    end-if
                end-if
        end-read
    end-perform.
    close scanFile.

scanDefers.
    move "N" to eofSw.
    open input deferFile.
    if deferStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read deferFile
            at end set atEof to true
            not at end
                move dfImage to lineStruct
                move recSerial to matchSerial
                perform findSlot
                if slotHit is not equal to zero
                    move "W" to tSlState(slotHit)
                end-if
        end-read
    end-perform.
    close deferFile.

scanQuarantine.
    move "N" to eofSw.
    open input scanFile.
    if scanStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read scanFile into lineStruct
            at end set atEof to true
            not at end
                move recSerial to matchSerial
                perform findSlot
                if slotHit is not equal to zero
                    move "Q" to tSlState(slotHit)
                end-if
        end-read
    end-perform.
    close scanFile.

scanRejects.
    move "N" to eofSw.
    open input scanFile.
    if scanStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read scanFile into lineStruct
            at end set atEof to true
            not at end
                if cardTag is not equal to chnTagLit
                        and cardTag is not equal to cmtTagLit
                    move recSerial to matchSerial
                    perform findSlot
                    if slotHit is not equal to zero
                        move "R" to tSlState(slotHit)
                    end-if
                end-if
        end-read
    end-perform.
    close scanFile.

scanLedger.
    move "N" to eofSw.
    open input ledgerFile.
    if ledgerStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read ledgerFile
            at end set atEof to true
            not at end
                move ledgerImage to lineStruct
                move recSerial to matchSerial
                perform findSlot
                if slotHit is not equal to zero
                    move "R" to tSlState(slotHit)
                end-if
        end-read
    end-perform.
    close ledgerFile.

*> HDR1/TRL1 control rows lead with a tag, never a sign
scanResults.
    move "N" to eofSw.
    open input resultFile.
    if resultStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read resultFile
            at end set atEof to true
            not at end
                if resultCtlTag is not equal to "HDR1"
                        and resultCtlTag is not equal to "TRL1"
                    move resultSerial to matchSerial
                    perform findSlot
                    if slotHit is not equal to zero
                        move "C" to tSlState(slotHit)
                    end-if
                end-if
        end-read
    end-perform.
    close resultFile.

scanImaginary.
    move "N" to eofSw.
    open input csvFile.
    if csvStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read csvFile
            at end set atEof to true
            not at end
                move spaces to csvTokens
                unstring csvRecord delimited by ","
                    into csvRadTok csvEpsTok csvRootTok csvStatusTok
                         csvSrcTok csvProfTok csvSeqTok csvSerialTok
                end-unstring
                if csvStatusTok is equal to "IMAGINARY"
                    move csvSerialTok to matchSerial
                    perform findSlot
                    if slotHit is not equal to zero
                        move "C" to tSlState(slotHit)
                    end-if
                end-if
        end-read
    end-perform.
    close csvFile.

*> An order outlives a day's sqrt.out: the audit trail, live and
*> sealed, is where an earlier night's answer is still on record.
volPass.
    read indexFile at end set indexAtEof to true end-read.
    if indexAtEof or ixVolume is equal to spaces
        go to volPass-exit
    end-if.
    move ixVolume to auditFname.
    perform scanAudit.

volPass-exit.
    exit.

scanAudit.
    move "N" to eofSw.
    open input auditFile.
    if auditFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read auditFile
            at end set atEof to true
            not at end
                if auditRecType is equal to "D"
                    move auditRunId to rvkRunId
                    call "sqrtrvck" using rvkRunId, rvkStamp, rvkRc
                    end-call
                    if rvkRc is equal to 0
                        move auditSerial to matchSerial
                        perform findSlot
                        if slotHit is not equal to zero
                            move "C" to tSlState(slotHit)
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close auditFile.

*> ------------------------Nth-root Records--------------------------------

scanNrootPending.
    move "N" to eofSw.
    open input scanFile.
    if scanStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read scanFile into nrootStruct
            at end set atEof to true
            not at end
                move nrSerial to matchSerial
                perform findSlot
                if slotHit is not equal to zero
                    move "P" to tSlState(slotHit)
                end-if
        end-read
    end-perform.
    close scanFile.

scanNrootQuarantine.
    move "N" to eofSw.
    open input scanFile.
    if scanStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read scanFile into nrootStruct
            at end set atEof to true
            not at end
                move nrSerial to matchSerial
                perform findSlot
                if slotHit is not equal to zero
                    move "Q" to tSlState(slotHit)
                end-if
        end-read
    end-perform.
    close scanFile.

scanNrootRejects.
    move "N" to eofSw.
    open input scanFile.
    if scanStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read scanFile into nrootStruct
            at end set atEof to true
            not at end
                move nrSerial to matchSerial
                perform findSlot
                if slotHit is not equal to zero
                    move "R" to tSlState(slotHit)
                end-if
        end-read
    end-perform.
    close scanFile.

scanNrootAudit.
    move "N" to eofSw.
    open input nrootAudFile.
    if nrootAudStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read nrootAudFile
            at end set atEof to true
            not at end
                if naudRecType is equal to "D"
                    move naudSerial to matchSerial
                    perform findSlot
                    if slotHit is not equal to zero
                        move "C" to tSlState(slotHit)
                    end-if
                end-if
        end-read
    end-perform.
    close nrootAudFile.

scanCancels.
    move "N" to eofSw.
    open input cancelLog.
    if cancelLogStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read cancelLog
            at end set atEof to true
            not at end
                move cnSerial to matchSerial
                perform findSlot
                if slotHit is not equal to zero
                    evaluate cnOutcome
                        when "APPLIED"
                            move "X" to tSlState(slotHit)
                        when "SUPERSEDED"
                            move "S" to tSlState(slotHit)
                    end-evaluate
                end-if
        end-read
    end-perform.
    close cancelLog.

*> ------------------------One Order----------------------------------------

reportOrder.
    if tOrdCount(ordIdx) is not equal to "Y"
        go to reportOrder-exit
    end-if.
    move tOrdImage(ordIdx) to workOrderRecord.
    initialize orderCounts.
    perform varying rgIdx from 1 by 1
            until rgIdx is greater than rgCount
        if tRgOrder(rgIdx) is equal to ordIdx
            perform countRange
        end-if
    end-perform.
    add 1 to ordersShown.
    move woId to olOrder.
    move woDept to olDept.
    move woRequester to olRequester.
    move woNeedBy to olNeedBy.
    move ocRecords to olRecords.
    move ocConverged to olConverged.
    move ocRejected to olRejected.
    move ocHeld to olHeld.
    move ocPending to olPending.
    move ocDeferred to olDeferred.
    move ocWithdrawn to olWithdrawn.
    move ocUntraced to olUntraced.
    move "N" to orderDoneSw.
    if ocRecords is greater than zero
            and ocHeld + ocPending + ocDeferred + ocUntraced
                is equal to zero
        set orderDone to true
    end-if.
    evaluate true
        when ocRecords is equal to zero
            move "NO RECORDS YET" to olStatus
            perform noteOpen
        when not orderDone
            move "OPEN" to olStatus
            perform noteOpen
        when tOrdKnown(ordIdx) is not equal to "Y"
            move "COMPLETE (not on sqrt.wo)" to olStatus
        when woCompleted is not equal to spaces
            move spaces to olStatus
            string "COMPLETE " woCompleted
                delimited by size into olStatus
            end-string
        when other
            move todayStamp to woCompleted
            move workOrderRecord to tOrdImage(ordIdx)
            set registerChanged to true
            add 1 to ordersDone
            move "COMPLETE -- notice sent" to olStatus
            perform writeNotice
    end-evaluate.
    display orderLine.
    if tOrdKnown(ordIdx) is not equal to "Y"
        display "             (ticket never filed -- no requester to"
            " notify)"
    else
        if woTitle is not equal to spaces
            display "             " function trim(woTitle)
        end-if
    end-if.

reportOrder-exit.
    exit.

countRange.
    compute rangeLen = tRgLast(rgIdx) - tRgFirst(rgIdx) + 1.
    perform varying slotIdx from 1 by 1
            until slotIdx is greater than rangeLen
        compute slotHit = tRgBase(rgIdx) + slotIdx
        add 1 to ocRecords
        evaluate tSlState(slotHit)
            when "C" add 1 to ocConverged
            when "R" add 1 to ocRejected
            when "H" add 1 to ocHeld
            when "Q" add 1 to ocHeld
            when "P" add 1 to ocPending
            when "W" add 1 to ocDeferred
            when "S" add 1 to ocWithdrawn
            when "X" add 1 to ocWithdrawn
            when other add 1 to ocUntraced
        end-evaluate
    end-perform.

*> An open order past its need-by date is what the run's
*> RETURN-CODE calls attention to.
noteOpen.
    add 1 to ordersOpen.
    if woNeedBy is numeric and woNeedBy is less than todayStamp
        add 1 to ordersOverdue
        move "OVERDUE" to olStatus
    end-if.

*> ------------------------Completion Notice------------------------------

writeNotice.
    move woDept to noticeDept.
    if noticeDept is equal to spaces
        move "NODEPT" to noticeDept
    end-if.
    move spaces to noticeFname.
    string "sqrt.wo.notice." function trim(noticeDept)
        delimited by size into noticeFname
    end-string.
    open extend noticeFile.
    if noticeStatus is equal to "35"
        open output noticeFile
    end-if.
    move spaces to noticeLine.
    string "WORK ORDER COMPLETE : " woId
        delimited by size into noticeLine
    end-string.
    write noticeLine.
    if woTitle is not equal to spaces
        move spaces to noticeLine
        string "Description         : " woTitle
            delimited by size into noticeLine
        end-string
        write noticeLine
    end-if.
    move spaces to noticeLine.
    string "Requested           : " woRequested " by " woRequester
        delimited by size into noticeLine
    end-string.
    write noticeLine.
    move spaces to noticeLine.
    if woNeedBy is numeric
        string "Needed by           : " woNeedBy
            delimited by size into noticeLine
        end-string
    else
        move "Needed by           : no date given" to noticeLine
    end-if.
    write noticeLine.
    move spaces to noticeLine.
    if woNeedBy is numeric and woNeedBy is less than todayStamp
        compute lateDays = todayInt
            - function integer-of-date(function numval(woNeedBy))
        move lateDays to editLate
        string "Completed           : " todayStamp " -- "
            function trim(editLate) " day(s) after the need-by date"
            delimited by size into noticeLine
        end-string
    else
        string "Completed           : " todayStamp " -- on time"
            delimited by size into noticeLine
        end-string
    end-if.
    write noticeLine.
    move ocRecords to editCount.
    move spaces to noticeLine.
    string "Records             : " editCount
        delimited by size into noticeLine
    end-string.
    write noticeLine.
    move ocConverged to editCount.
    move spaces to noticeLine.
    string "  Converged         : " editCount
        delimited by size into noticeLine
    end-string.
    write noticeLine.
    move ocRejected to editCount.
    move spaces to noticeLine.
    string "  Rejected          : " editCount
        delimited by size into noticeLine
    end-string.
    write noticeLine.
    move ocWithdrawn to editCount.
    move spaces to noticeLine.
    string "  Withdrawn         : " editCount
        delimited by size into noticeLine
    end-string.
    write noticeLine.
    move all "-" to noticeLine.
    write noticeLine.
    close noticeFile.

*> ------------------------Parameter Resolution----------------------------

initParms.
    accept todayStamp from date yyyymmdd.
    compute todayInt =
        function integer-of-date(function numval(todayStamp)).
    move "SQRT_WO_ORDER" to parmKey.
    perform getParm.
    move parmValue(1:10) to onlyOrder.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------------------------------------------------
