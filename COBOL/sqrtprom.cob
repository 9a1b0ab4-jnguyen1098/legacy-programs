*>     records are recognized the way SQRT recognizes them
*>   - a header/trailer pair on the candidate must reconcile with
*>     its actual detail count
*>   - every detail record carries a seal that matches its fields
*>     (sqrtseal.cob): a candidate edited by hand since the program
*>     that produced it stamped it is refused, with the count
*>
*> Once the swap verifies, the keyed master (sqrt.dat.ksds, through
*> sqrtkmst.cob) is rebuilt from the promoted file so in-place
*> maintenance starts from what was promoted, and the usual
*> sqrt.dat.new candidate is consumed: left lying about it could only
*> be promoted a second time over edits made since. A candidate named
*> through SQRT_PROM_CANDIDATE (a .saved copy, say) is left alone.
*>
*> nthroot.dat gets the same gate. The intake leaves an nth-root
*> candidate as nthroot.dat.new; a run that names no candidate
*> promotes every one waiting, sqrt.dat's first, then nthroot.dat's.
*> An nth-root candidate's records pass the checks sqrtnbat applies
*> (sign byte, numeric digits, positive radicand, degree 2-99,
*> positive epsilon); it is set aside, swapped, re-counted and
*> logged the same way, under nthroot.dat's own lock and PROMOTE
*> check, with no keyed master behind it to rebuild.
*>
*>   SQRT_PROM_CANDIDATE  replacement master (default sqrt.dat.new)
*>   SQRT_PROM_MASTER     the master a named candidate replaces,
*>                        sqrt.dat (default) or nthroot.dat
*>
*> A named candidate is a hand-built replacement, and inside a change
*> freeze on the processing calendar (sqrtfrz) it is refused unless
*> an emergency override comes with it (SQRT_FREEZE_REASON and
*> SQRT_FREEZE_SECOND); the intake's own waiting candidates are the
*> night's feed, not a change, and promote through a freeze as
*> always.
*>
*> RETURN-CODE: 0 promoted, 8 verification refused the candidate or
*> the swap did not verify (master left exactly as it was), or the
*> keyed master could not be rebuilt from the promoted file, 18 a
*> change freeze is in force and no valid override was given, 22 the
*> operator holds no PROMOTE entitlement on sqrt.auth.

identification division.
program-id. sqrtprom.
    select candFile assign to dynamic candFname
        organization is line sequential
        file status is candFileStatus.
    select masterFile assign to dynamic masterFname
        organization is line sequential
        file status is masterFileStatus.
    select copySrc assign to dynamic copySrcFname
77 copySrcStatus  pic x(02).
77 copyDestFname  pic x(60) value spaces.
77 promLogStatus  pic x(02).
77 masterFname    pic x(30) value "sqrt.dat".
77 cblFileInfo    pic x(20) value spaces.
77 promKindSw     pic x(01) value "S".
    88 promNroot value "N".
77 candNamedSw    pic x(01) value "N".
    88 candNamed value "Y".
77 sqrtWaitSw     pic x(01) value "N".
    88 sqrtWaiting value "Y".
77 nrootWaitSw    pic x(01) value "N".
    88 nrootWaiting value "Y".
77 cblRc          pic s9(9) comp-5 value zero.
*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
    02 filler pic x(04).
    02 trlActualCount pic 9(07).
    02 filler pic x(69).
*> An nth-root candidate's record, checked through its own layout
copy "sqrtnrec.cpy".
01 ctlTagLit pic x(04) value 'CTL1'.
01 hdrTagLit pic x(04) value 'HDR1'.
01 trlTagLit pic x(04) value 'TRL1'.
77 candCount    pic 9(09) value 0.
77 masterCount  pic 9(09) value 0.
77 failCount    pic 9(09) value 0.
77 degreeHalf   pic 9(02) value 0.
77 degreeOdd    pic 9(01) value 0.
77 sealFailCount pic 9(09) value 0.
77 hdrSeenSw    pic x(01) value "N".
    88 hdrSeen value "Y".
77 trlSeenSw    pic x(01) value "N".

77 wsDateTime   pic x(21).
77 promStamp    pic x(14) value spaces.

*> Interface to the shared sqrtseal record seal routine
77 sealAction  pic x(01) value "V".
77 sealRc      pic 9(01) value 0.
77 editCount    pic zzz,zzz,zz9.

*> Interface to the shared keyed-master routine
77 kmAction pic x(01).
77 kmBefore pic x(80).
77 kmAfter  pic x(80).
77 kmRc     pic 9(01).

*> Shop-standard enqueue on the master being replaced
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTPROM".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTPROM".
77 authPriv     pic x(08) value "PROMOTE".
77 authObject   pic x(30) value "sqrt.dat".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

*> Interface to the shared sqrtfrz change-freeze check
77 frzMode    pic x(01) value "B".
77 frzProgram pic x(08) value "SQRTPROM".
77 frzAttempt pic x(12) value "PROMOTE".
77 frzNote    pic x(20) value spaces.
77 frzUntil   pic x(08) value spaces.
77 frzRc      pic 9(01) value 0.


*> ---------------------------Main Program-------------------------------

procedure division.
    display "sqrtprom: verified promotion of master replacements".
    move "SQRT_PROM_CANDIDATE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue(1:30) to candFname
        set candNamed to true
    end-if.
    move "SQRT_PROM_MASTER" to parmKey.
    perform getParm.
    if candNamed and parmValue is equal to "nthroot.dat"
        set promNroot to true
    end-if.
    move function current-date to wsDateTime.
    move wsDateTime(1:14) to promStamp.
    if candNamed
        perform checkFreeze
    end-if.

*> With no candidate named, whichever the intake left waiting is
*> promoted; neither waiting refuses on sqrt.dat.new as always.
    if not candNamed
        call "CBL_CHECK_FILE_EXIST" using candFname, cblFileInfo
            returning cblRc
        end-call
        if cblRc is equal to zero
            set sqrtWaiting to true
        end-if
        move "nthroot.dat.new" to copySrcFname
        call "CBL_CHECK_FILE_EXIST" using copySrcFname, cblFileInfo
            returning cblRc
        end-call
        if cblRc is equal to zero
            set nrootWaiting to true
        end-if
        if nrootWaiting and not sqrtWaiting
            set promNroot to true
            move "nthroot.dat.new" to candFname
        end-if
    end-if.
    perform promoteOne.
    if nrootWaiting and not promNroot
        set promNroot to true
        move "nthroot.dat.new" to candFname
        perform promoteOne
    end-if.
    display "sqrtprom: promotion complete and verified.".
    stop run.

*> One candidate over its master, every step of it; any refusal
*> stops the run with the master it was about exactly as it was.
promoteOne.
    move 0 to candCount, masterCount, failCount, expectedCount,
        actualCount, kmRc, sealFailCount.
    move "N" to hdrSeenSw, trlSeenSw, refuseSw.
    if promNroot
        move "nthroot.dat" to masterFname
    else
        move "sqrt.dat" to masterFname
    end-if.
    move masterFname to lockDataset, authObject.
    display "  promoting " function trim(candFname) " over "
        function trim(masterFname).
    perform checkAuthority.

    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrtprom: " function trim(masterFname)
            " is locked by " lockOwner " -- not starting"
        move 24 to return-code
        stop run
    end-if.
    display "  current master    : " editCount.

*> Outgoing master aside first, then the swap, then the re-count.
    move masterFname to copySrcFname.
    move spaces to copyDestFname.
    string function trim(masterFname) ".saved." promStamp
        delimited by size into copyDestFname
    end-string.
    perform copyFile thru copyFile-exit.
    display "  set aside " function trim(masterFname) " -> "
        function trim(copyDestFname).

    move candFname to copySrcFname.
    move masterFname to copyDestFname.
    perform copyFile thru copyFile-exit.
    perform verifySwap.
    if verifyLines is not equal to candCount
    end-if.

    perform logPromotion.
    if not promNroot
        perform rekeyMaster
    end-if.
    perform releaseLock.
    if kmRc is not equal to 0
        display "sqrtprom: promoted, but sqrt.dat.ksds was NOT"
            " rebuilt -- run sqrtunld with SQRT_UNLD_MODE=LOAD"
        move 8 to return-code
        stop run
    end-if.
    if not candNamed
        call "CBL_DELETE_FILE" using candFname returning cblRc
        end-call
    end-if.

rekeyMaster.
    move "L" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is equal to 0
        move "X" to kmAction
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
    end-if.

releaseLock.
    move "R" to lockAction.
            " field checks"
        set refused to true
    end-if.
    if sealFailCount is greater than zero
        move sealFailCount to editCount
        display "  candidate has " editCount " records whose seal"
            " does not match (edited by hand, or never sealed)"
        set refused to true
    end-if.
    if hdrSeen and trlSeen
        if expectedCount is not equal to actualCount
                or actualCount is not equal to candCount
    if candAtEof
        go to vc1-exit
    end-if.
    if promNroot
        perform vcNroot
        go to vc1-exit
    end-if.
    if anyTag is equal to ctlTagLit
        go to vc1-exit
    end-if.
        go to vc1-exit
    end-if.
    add 1 to candCount.
    call "sqrtseal" using sealAction, lineStruct, sealRc end-call.
    if sealRc is not equal to 0
        add 1 to sealFailCount
    end-if.
*> The same field-level checks sqrtvalid.cob's checkRecord applies.
    if radicandSignByte is not equal to "+"
            and radicandSignByte is not equal to "-"
vc1-exit.
    exit.

*> The checks sqrtnbat itself would reject the record on.
vcNroot.
    add 1 to candCount.
    move lineStruct to nrootStruct.
    if radicandSignByte is not equal to "+"
            and radicandSignByte is not equal to "-"
        add 1 to failCount
        exit paragraph
    end-if.
    if radicandDigits is not numeric
        add 1 to failCount
        exit paragraph
    end-if.
    if nrRadicand is equal to zero
        add 1 to failCount
        exit paragraph
    end-if.
    if nrDegree is not numeric or nrDegree is less than 2
        add 1 to failCount
        exit paragraph
    end-if.
    if nrPower is not equal to spaces and nrPower is not numeric
        add 1 to failCount
        exit paragraph
    end-if.
    if nrRadicand is less than zero
        divide nrDegree by 2 giving degreeHalf remainder degreeOdd
        if degreeOdd is equal to zero
            add 1 to failCount
            exit paragraph
        end-if
    end-if.
    if nrEpsilon is not numeric or nrEpsilon is not greater than zero
        add 1 to failCount
    end-if.

countMaster.
    move 0 to masterCount.
    move "N" to masterEofSw.
*> utility's private log.
logPromotion.
    move "PROMOTE" to algAction.
    move spaces to algObject.
    string function trim(masterFname) " master swap"
        delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.
    open extend promLog.
    move spaces to promLogRecord.
    move candCount to editCount.
    string promStamp " promoted " function trim(candFname)
        " over " function trim(masterFname) " ("
        function trim(editCount) " records); prior master at "
        function trim(masterFname) ".saved." promStamp
        delimited by size into promLogRecord
    end-string.
    write promLogRecord.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------Change Freeze--------------------------------

*> sqrtfrz has already logged the refusal and said why.
checkFreeze.
    call "sqrtfrz" using frzMode, frzProgram, frzAttempt, frzNote,
        frzUntil, frzRc end-call.
    if frzRc is equal to 2
        display "sqrtprom: " function trim(candFname)
            " not promoted during " function trim(frzNote)
        move 18 to return-code
        stop run
    end-if.

*> ------------------------Operator Authority---------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; all that
*> is left is to say why and stop before anything is touched.
checkAuthority.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    if authRc is equal to 2
        display "sqrtprom: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrtprom: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.

*> ---------------------------------------------------------------------
