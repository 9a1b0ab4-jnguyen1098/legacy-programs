*> ruled that a quarantined source's abnormal volume was a genuine
*> big day, this releases sqrt.quar.<source> -- appending its
*> already-converted, already-serialed records to the promotion
*> candidate (sqrt.dat.new) while the intake it was held back from
*> is still waiting for sqrtprom, or adding them by key straight
*> onto the keyed master (sqrtkmst.cob) once that intake has been
*> promoted -- verifying the count, consuming the quarantine file,
*> and recording the release on the estate-wide action log. An upstream loop gets deleted by hand instead; that
*> judgment is exactly what the quarantine bought time for.
*>
*> An nth-root source the intake held back sits in
*> nthroot.quar.<source> instead; it is released the same way onto
*> nthroot.dat.new while that candidate waits, or appended to
*> nthroot.dat itself (under that dataset's lock) once promoted.
*>
*> A released sqrt.dat record is sealed afresh (sqrtseal.cob) on its
*> way out of quarantine: the release is the operator's sign-off on
*> the records as they now stand.
*>
*>   SQRT_QREL_SOURCE  the quarantined source to release (required)
*>
*> Inside a change freeze on the processing calendar (sqrtfrz) a
*> release is refused unless an emergency override comes with it
*> (SQRT_FREEZE_REASON and SQRT_FREEZE_SECOND).
*>
*> RETURN-CODE: 0 released and verified, 8 nothing quarantined for
*> the source or the append failed verification, 18 a change freeze
*> is in force and no valid override was given, 24 the master is
*> locked by another job, 22 the operator holds no RELEASE
*> entitlement on sqrt.auth.

identification division.
program-id. sqrtqrel.
    select quarFile assign to dynamic quarFname
        organization is line sequential
        file status is quarStatus.
    select candFile assign to dynamic candFname
        organization is line sequential
        file status is candStatus.

77 quarFname  pic x(40) value spaces.
77 quarStatus pic x(02).
77 candStatus pic x(02).
77 candFname  pic x(20) value "sqrt.dat.new".
77 cblFileInfo pic x(20) value spaces.
77 nrootSw    pic x(01) value "N".
    88 nrootRelease value "Y".

77 quarEofSw pic x(01) value "N".
    88 quarAtEof value "Y".
77 candEofSw pic x(01) value "N".
    88 candAtEof value "Y".
77 candSw    pic x(01) value "N".
    88 candPending value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 editCount  pic zzz,zzz,zz9.
77 cblRc      pic s9(9) comp-5 value zero.

*> Interface to the shared keyed-master routine
77 kmAction pic x(01).
77 kmBefore pic x(80).
77 kmAfter  pic x(80).
77 kmRc     pic 9(01).
77 relTarget pic x(20) value "sqrt.dat.new".

*> Interface to the shared sqrtseal record seal routine
77 sealAction pic x(01) value "S".
77 sealRc     pic 9(01) value 0.

*> Shop-standard enqueue on the master when the release goes onto it
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTQREL".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.dat".

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTQREL".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTQREL".
77 authPriv     pic x(08) value "RELEASE".
77 authObject   pic x(30) value "quarantine".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

*> Interface to the shared sqrtfrz change-freeze check
77 frzMode    pic x(01) value "B".
77 frzProgram pic x(08) value "SQRTQREL".
77 frzAttempt pic x(12) value "RELEASE".
77 frzNote    pic x(20) value spaces.
77 frzUntil   pic x(08) value spaces.
77 frzRc      pic 9(01) value 0.

*> --------------------------Main Program----------------------------------
procedure division.
    move "SQRT_QREL_SOURCE" to parmKey.
        move 8 to return-code
        stop run
    end-if.
    move spaces to authObject.
    string "quarantine " relSource delimited by size into authObject
    end-string.
    perform checkAuthority.
    perform checkFreeze.
    perform pickQuarantine.
    perform countCandidate.
    move candNow to candBefore.
    move "N" to quarEofSw.
        move 8 to return-code
        stop run
    end-if.
    if candPending
        open extend candFile
        perform r1 thru r1-exit until quarAtEof
        close quarFile, candFile
        perform countCandidate
    else
        if nrootRelease
            perform releaseToNroot
        else
            perform releaseToMaster
        end-if
    end-if.
    move candNow to candAfter.
    move quarCount to editCount.
    display "sqrtqrel: released " editCount " records from "
        function trim(quarFname) " into " function trim(relTarget)
        ".".
    if candAfter is not equal to candBefore + quarCount
        display "sqrtqrel: " function trim(relTarget)
            " count does NOT verify ("
            candBefore " + " quarCount " <> " candAfter ") --"
            " quarantine file kept"
        move 8 to return-code
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.
    if candPending
        display "Promote " function trim(candFname)
            " through sqrtprom as usual."
    end-if.
    stop run.

*> A source's quarantine is sqrt.quar.<source>, or for an nth-root
*> feed nthroot.quar.<source>; the latter's candidate is
*> nthroot.dat.new.
pickQuarantine.
    move spaces to quarFname.
    string "sqrt.quar." relSource
        delimited by size into quarFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using quarFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is equal to zero
        exit paragraph
    end-if.
    move spaces to quarFname.
    string "nthroot.quar." relSource
        delimited by size into quarFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using quarFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is equal to zero
        set nrootRelease to true
        move "nthroot.dat.new" to candFname, relTarget
        exit paragraph
    end-if.
    move spaces to quarFname.
    string "sqrt.quar." relSource
        delimited by size into quarFname
    end-string.

r1.
    read quarFile at end set quarAtEof to true end-read.
    if not quarAtEof
        if not nrootRelease
            call "sqrtseal" using sealAction, quarRecord, sealRc
            end-call
        end-if
        write candRecord from quarRecord
        add 1 to quarCount
    end-if.
r1-exit.
    exit.

*> With the intake already promoted there is no candidate to ride
*> on: each record goes onto the keyed master under the serial the
*> intake gave it, the master is counted before and after the same
*> way the candidate would be, and sqrt.dat is unloaded fresh.
releaseToMaster.
    move "sqrt.dat" to relTarget.
    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrtqrel: sqrt.dat is locked by " lockOwner
            " -- not starting"
        close quarFile
        move 24 to return-code
        stop run
    end-if.
    move "O" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        display "sqrtqrel: cannot open the sqrt.dat master"
        close quarFile
        perform releaseLock
        move 8 to return-code
        stop run
    end-if.
    perform countMaster.
    move candNow to candBefore.
    perform r2 thru r2-exit until quarAtEof.
    close quarFile.
    perform countMaster.
    move "U" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    move "X" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    perform releaseLock.

r2.
    read quarFile at end set quarAtEof to true end-read.
    if quarAtEof
        go to r2-exit
    end-if.
    move "A" to kmAction.
    call "sqrtseal" using sealAction, quarRecord, sealRc end-call.
    move quarRecord to kmAfter.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    add 1 to quarCount.

r2-exit.
    exit.

*> nthroot.dat has no keyed master behind it: the records are
*> appended to the file itself, counted before and after.
releaseToNroot.
    move "nthroot.dat" to candFname, relTarget, lockDataset.
    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrtqrel: nthroot.dat is locked by " lockOwner
            " -- not starting"
        close quarFile
        move 24 to return-code
        stop run
    end-if.
    perform countNroot.
    move candNow to candBefore.
    open extend candFile.
    if candStatus is equal to "35"
        open output candFile
    end-if.
    perform r1 thru r1-exit until quarAtEof.
    close quarFile, candFile.
    perform countNroot.
    perform releaseLock.

countNroot.
    move 0 to candNow.
    move "N" to candEofSw.
    open input candFile.
    if candStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until candAtEof
        read candFile
            at end set candAtEof to true
            not at end add 1 to candNow
        end-read
    end-perform.
    close candFile.

countMaster.
    move 0 to candNow.
    move "B" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    move "N" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    perform until kmRc is not equal to 0
        add 1 to candNow
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
    end-perform.

releaseLock.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.

countCandidate.
    move 0 to candNow.
    move "N" to candEofSw.
    if candStatus is not equal to "00"
        exit paragraph
    end-if.
    set candPending to true.
    perform until candAtEof
        read candFile
            at end set candAtEof to true
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------Change Freeze-----------------------------

*> sqrtfrz has already logged the refusal and said why.
checkFreeze.
    call "sqrtfrz" using frzMode, frzProgram, frzAttempt, frzNote,
        frzUntil, frzRc end-call.
    if frzRc is equal to 2
        display "sqrtqrel: " relSource " not released during "
            function trim(frzNote)
        move 18 to return-code
        stop run
    end-if.

*> ------------------------Operator Authority------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; all that
*> is left is to say why and stop before anything is touched.
checkAuthority.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    if authRc is equal to 2
        display "sqrtqrel: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrtqrel: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.

*> ------------------------------------------------------------------
