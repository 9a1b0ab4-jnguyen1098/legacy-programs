*>                    "C" cycle the whole file into <file>.Ryyyymmdd
*>                        and start it fresh (for files whose rows
*>                        carry no usable date, like sqrt.csv)
*>                    "K" the keyed results master (sqrt.out.ksds):
*>                        aged entries go to <file>.Ryyyymmdd, and
*>                        once that volume re-reads complete each
*>                        one is deleted by key (the entry's posted
*>                        date sits at 76 for 8, "Y"; its department
*>                        at 71 and source at 68)
*>   rtDatePos 9(03)  where the row's date starts       (D/V/K only)
*>   rtDateLen 9(02)  its length                        (D/V/K only)
*>   rtDateFmt x(01)  "Y" yyyymmdd, "D" yyyy-mm-dd...   (D/V/K only)
*>   rtDeptPos 9(03)  where the row's 4-byte department starts, if
*>                    it carries one (zero or blank: it doesn't)
*>   rtSrcPos  9(03)  where its 3-byte source code starts, likewise
*>
*> A row whose date doesn't parse is always kept -- a retention pass
*> must never be the thing that loses a record it couldn't read.
*>
*> Nor does a pass lose anything under legal hold (sqrtlhck.cob): a
*> row that would go is offered to the sqrt.lhold register with its
*> date, department and source (as far as the policy locates them)
*> and kept on the live file when a standing hold covers it. A cycled
*> file keeps its held rows and cycles the rest. What each file kept,
*> and under which hold, is reported and logged.
*>
*> Inside a change freeze on the processing calendar (sqrtfrz) no
*> pass is made unless an emergency override comes with it
*> (SQRT_FREEZE_REASON and SQRT_FREEZE_SECOND); under SQRTMEND the
*> RET step then fails like any other and is run again once the
*> freeze is over.
*>
*> RETURN-CODE: 0 all policies applied, 4 nothing was old enough
*> anywhere, 8 a verification failed (that file left untouched),
*> 18 a change freeze is in force and no valid override was given,
*> 22 the operator holds no PURGE entitlement on sqrt.auth.

identification division.
program-id. sqrtret.
       02 rtDatePos pic 9(03).
       02 rtDateLen pic 9(02).
       02 rtDateFmt pic x(01).
       02 rtDeptPos pic 9(03).
       02 rtSrcPos  pic 9(03).
       02 filler    pic x(32).
fd liveFile.
    01 liveRecord pic x(256).
fd keepFile.
77 totalAged   pic 9(09) value 0.
77 failCount   pic 9(03) value 0.
77 editCount   pic zzz,zzz,zz9.
77 heldCount   pic 9(09) value 0.

*> Interface to the shared sqrtlhck legal-hold check
77 lhkAction  pic x(01) value spaces.
77 lhkCaller  pic x(08) value "SQRTRET".
77 lhkDataset pic x(40) value spaces.
77 lhkDept    pic x(04) value spaces.
77 lhkSource  pic x(03) value spaces.
77 lhkDate    pic x(08) value spaces.
77 lhkHeld    pic x(01) value "N".
77 lhkHoldId  pic x(12) value spaces.
*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTRET ".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTRET".
77 authPriv     pic x(08) value "PURGE".
77 authObject   pic x(30) value "sqrtret.ctl retention".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

*> Interface to the shared sqrtfrz change-freeze check
77 frzMode    pic x(01) value "B".
77 frzProgram pic x(08) value "SQRTRET".
77 frzAttempt pic x(12) value "RETAIN".
77 frzNote    pic x(20) value spaces.
77 frzUntil   pic x(08) value spaces.
77 frzRc      pic 9(01) value 0.


*> Interface to the shared sqrtomst keyed results master
77 omsAction pic x(01) value spaces.
copy "sqrtomst.cpy" replacing leading ==om== by ==oms==.
77 omsCount  pic 9(09) value 0.
77 omsRc     pic 9(01) value 0.

*> Shop-standard enqueue on each file while it's being rewritten
77 lockAction  pic x(01).
    compute todayInt =
        function integer-of-date(function numval(todayStamp)).
    display "sqrtret: retention pass for " todayStamp.
    perform checkAuthority.
    perform checkFreeze.
    open input policyFile.
    if policyStatus is not equal to "00"
        display "sqrtret: no sqrtret.ctl on file (status "
            lockOwner " -- skipped this pass"
        go to onePolicy-exit
    end-if.
    evaluate rtAction
        when "C"
            perform cycleFile thru cycleFile-done
        when "K"
            perform trimKeyed thru trimKeyed-done
        when other
            perform trimFile thru trimFile-done
    end-evaluate.
    perform releaseDataset.

onePolicy-exit.
*> ------------------------Row-dated Trim (D / V)--------------------------

trimFile.
    move 0 to agedCount, keptCount, chkKept, chkAged, heldCount.
    move "N" to liveEofSw.
    open input liveFile.
    if liveStatus is not equal to "00"
        move 0 to lockRc
        display "sqrtret: " function trim(liveFname)
            " -- nothing past " cutoffDate
        perform reportHeld
        go to trimFile-done
    end-if.
*> Verify before trimming: the keep file (and the volume, when one
    move agedCount to editCount.
    display "sqrtret: " function trim(liveFname) " -- " editCount
        " rows aged out (cutoff " cutoffDate ")".
    perform reportHeld.
    move "TRIM" to algAction.
    move liveFname to algObject.
    call "sqrtalog" using algProgram, algAction, algObject
        go to tf1-exit
    end-if.
    perform extractRowDate.
    move "N" to lhkHeld.
    if rowDate is not equal to spaces
            and rowDate is less than cutoffDate
        perform checkHold
    end-if.
    if lhkHeld is equal to "Y"
        write keepRecord from liveRecord
        add 1 to keptCount, heldCount
        go to tf1-exit
    end-if.
    if rowDate is not equal to spaces
            and rowDate is less than cutoffDate
        add 1 to agedCount
    end-perform.
    close volumeFile.

*> Offers a row about to go to the legal-hold register, with what
*> the policy can say about it; a blank is read as "could be any".
checkHold.
    move "R" to lhkAction.
    move liveFname to lhkDataset.
    move rowDate to lhkDate.
    move spaces to lhkDept, lhkSource.
    if rtDeptPos is numeric and rtDeptPos is greater than zero
        move liveRecord(rtDeptPos:4) to lhkDept
    end-if.
    if rtSrcPos is numeric and rtSrcPos is greater than zero
        move liveRecord(rtSrcPos:3) to lhkSource
    end-if.
    call "sqrtlhck" using lhkAction, lhkCaller, lhkDataset, lhkDept,
        lhkSource, lhkDate, lhkHeld, lhkHoldId end-call.

reportHeld.
    move "S" to lhkAction.
    move liveFname to lhkDataset.
    call "sqrtlhck" using lhkAction, lhkCaller, lhkDataset, lhkDept,
        lhkSource, lhkDate, lhkHeld, lhkHoldId end-call.

*> Rewrites the live file from the verified keep file; line-
*> sequential files have no delete-in-place, same as every
*> sequential master here.

*> For files whose rows carry no usable date: the entire file moves
*> to the dated side volume and the live file starts fresh -- still
*> copy-verify-then-reset, never a bare rename. Rows under legal hold
*> stay behind: the live file then restarts from just those.
cycleFile.
    move 0 to agedCount, chkAged, keptCount, chkKept, heldCount.
    move "N" to liveEofSw.
    open input liveFile.
    if liveStatus is not equal to "00"
        go to cycleFile-done
    end-if.
    open output volumeFile.
    open output keepFile.
    perform cf1 thru cf1-exit until liveAtEof.
    close liveFile, volumeFile, keepFile.
    if agedCount is equal to zero
        call "CBL_DELETE_FILE" using keepFname returning lockRc
        end-call
        call "CBL_DELETE_FILE" using volumeFname returning lockRc
        end-call
        move 0 to lockRc
        if heldCount is equal to zero
            display "sqrtret: " function trim(liveFname)
                " is empty -- nothing to cycle"
        else
            display "sqrtret: " function trim(liveFname)
                " -- every row is under legal hold; nothing cycled"
            perform reportHeld
        end-if
        go to cycleFile-done
    end-if.
    perform verifyVolume.
    perform verifyKeep.
    if chkAged is not equal to agedCount
            or chkKept is not equal to keptCount
        display "sqrtret: " function trim(volumeFname)
            " FAILED verification -- live file untouched"
        add 1 to failCount
        go to cycleFile-done
    end-if.
    if heldCount is equal to zero
        open output liveFile
        close liveFile
        call "CBL_DELETE_FILE" using keepFname returning lockRc
        end-call
        move 0 to lockRc
    else
        perform rewriteLive
    end-if.
    add agedCount to totalAged.
    move agedCount to editCount.
    display "sqrtret: " function trim(liveFname) " -- " editCount
        " rows cycled into " function trim(volumeFname).
    perform reportHeld.
    move "CYCLE" to algAction.
    move liveFname to algObject.
    call "sqrtalog" using algProgram, algAction, algObject

cf1.
    read liveFile at end set liveAtEof to true end-read.
    if liveAtEof
        go to cf1-exit
    end-if.
    perform extractRowDate.
    perform checkHold.
    if lhkHeld is equal to "Y"
        write keepRecord from liveRecord
        add 1 to keptCount, heldCount
    else
        write volumeRecord from liveRecord
        add 1 to agedCount
    end-if.
cf1-exit.
    exit.

*> ------------------------Keyed Results Master (K)------------------------

*> An indexed master has no keep file to swap in: the aged entries
*> are written to the dated volume first, the volume is re-read
*> against the count, and only then is each entry on it deleted by
*> key through the shared sqrtomst routine. The entry image sits in
*> liveRecord so the policy positions read it like any other row.
trimKeyed.
    move 0 to agedCount, keptCount, chkAged, heldCount.
    move "B" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    if omsRc is not equal to 0
        display "sqrtret: " function trim(liveFname)
            " not on file -- skipped"
        go to trimKeyed-done
    end-if.
    open output volumeFile.
    perform tk1 thru tk1-exit until omsRc is not equal to 0.
    close volumeFile.
    move "X" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    if agedCount is equal to zero
        call "CBL_DELETE_FILE" using volumeFname returning lockRc
        end-call
        move 0 to lockRc
        display "sqrtret: " function trim(liveFname)
            " -- nothing past " cutoffDate
        perform reportHeld
        go to trimKeyed-done
    end-if.
    perform verifyVolume.
    if chkAged is not equal to agedCount
        display "sqrtret: " function trim(volumeFname)
            " FAILED verification -- master untouched"
        add 1 to failCount
        go to trimKeyed-done
    end-if.
    move "N" to sideEofSw.
    open input volumeFile.
    perform tk2 thru tk2-exit until sideAtEof.
    close volumeFile.
    move "X" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    add agedCount to totalAged.
    move agedCount to editCount.
    display "sqrtret: " function trim(liveFname) " -- " editCount
        " entries aged out (cutoff " cutoffDate ")".
    perform reportHeld.
    move "TRIM" to algAction.
    move liveFname to algObject.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.

trimKeyed-done.
    exit.

tk1.
    move "N" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    if omsRc is not equal to 0
        go to tk1-exit
    end-if.
    move omsRecord to liveRecord.
    perform extractRowDate.
    if rowDate is equal to spaces
            or rowDate is not less than cutoffDate
        add 1 to keptCount
        go to tk1-exit
    end-if.
    perform checkHold.
    if lhkHeld is equal to "Y"
        add 1 to keptCount, heldCount
        go to tk1-exit
    end-if.
    write volumeRecord from liveRecord.
    add 1 to agedCount.

tk1-exit.
    exit.

tk2.
    read volumeFile at end set sideAtEof to true end-read.
    if sideAtEof
        go to tk2-exit
    end-if.
    move volumeRecord to omsRecord.
    move "D" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.

tk2-exit.
    exit.

*> ------------------------Dataset Enqueue---------------------------------

claimDataset.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.

*> ------------------------Change Freeze-----------------------------

*> sqrtfrz has already logged the refusal and said why.
checkFreeze.
    call "sqrtfrz" using frzMode, frzProgram, frzAttempt, frzNote,
        frzUntil, frzRc end-call.
    if frzRc is equal to 2
        display "sqrtret: no retention pass during "
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
        display "sqrtret: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrtret: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.

*> ------------------------------------------------------------------
