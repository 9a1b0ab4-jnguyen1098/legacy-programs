*> normally. A 10x feed is either a big day or an upstream loop; a
*> human says which before the window pays for it.
*>
*> A source that finds a bad record after sending it drops
*> <drop>/cancel.<source> beside its extract: one serial per line
*> (columns 1-7), with its own note in columns 9-48. Cancellations
*> are worked before any extract is swept. Each serial must lie in
*> a range sqrt.load.log says that same source loaded; one the run
*> has already converged (sqrt.audit, less any run sqrtbkot has since
*> backed out) or rejected (sqrt.rej) is TOO LATE; otherwise the
*> record is withdrawn from wherever it stands -- the unpromoted
*> candidate, the source's quarantine file, or the keyed master (with
*> the CHN1 card that introduces it, the way sqrtmaint deletes one)
*> -- and the cancellation APPLIED; anything else is NOT FOUND.
*> Every line is acknowledged back on <drop>/cancel.<source>.ack and
*> journaled on sqrt.cancel.log for sqrtlin, and the cancellation
*> file is consumed like an extract.
*> A morning with cancellations but no extracts leaves any pending
*> candidate exactly where it was.
*>
*> A source resending one corrected record marks it, in the column
*> its mapping names (mpRepCol / mpRepPos+mpRepLen), with the serial
*> it replaces. The same ownership and already-processed checks a
*> cancellation gets apply; a good replacement takes a new serial
*> and changes the standing record on the keyed master IN PLACE --
*> same place in file order, any CHN1 card in front of it now
*> introducing the replacement -- instead of riding the candidate as
*> a second record. Every replacement is acknowledged, SUPERSEDED or
*> REFUSED, on <drop>/extract.<source>.ack and journaled on
*> sqrt.cancel.log, and the receipt counts both apart from the
*> records written, so the candidate still reconciles.
*>
*> Engineering's nth-root feeds come through the same sweep. A
*> mapping whose mpKind is "N" describes an nth-root extract: the
*> radicand and epsilon as usual, the root degree where mpDegCol (or
*> mpDegPos/mpDegLen) says, else the mapping's mpDefDeg. Its lines
*> convert to the sqrtnrec.cpy layout, take serials off the same
*> sqrt.serial counter, and merge into their own candidate,
*> nthroot.dat.new, which sqrtprom promotes over nthroot.dat and
*> which reconciles against its own receipts. The volume breaker
*> holds an out-of-band nth-root source in nthroot.quar.<source>
*> for sqrtqrel. Cancellations and replacements are a sqrt.dat
*> master facility; an nth-root line's replacement column is not
*> read. Either kind of mapping may name a department (mpDept) that
*> every record converted for the source is stamped with, so its
*> work bills to the department that owns the feed.
*>
*> Every sqrt.dat record the sweep writes -- candidate, quarantine or
*> in-place replacement -- is sealed (sqrtseal.cob) once its serial
*> is stamped, so SQRT and sqrtprom can tell it from a hand edit.
*>
*> An extract sent for a department's work order has its ticket
*> dropped beside it, <drop>/extract.<source>.wo (sqrtword.cpy). The
*> ticket is filed on the sqrt.wo register through sqrtwreg, the
*> order id stamped on the extract's sqrt.load.log range, and the
*> ticket consumed with the extract.
*>
*> A source is only swept once sqrtonbd has certified it (the
*> sqrt.onbd register, sqrtonck.cob): an extract from a source never
*> certified, or whose last onboarding run failed, is refused and
*> left where it lies in the drop for the operator, and the rest of
*> the morning proceeds. A shop with no register yet refuses nothing.
*> The same goes for a source whose mapping stamps a department
*> (mpDept) the department registry (sqrtdept.ctl, through
*> sqrtdptr) does not know, or no longer has in effect: its records
*> would bill to a code nobody owns.
*>
*>   SQRT_INTK_DROP  drop directory (default "drop")
*>
*> RETURN-CODE: 0 clean, 4 some extract lines failed validation
*> (receipts say which file), cancellations waiting could not be
*> worked because the master was locked, a work-order ticket could
*> not be filed, or an extract was refused (uncertified source or
*> unregistered department), 8 nothing arrived or the
*> candidate failed reconciliation.

identification division.
program-id. sqrtintk.
    select candFile assign to "sqrt.dat.new"
        organization is line sequential
        file status is candStatus.
    select nrootCandFile assign to "nthroot.dat.new"
        organization is line sequential
        file status is nrootCandStatus.
    select receiptFile assign to "sqrt.intk.rcp"
        organization is line sequential
        file status is receiptStatus.
    select alertFile assign to "sqrt.alert.OPERATIONS"
        organization is line sequential
        file status is alertStatus.
    select cancelFile assign to dynamic cancelFname
        organization is line sequential
        file status is cancelStatus.
    select ackFile assign to dynamic ackFname
        organization is line sequential
        file status is ackStatus.
    select cancelLog assign to "sqrt.cancel.log"
        organization is line sequential
        file status is cancelLogStatus.
    select filtIn assign to dynamic filtInFname
        organization is line sequential
        file status is filtInStatus.
    select filtOut assign to dynamic filtOutFname
        organization is line sequential
        file status is filtOutStatus.
    select auditFile assign to "sqrt.audit"
        organization is line sequential
        file status is auditStatus.
    select rejFile assign to "sqrt.rej"
        organization is line sequential
        file status is rejStatus.

data division.

       02 mpEpsLen pic 9(02).
       02 mpCapPos pic 9(03).
       02 mpCapLen pic 9(02).
       02 mpRepCol pic 9(02).
       02 mpRepPos pic 9(03).
       02 mpRepLen pic 9(02).
       02 mpKind   pic x(01).
       02 mpDegCol pic 9(02).
       02 mpDegPos pic 9(03).
       02 mpDegLen pic 9(02).
       02 mpDefDeg pic x(02).
       02 mpDept   pic x(04).
       02 filler   pic x(20).
fd extractFile.
    01 extractRecord pic x(80).
fd candFile.
    01 candRecord pic x(80).
fd nrootCandFile.
    01 nrootCandRecord pic x(80).
fd receiptFile.
    copy "sqrtircp.cpy".
fd serialFile.
    01 serialRecord.
       02 serialLast pic 9(07).
    01 quarRecord pic x(80).
fd alertFile.
    01 alertLine pic x(100).
fd cancelFile.
    01 cancelLine.
       02 clSerial pic x(07).
       02 filler   pic x(01).
       02 clReason pic x(40).
       02 filler   pic x(32).
fd ackFile.
    copy "sqrtcanc.cpy" replacing ==cancelRecord== by ==ackRecord==
        leading ==cn== by ==ak==.
fd cancelLog.
    copy "sqrtcanc.cpy".
fd filtIn.
    01 filtInRecord pic x(80).
fd filtOut.
    01 filtOutRecord pic x(80).
fd auditFile.
    copy "sqrtaudit.cpy".
fd rejFile.
    01 rejRecord pic x(80).

working-storage section.
77 mapFileStatus     pic x(02).
77 loadLogStatus     pic x(02).
77 extractFname      pic x(60) value spaces.
77 candFname         pic x(20) value "sqrt.dat.new".
77 nrootCandStatus   pic x(02).
77 nrootCandFname    pic x(20) value "nthroot.dat.new".

copy "sqrtrec.cpy".
copy "sqrtnrec.cpy".

77 mapEofSw     pic x(01) value "N".
    88 mapAtEof value "Y".
    02 umEpsLen pic 9(02).
    02 umCapPos pic 9(03).
    02 umCapLen pic 9(02).
    02 umRepCol pic 9(02).
    02 umRepPos pic 9(03).
    02 umRepLen pic 9(02).
    02 umKind   pic x(01).
        88 umNroot value "N".
    02 umDegCol pic 9(02).
    02 umDegPos pic 9(03).
    02 umDegLen pic 9(02).
    02 umDefDeg pic x(02).
    02 umDept   pic x(04).
    02 filler   pic x(20).

77 headerPendingSw pic x(01) value "N".
    88 headerPending value "Y".
77 srcRegCode  pic x(03) value spaces.
77 srcRegName  pic x(20) value spaces.
77 srcRegTeam  pic x(12) value spaces.
77 srcRegContact pic x(20) value spaces.
77 srcRegVolLo pic 9(07) value 0.
77 srcRegVolHi pic 9(07) value 0.
77 srcRegRc    pic 9(01) value 0.
77 radicandTok pic x(25) value spaces.
77 epsilonTok  pic x(20) value spaces.
77 capTok      pic x(10) value spaces.
77 repTok      pic x(10) value spaces.
77 degreeTok   pic x(10) value spaces.
77 degreeNum   pic 9(02) value 0.
77 radicandNum pic s9(15)v9(6).
77 epsilonNum  pic v9(9).
77 capNum      pic 9(05) value 0.
77 nextSerial  pic 9(07) value 0.
77 firstSerial pic 9(07) value 0.

*> ------------------------Work-order Tickets------------------------------
77 woTicketFname pic x(70) value spaces.
77 woOrder       pic x(10) value spaces.
77 woRc          pic 9(01) value 0.
77 woUnfiled     pic 9(03) value 0.

*> ------------------------Per-file and Sweep Totals-----------------------
77 fileRead    pic 9(07) value 0.
77 fileWritten pic 9(07) value 0.
77 fileFailed  pic 9(07) value 0.
77 filesSwept  pic 9(03) value 0.
77 sweepWritten pic 9(09) value 0.
77 nrootWritten pic 9(09) value 0.
77 nrootSwept   pic 9(03) value 0.
77 sweepFailed  pic 9(09) value 0.
77 fileReplaced pic 9(07) value 0.
77 fileRefused  pic 9(07) value 0.
77 sweepReplaced pic 9(09) value 0.
77 sweepRefused  pic 9(09) value 0.
77 candCount    pic 9(09) value 0.
77 reconFailSw  pic x(01) value "N".
    88 reconFailed value "Y".
77 editCount    pic zzz,zzz,zz9.

*> Shop-standard enqueue on the candidate while it's being built
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.dat.new".

*> ------------------------Upstream Cancellations--------------------------
77 cancelFname     pic x(60) value spaces.
77 ackFname        pic x(60) value spaces.
77 filtInFname     pic x(60) value spaces.
77 filtOutFname    pic x(60) value spaces.
77 filtLiveFname   pic x(60) value spaces.
77 cancelStatus    pic x(02).
77 ackStatus       pic x(02).
77 cancelLogStatus pic x(02).
77 filtInStatus    pic x(02).
77 filtOutStatus   pic x(02).
77 auditStatus     pic x(02).
77 rejStatus       pic x(02).
77 cancelEofSw     pic x(01) value "N".
    88 cancelAtEof value "Y".
77 filtEofSw       pic x(01) value "N".
    88 filtAtEof value "Y".
77 scanEofSw       pic x(01) value "N".
    88 scanAtEof value "Y".
*> Interface to the shared backed-out run check
77 rvkRunId        pic x(14) value spaces.
77 rvkStamp        pic x(14) value spaces.
77 rvkRc           pic 9(01) value 0.
77 ownLoadedSw     pic x(01) value "N".
    88 ownLoaded value "Y".
77 cancelBlockedSw pic x(01) value "N".
    88 cancelBlocked value "Y".
77 mstOpenSw       pic x(01) value "N".
    88 mstOpen value "Y".
77 cardHeldSw      pic x(01) value "N".
    88 cardHeld value "Y".
77 cancelFiles     pic 9(03) value 0.
77 cancelRc        pic 9(01) value 0.
77 extractsWaiting pic 9(03) value 0.
77 nrootWaiting    pic 9(03) value 0.
77 spLinesSw       pic x(01) value "N".
    88 spLinesSeen value "Y".
77 repSerialNum    pic 9(07) value 0.
77 refuseDetail    pic x(30) value spaces.
01 cardHeldImage   pic x(80) value spaces.
01 chnTagLit       pic x(04) value 'CHN1'.

*> One cancellation file's lines (or one extract's replaced
*> serials), worked as a set so each of the files the serials are
*> looked for on is read once, not per line
77 cxMax      pic 9(03) value 500.
77 cxCount    pic 9(03) value 0.
77 cxIdx      pic 9(03) value 0.
77 cxHit      pic 9(03) value 0.
77 cxOpen     pic 9(03) value 0.
77 cxLines    pic 9(05) value 0.
77 cxApplied  pic 9(05) value 0.
77 cxNotFound pic 9(05) value 0.
77 cxTooLate  pic 9(05) value 0.
77 filtHits   pic 9(05) value 0.
77 filtWhere  pic x(10) value spaces.
77 matchSerial pic x(07) value spaces.
01 cxTable.
    02 cxEntry occurs 500 times.
        03 tCxSerial  pic x(07).
        03 tCxReason  pic x(40).
        03 tCxOutcome pic x(10).
        03 tCxWhere   pic x(10).
        03 tCxDetail  pic x(30).
        03 tCxImage   pic x(80).
        03 tCxCard    pic x(80).

*> Which source loaded which serial range, off sqrt.load.log
77 ownMax   pic 9(04) value 2000.
77 ownCount pic 9(04) value 0.
77 ownIdx   pic 9(04) value 0.
77 ownSource pic x(03) value spaces.
77 ownEofSw pic x(01) value "N".
    88 ownAtEof value "Y".
01 ownTable.
    02 ownEntry occurs 2000 times.
        03 tOwnSource pic x(03).
        03 tOwnFirst  pic x(07).
        03 tOwnLast   pic x(07).

*> Interface to the shared keyed-master routine
77 kmAction pic x(01).
77 kmBefore pic x(80) value spaces.
77 kmAfter  pic x(80) value spaces.
77 kmRc     pic 9(01) value 0.

*> Interface to the shared sqrtseal record seal routine
77 sealAction pic x(01) value "S".
77 sealRc     pic 9(01) value 0.

*> The master's own enqueue, taken only when cancellations arrive
77 mstLockDataset pic x(30) value "sqrt.dat".

*> Interface to the shared onboarding-certificate check
77 onkCertified pic x(08) value spaces.
77 onkRc        pic 9(01) value 0.
    88 onkRefused value 1.
77 refusedFiles pic 9(03) value 0.
01 refusedTable.
    02 refusedFlag occurs 20 times pic x(01).

*> Interface to the shared department registry resolver
77 dptAction  pic x(01) value "V".
77 dptDate    pic x(08) value spaces.
77 dptName    pic x(20) value spaces.
77 dptCostCtr pic x(08) value spaces.
77 dptOwner   pic x(20) value spaces.
copy "sqrtdtgt.cpy".
77 dptRc      pic 9(01) value 0.
    88 dptUnknown value 1 2.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTINTK".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(32) value 'SQRT Multi-extract Intake'.
        stop run
    end-if.
    perform loadSerial.
    perform cancelPass.
*> The candidate is only rewritten when there is something to sweep
*> into it: a cancellations-only run must not wipe the candidate an
*> earlier intake left waiting for sqrtprom. The same goes for each
*> kind on its own: a morning with only nth-root extracts leaves a
*> waiting sqrt.dat.new alone, and the reverse.
    perform probeExtracts.
    if extractsWaiting + nrootWaiting is greater than zero
        if extractsWaiting is greater than zero
            open output candFile
        end-if
        if nrootWaiting is greater than zero
            open output nrootCandFile
        end-if
        perform sweepOne thru sweepOne-exit
            varying srcIdx from 1 by 1 until srcIdx is greater than
                srcCount
        if extractsWaiting is greater than zero
            close candFile
        end-if
        if nrootWaiting is greater than zero
            close nrootCandFile
        end-if
    end-if.
    perform releaseMaster.
    perform saveSerial.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    display underLine1.
    if refusedFiles is greater than zero
        display "  " refusedFiles " extract(s) refused and left in"
            " the drop."
    end-if.
    if filesSwept is equal to zero
        if cancelFiles is greater than zero
            display "  No extracts in " function trim(dropDir)
                "; cancellations only."
            move cancelRc to return-code
            if refusedFiles is greater than zero
                move 4 to return-code
            end-if
            stop run
        end-if
        if refusedFiles is greater than zero
            display "  No acceptable extracts in "
                function trim(dropDir) " this morning."
        else
            display "  No extracts in " function trim(dropDir)
                " this morning."
        end-if
        move 8 to return-code
        stop run
    end-if.
    move cancelRc to return-code.
    perform reconcile.
    stop run.

lm1-exit.
    exit.

probeExtracts.
    move 0 to extractsWaiting.
    move spaces to refusedTable.
    perform varying srcIdx from 1 by 1
            until srcIdx is greater than srcCount
        move tMapRec(srcIdx) to useMap
        move spaces to extractFname
        string function trim(dropDir) "/extract." umSource
            delimited by size into extractFname
        end-string
        call "CBL_CHECK_FILE_EXIST" using extractFname, cblFileInfo
            returning cblRc
        end-call
        if cblRc is equal to zero
            perform screenExtract
            if refusedFlag(srcIdx) is equal to "Y"
                add 1 to refusedFiles
            else
                if umNroot
                    add 1 to nrootWaiting
                else
                    add 1 to extractsWaiting
                end-if
            end-if
        end-if
    end-perform.

*> An extract is refused, and left in the drop, when its source has
*> not been certified by sqrtonbd or its mapping's department is not
*> one the registry has in effect today.
screenExtract.
    call "sqrtonck" using umSource, onkCertified, onkRc end-call.
    if onkRefused
        move "Y" to refusedFlag(srcIdx)
        display "  *** " function trim(extractFname) " ("
            umSource "): source not certified by sqrtonbd"
            " -- REFUSED, left in the drop ***"
        exit paragraph
    end-if.
    if umDept is equal to spaces
        exit paragraph
    end-if.
    call "sqrtdptr" using dptAction, umDept, dptDate, dptName,
        dptCostCtr, dptOwner, dptTargets, dptRc end-call.
    if dptUnknown
        move "Y" to refusedFlag(srcIdx)
        display "  *** " function trim(extractFname) " ("
            umSource "): mapping department " umDept
            " is not on the department registry in effect"
            " -- REFUSED, left in the drop ***"
    end-if.

*> ------------------------One Source's Extract----------------------------

*> The drop convention: each upstream delivers <drop>/extract.<its
    if cblRc is not equal to zero
        go to sweepOne-exit
    end-if.
*> An extract refused when the drop was probed stays where it lies.
    if refusedFlag(srcIdx) is equal to "Y"
        go to sweepOne-exit
    end-if.
    add 1 to filesSwept.
    if umNroot
        add 1 to nrootSwept
    end-if.
    move 0 to fileRead, fileWritten, fileFailed, firstSerial.
    move 0 to fileReplaced, fileRefused.
    perform judgeVolume.
    move "N" to spLinesSw.
    if not umNroot
        perform collectReplacements
    end-if.
    if spLinesSeen
        move spaces to ackFname
        string function trim(extractFname) ".ack"
            delimited by size into ackFname
        end-string
        open extend ackFile
        if ackStatus is equal to "35"
            open output ackFile
        end-if
        open extend cancelLog
        if cancelLogStatus is equal to "35"
            open output cancelLog
        end-if
    end-if.
    move "N" to extractEofSw.
    move "N" to headerPendingSw.
    if umHeader is equal to "Y"
    end-if.
    if quarantining
        move spaces to quarFname
        if umNroot
            string "nthroot.quar." umSource
                delimited by size into quarFname
            end-string
        else
            string "sqrt.quar." umSource
                delimited by size into quarFname
            end-string
        end-if
        open output quarFile
    end-if.
    open input extractFile.
    end-if.
    perform cv1 thru cv1-exit until extractAtEof.
    close extractFile.
    if spLinesSeen
        close ackFile, cancelLog
    end-if.
    if quarantining
        close quarFile
        perform raiseQuarAlert
    end-if.
    perform writeReceipt.
    perform fileWorkOrder.
    perform writeLoadLog.
    perform consumeExtract.
    move fileRead to editCount.
    display ", " editCount " written" with no advancing.
    move fileFailed to editCount.
    display ", " editCount " failed".
    if spLinesSeen
        move fileReplaced to editCount
        display "    replacements: " editCount " superseded"
            with no advancing
        move fileRefused to editCount
        display ", " editCount " refused"
    end-if.

sweepOne-exit.
    exit.
    end-if.
    add 1 to fileRead.
    perform parseMapped.
    if lineValid and umNroot
        perform convertNroot
        go to cv1-exit
    end-if.
    if lineValid and repTok is not equal to spaces
        perform supersede thru supersede-exit
        go to cv1-exit
    end-if.
    if lineValid
        move spaces to lineStruct
        move radicandNum to radicandIn
        move epsilonNum to epsilonIn
        move capNum to recIterCap
        move umSource to recSource
        move umDept to recDept
        add 1 to nextSerial
        if firstSerial is equal to zero
            move nextSerial to firstSerial
        end-if
        move nextSerial to recSerial
        call "sqrtseal" using sealAction, lineStruct, sealRc end-call
        if quarantining
            write quarRecord from lineStruct
            add 1 to quarWritten
cv1-exit.
    exit.

*> An nth-root line becomes a sqrtnrec.cpy record under the next
*> serial off the shared counter, onto its own candidate (or the
*> source's nth-root quarantine file).
convertNroot.
    move spaces to nrootStruct.
    move radicandNum to nrRadicand.
    move degreeNum to nrDegree.
    move epsilonNum to nrEpsilon.
    move umSource to nrSource.
    move umDept to nrDept.
    add 1 to nextSerial.
    if firstSerial is equal to zero
        move nextSerial to firstSerial
    end-if.
    move nextSerial to nrSerial.
    if quarantining
        write quarRecord from nrootStruct
        add 1 to quarWritten
    else
        write nrootCandRecord from nrootStruct
        add 1 to nrootWritten
    end-if.
    add 1 to fileWritten.

*> Pulls each field from wherever this source's mapping says it
*> lives, exactly the way sqrtload's mapped parse does; a delimited
*> mapping with no column numbers falls back to the legacy
*> radicand,epsilon,cap order.
parseMapped.
    move "N" to lineValidSw.
    move spaces to radicandTok epsilonTok capTok repTok degreeTok.
    if umType is equal to "F"
        if umRadPos is greater than zero and umRadLen is greater
                than zero
                than zero
            move extractRecord(umCapPos:umCapLen) to capTok
        end-if
        if umRepPos is numeric and umRepLen is numeric
                and umRepPos is greater than zero
                and umRepLen is greater than zero
            move extractRecord(umRepPos:umRepLen) to repTok
        end-if
        if umNroot and umDegPos is numeric and umDegLen is numeric
                and umDegPos is greater than zero
                and umDegLen is greater than zero
            move extractRecord(umDegPos:umDegLen) to degreeTok
        end-if
    else
        move spaces to tokTable
        unstring extractRecord delimited by umDelim
        else
            move tokSlot(3) to capTok
        end-if
        if umRepCol is numeric and umRepCol is greater than zero
                and umRepCol is less than or equal to 10
            move tokSlot(umRepCol) to repTok
        end-if
        if umNroot and umDegCol is numeric and umDegCol is greater
                than zero and umDegCol is less than or equal to 10
            move tokSlot(umDegCol) to degreeTok
        end-if
    end-if.
    if epsilonTok is equal to spaces
        move umDefEps to epsilonTok
    end-if.
    if umNroot and degreeTok is equal to spaces
        move umDefDeg to degreeTok
    end-if.

    if function test-numval-f(radicandTok) is not equal to 0
        exit paragraph
        end-if
    end-if.

*> The root degree an nth-root line needs, in the 2-99 the batch
*> itself accepts.
    if umNroot
        if function test-numval(degreeTok) is not equal to 0
            exit paragraph
        end-if
        if function numval(degreeTok) is less than 2
                or function numval(degreeTok) is greater than 99
            exit paragraph
        end-if
        move function numval(degreeTok) to degreeNum
    end-if.

    move "Y" to lineValidSw.

*> ------------------------Volume Circuit Breaker--------------------------
    move "N" to quarModeSw.
    move umSource to srcRegCode.
    call "sqrtsrcr" using srcRegCode, srcRegName, srcRegTeam,
        srcRegContact, srcRegVolLo, srcRegVolHi, srcRegRc end-call.
    if srcRegVolHi is equal to zero
        exit paragraph
    end-if.
        call "CBL_DELETE_FILE" using extractFname returning cblRc
        end-call
    end-if.
    call "CBL_CHECK_FILE_EXIST" using woTicketFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is equal to zero
        move spaces to consumedFname
        string function trim(woTicketFname) ".D" todayStamp
            delimited by size into consumedFname
        end-string
        call "CBL_RENAME_FILE" using woTicketFname, consumedFname
            returning cblRc
        end-call
        if cblRc is not equal to zero
            call "CBL_DELETE_FILE" using woTicketFname
                returning cblRc
            end-call
        end-if
    end-if.

*> The extract's work-order ticket, filed only when the extract put
*> serials on the journal for the order to claim.
fileWorkOrder.
    move spaces to woOrder.
    move 0 to woRc.
    move spaces to woTicketFname.
    string function trim(extractFname) ".wo"
        delimited by size into woTicketFname
    end-string.
    if firstSerial is equal to zero
        exit paragraph
    end-if.
    call "sqrtwreg" using woTicketFname, lockCaller, woOrder, woRc
    end-call.
    evaluate woRc
        when 1
            display "  " function trim(extractFname) ": work order "
                woOrder " filed on sqrt.wo"
        when 2
            display "  " function trim(extractFname) ": records added"
                " to work order " woOrder
        when 3
            display "  " function trim(extractFname) ": work order "
                woOrder " reopened for these records"
        when 7
            add 1 to woUnfiled
            display "  *** " function trim(woTicketFname)
                " has no order id, a bad date or an unregistered"
                " department -- swept without a work order ***"
        when 8
            add 1 to woUnfiled
            display "  *** sqrt.wo is locked -- order " woOrder
                " stamped but not filed on the register ***"
        when 9
            add 1 to woUnfiled
            display "  *** sqrt.wo is full -- order " woOrder
                " stamped but not filed on the register ***"
    end-evaluate.

*> ------------------------Upstream Cancellations--------------------------

*> Every registered source's drop slot is probed for a cancellation
*> file; the master is opened (under its own lock) only once one
*> turns up, and unloaded afterwards so sqrt.dat agrees with it. A
*> master another job holds leaves every cancellation file in place
*> for the next intake rather than acknowledging anything wrongly.
cancelPass.
    perform cancelOne thru cancelOne-exit
        varying srcIdx from 1 by 1 until srcIdx is greater than
            srcCount.

*> Held open through the sweep for any replacements, then unloaded.
releaseMaster.
    if mstOpen
        move "U" to kmAction
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
        move "X" to kmAction
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
        move "R" to lockAction
        call "sqrtlock" using lockAction, mstLockDataset, lockCaller,
            lockOwner, lockRc end-call
        move "N" to mstOpenSw
    end-if.

cancelOne.
    if cancelBlocked
        go to cancelOne-exit
    end-if.
    move tMapRec(srcIdx) to useMap.
    move spaces to cancelFname.
    string function trim(dropDir) "/cancel." umSource
        delimited by size into cancelFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using cancelFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is not equal to zero
        go to cancelOne-exit
    end-if.
    if not mstOpen
        perform openMasterForIntake
        if cancelBlocked
            go to cancelOne-exit
        end-if
    end-if.
    if not ownLoaded
        perform loadOwnership
    end-if.
    add 1 to cancelFiles.
    move 0 to cxCount, cxLines, cxApplied, cxNotFound, cxTooLate.
    move spaces to ackFname.
    string function trim(cancelFname) ".ack"
        delimited by size into ackFname
    end-string.
    open extend ackFile.
    if ackStatus is equal to "35"
        open output ackFile
    end-if.
    open extend cancelLog.
    if cancelLogStatus is equal to "35"
        open output cancelLog
    end-if.
    move "N" to cancelEofSw.
    open input cancelFile.
    if cancelStatus is not equal to "00"
        display "  " function trim(cancelFname)
            " present but unreadable (status " cancelStatus ")"
        close ackFile, cancelLog
        go to cancelOne-exit
    end-if.
    perform cx1 thru cx1-exit until cancelAtEof.
    close cancelFile.

    perform checkOwnership
        varying cxIdx from 1 by 1 until cxIdx is greater than cxCount.
    perform countOpen.
    if cxOpen is greater than zero
        perform checkProcessed
    end-if.
    move "sqrt.dat.new" to filtLiveFname.
    move "CANDIDATE" to filtWhere.
    perform filterFile thru filterFile-exit.
    move spaces to filtLiveFname.
    string "sqrt.quar." umSource
        delimited by size into filtLiveFname
    end-string.
    move "QUARANTINE" to filtWhere.
    perform filterFile thru filterFile-exit.
    perform countOpen.
    if cxOpen is greater than zero
        perform withdrawFromMaster
    end-if.

    perform ackOne
        varying cxIdx from 1 by 1 until cxIdx is greater than cxCount.
    close ackFile, cancelLog.
    move spaces to consumedFname.
    string function trim(cancelFname) ".D" todayStamp
        delimited by size into consumedFname
    end-string.
    call "CBL_RENAME_FILE" using cancelFname, consumedFname
        returning cblRc
    end-call.
    if cblRc is not equal to zero
        call "CBL_DELETE_FILE" using cancelFname returning cblRc
        end-call
    end-if.
    move cxLines to editCount.
    display "  " function trim(cancelFname) " (" umSource "): "
        editCount " lines" with no advancing.
    move cxApplied to editCount.
    display ", " editCount " applied" with no advancing.
    move cxNotFound to editCount.
    display ", " editCount " not found" with no advancing.
    move cxTooLate to editCount.
    display ", " editCount " too late".
    move "CANCEL" to algAction.
    move spaces to algObject.
    string "cancel." umSource " (" cxApplied " applied)"
        delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.

cancelOne-exit.
    exit.

openMasterForIntake.
    move "C" to lockAction.
    call "sqrtlock" using lockAction, mstLockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "  *** sqrt.dat is locked by " lockOwner
            " -- cancellations left in the drop for the next"
            " intake ***"
        set cancelBlocked to true
        move 4 to cancelRc
        exit paragraph
    end-if.
    move "O" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        display "  *** cannot open the sqrt.dat master --"
            " cancellations left in the drop for the next intake ***"
        move "R" to lockAction
        call "sqrtlock" using lockAction, mstLockDataset, lockCaller,
            lockOwner, lockRc end-call
        set cancelBlocked to true
        move 4 to cancelRc
        exit paragraph
    end-if.
    set mstOpen to true.

*> A file longer than the table still has every line acknowledged:
*> the overflow is refused outright, so the source knows to resend
*> those serials rather than assume they were withdrawn.
cx1.
    read cancelFile at end
        set cancelAtEof to true
        go to cx1-exit
    end-read.
    if cancelLine is equal to spaces
        go to cx1-exit
    end-if.
    add 1 to cxLines.
    if cxCount is not less than cxMax
        move spaces to cancelRecord
        move todayStamp to cnDate
        move umSource to cnSource
        move clSerial to cnSerial
        move "NOT FOUND" to cnOutcome
        move "not read - over 500, resend" to cnDetail
        move clReason to cnReason
        perform writeCancelRow
        add 1 to cxNotFound
        go to cx1-exit
    end-if.
    add 1 to cxCount.
    move clSerial to tCxSerial(cxCount).
    move clReason to tCxReason(cxCount).
    move spaces to tCxOutcome(cxCount), tCxWhere(cxCount),
        tCxDetail(cxCount), tCxImage(cxCount), tCxCard(cxCount).

cx1-exit.
    exit.

loadOwnership.
    set ownLoaded to true.
    move "N" to ownEofSw.
    open input loadLogFile.
    if loadLogStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until ownAtEof
        read loadLogFile
            at end set ownAtEof to true
            not at end
                if llFirst is numeric and llLast is numeric
                        and ownCount is less than ownMax
                    add 1 to ownCount
                    move llSource to tOwnSource(ownCount)
                    move llFirst to tOwnFirst(ownCount)
                    move llLast to tOwnLast(ownCount)
                end-if
        end-read
    end-perform.
    close loadLogFile.

*> A serial is this source's to cancel only if the load journal puts
*> it inside a range this source loaded; a neighbor's serial is "not
*> found" to the caller, never withdrawn.
checkOwnership.
    if tCxSerial(cxIdx) is not numeric
        move "NOT FOUND" to tCxOutcome(cxIdx)
        move "serial is not numeric" to tCxDetail(cxIdx)
        exit paragraph
    end-if.
    move spaces to ownSource.
    perform varying ownIdx from 1 by 1
            until ownIdx is greater than ownCount
        if tCxSerial(cxIdx) is not less than tOwnFirst(ownIdx)
                and tCxSerial(cxIdx) is not greater than
                    tOwnLast(ownIdx)
            move tOwnSource(ownIdx) to ownSource
        end-if
    end-perform.
    if ownSource is equal to spaces
        move "NOT FOUND" to tCxOutcome(cxIdx)
        move "serial never loaded" to tCxDetail(cxIdx)
        exit paragraph
    end-if.
    if ownSource is not equal to umSource
        move "NOT FOUND" to tCxOutcome(cxIdx)
        move "not loaded by this source" to tCxDetail(cxIdx)
    end-if.

countOpen.
    move 0 to cxOpen.
    perform varying cxIdx from 1 by 1
            until cxIdx is greater than cxCount
        if tCxOutcome(cxIdx) is equal to spaces
            add 1 to cxOpen
        end-if
    end-perform.

*> The still-open line (if any) waiting on matchSerial -> cxHit
findOpenCancel.
    move 0 to cxHit.
    perform varying cxIdx from 1 by 1
            until cxIdx is greater than cxCount or cxHit is not
                equal to zero
        if tCxSerial(cxIdx) is equal to matchSerial
                and tCxOutcome(cxIdx) is equal to spaces
            move cxIdx to cxHit
        end-if
    end-perform.

*> Already converged or already rejected is already processed: the
*> answer (or the reject) is out, and withdrawing the input now
*> would only orphan it. An answer whose run was backed out is not
*> out any more: the record waits on the rerun like any other.
checkProcessed.
    move "N" to scanEofSw.
    open input auditFile.
    if auditStatus is equal to "00"
        perform until scanAtEof
            read auditFile
                at end set scanAtEof to true
                not at end
                    if auditRecType is equal to "D"
                            and auditSerial is not equal to spaces
                        move auditSerial to matchSerial
                        perform findOpenCancel
                        if cxHit is not equal to zero
                            move auditRunId to rvkRunId
                            call "sqrtrvck" using rvkRunId, rvkStamp,
                                rvkRc end-call
                            if rvkRc is equal to 1
                                move 0 to cxHit
                            end-if
                        end-if
                        if cxHit is not equal to zero
                            move "TOO LATE" to tCxOutcome(cxHit)
                            move "sqrt.audit" to tCxWhere(cxHit)
                            string "converged, run " auditRunId
                                delimited by size
                                into tCxDetail(cxHit)
                            end-string
                        end-if
                    end-if
            end-read
        end-perform
        close auditFile
    end-if.
    move "N" to scanEofSw.
    open input rejFile.
    if rejStatus is equal to "00"
        perform until scanAtEof
            read rejFile into lineStruct
                at end set scanAtEof to true
                not at end
                    if recSerial is not equal to spaces
                        move recSerial to matchSerial
                        perform findOpenCancel
                        if cxHit is not equal to zero
                            move "TOO LATE" to tCxOutcome(cxHit)
                            move "sqrt.rej" to tCxWhere(cxHit)
                            move "rejected by the nightly run"
                                to tCxDetail(cxHit)
                        end-if
                    end-if
            end-read
        end-perform
        close rejFile
    end-if.

*> Candidate and quarantine files are flat, so a withdrawal is a
*> copy without the cancelled records: the live file is renamed
*> aside, copied back under its own name less the hits, and the
*> aside copy deleted. A file with no hits is never touched.
filterFile.
    perform countOpen.
    if cxOpen is equal to zero
        go to filterFile-exit
    end-if.
    move 0 to filtHits.
    move filtLiveFname to filtInFname.
    move "N" to filtEofSw.
    open input filtIn.
    if filtInStatus is not equal to "00"
        go to filterFile-exit
    end-if.
    perform until filtAtEof
        read filtIn into lineStruct
            at end set filtAtEof to true
            not at end
                move recSerial to matchSerial
                perform findOpenCancel
                if cxHit is not equal to zero
                    add 1 to filtHits
                end-if
        end-read
    end-perform.
    close filtIn.
    if filtHits is equal to zero
        go to filterFile-exit
    end-if.
    move spaces to filtInFname.
    string function trim(filtLiveFname) ".cxl"
        delimited by size into filtInFname
    end-string.
    call "CBL_RENAME_FILE" using filtLiveFname, filtInFname
        returning cblRc
    end-call.
    if cblRc is not equal to zero
        display "  *** could not set " function trim(filtLiveFname)
            " aside -- its cancellations not applied ***"
        go to filterFile-exit
    end-if.
    move filtLiveFname to filtOutFname.
    move "N" to filtEofSw.
    open input filtIn.
    open output filtOut.
    perform fl1 thru fl1-exit until filtAtEof.
    close filtIn, filtOut.
    call "CBL_DELETE_FILE" using filtInFname returning cblRc
    end-call.

filterFile-exit.
    exit.

fl1.
    read filtIn into lineStruct at end
        set filtAtEof to true
        go to fl1-exit
    end-read.
    move recSerial to matchSerial.
    perform findOpenCancel.
    if cxHit is not equal to zero
        move "APPLIED" to tCxOutcome(cxHit)
        move filtWhere to tCxWhere(cxHit)
        move lineStruct to tCxImage(cxHit)
        go to fl1-exit
    end-if.
    write filtOutRecord from filtInRecord.

fl1-exit.
    exit.

*> One browse of the master finds every remaining serial (and the
*> CHN1 card in front of it -- a comment card between the two does
*> not break the pairing); the deletes follow once the browse is
*> done, card first, so a withdrawn record leaves no chain card to
*> introduce whatever follows it.
withdrawFromMaster.
    perform locateOnMaster.
    perform varying cxIdx from 1 by 1
            until cxIdx is greater than cxCount
        if tCxWhere(cxIdx) is equal to "MASTER"
                and tCxOutcome(cxIdx) is equal to spaces
            if tCxCard(cxIdx) is not equal to spaces
                move "D" to kmAction
                move tCxCard(cxIdx) to kmBefore
                call "sqrtkmst" using kmAction, kmBefore, kmAfter,
                    kmRc end-call
            end-if
            move "D" to kmAction
            move tCxImage(cxIdx) to kmBefore
            call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
            end-call
            if kmRc is equal to 0
                move "APPLIED" to tCxOutcome(cxIdx)
            else
                move spaces to tCxWhere(cxIdx)
            end-if
        end-if
    end-perform.

locateOnMaster.
    move "N" to cardHeldSw.
    move "B" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    move "N" to kmAction.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    perform until kmRc is not equal to 0
        move kmAfter to lineStruct
        evaluate true
            when lineStruct(1:4) is equal to chnTagLit
                set cardHeld to true
                move lineStruct to cardHeldImage
            when lineStruct(1:4) is equal to 'CMT1'
                continue
            when other
                move recSerial to matchSerial
                perform findOpenCancel
                if cxHit is not equal to zero
                        and tCxWhere(cxHit) is equal to spaces
                    move "MASTER" to tCxWhere(cxHit)
                    move lineStruct to tCxImage(cxHit)
                    if cardHeld
                        move cardHeldImage to tCxCard(cxHit)
                    end-if
                end-if
                move "N" to cardHeldSw
        end-evaluate
        call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc
        end-call
    end-perform.

ackOne.
    if tCxOutcome(cxIdx) is equal to spaces
        move "NOT FOUND" to tCxOutcome(cxIdx)
        move "not standing anywhere" to tCxDetail(cxIdx)
    end-if.
    evaluate tCxOutcome(cxIdx)
        when "APPLIED"  add 1 to cxApplied
        when "TOO LATE" add 1 to cxTooLate
        when other      add 1 to cxNotFound
    end-evaluate.
    move spaces to cancelRecord.
    move todayStamp to cnDate.
    move umSource to cnSource.
    move tCxSerial(cxIdx) to cnSerial.
    move tCxOutcome(cxIdx) to cnOutcome.
    move tCxWhere(cxIdx) to cnWhere.
    move tCxDetail(cxIdx) to cnDetail.
    move tCxReason(cxIdx) to cnReason.
    move tCxImage(cxIdx) to cnImage.
    perform writeCancelRow.

*> The journal row and the source's receipt are the same row.
writeCancelRow.
    write cancelRecord.
    move cancelRecord to ackRecord.
    write ackRecord.

*> ------------------------Resent-record Supersession----------------------

*> A source whose mapping carries no replaced-serial column can't
*> send a replacement, and its extract is never read twice for one.
*> Otherwise one prepass gathers every serial the extract replaces,
*> and the cancellation checks (ownership, already processed, where
*> it stands) run over the set before a line is converted.
collectReplacements.
    move "N" to spLinesSw.
    move 0 to cxCount.
    if (umRepCol is not numeric or umRepCol is equal to zero)
            and (umRepPos is not numeric or umRepPos is equal to zero)
        exit paragraph
    end-if.
    move "N" to rawEofSw.
    move "N" to headerPendingSw.
    if umHeader is equal to "Y"
        set headerPending to true
    end-if.
    open input extractFile.
    if extractFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until rawAtEof
        read extractFile
            at end set rawAtEof to true
            not at end
                if headerPending
                    move "N" to headerPendingSw
                else
                    perform parseMapped
                    if lineValid and repTok is not equal to spaces
                        set spLinesSeen to true
                        perform noteReplacedSerial
                    end-if
                end-if
        end-read
    end-perform.
    close extractFile.
    if cxCount is equal to zero
        exit paragraph
    end-if.
    if not ownLoaded
        perform loadOwnership
    end-if.
    perform checkOwnership
        varying cxIdx from 1 by 1 until cxIdx is greater than cxCount.
    perform countOpen.
    if cxOpen is greater than zero
        perform checkProcessed
    end-if.
    perform countOpen.
    if cxOpen is equal to zero
        exit paragraph
    end-if.
    if not mstOpen and not cancelBlocked
        perform openMasterForIntake
    end-if.
    if mstOpen
        perform locateOnMaster
    end-if.

*> The replaced serial off the current line, as seven digits when
*> the source sent it unpadded -> matchSerial
normalizeRepTok.
    if function test-numval(repTok) is equal to 0
            and function numval(repTok) is greater than zero
            and function numval(repTok) is less than 10000000
        move function numval(repTok) to repSerialNum
        move repSerialNum to matchSerial
    else
        move repTok(1:7) to matchSerial
    end-if.

*> One table slot per distinct serial; a second replacement of the
*> same serial finds the first's slot and is refused on the line.
noteReplacedSerial.
    perform normalizeRepTok.
    perform findReplacedSerial.
    if cxHit is not equal to zero or cxCount is not less than cxMax
        exit paragraph
    end-if.
    add 1 to cxCount.
    move matchSerial to tCxSerial(cxCount).
    move spaces to tCxReason(cxCount), tCxOutcome(cxCount),
        tCxWhere(cxCount), tCxDetail(cxCount), tCxImage(cxCount),
        tCxCard(cxCount).

findReplacedSerial.
    move 0 to cxHit.
    perform varying cxIdx from 1 by 1
            until cxIdx is greater than cxCount or cxHit is not
                equal to zero
        if tCxSerial(cxIdx) is equal to matchSerial
            move cxIdx to cxHit
        end-if
    end-perform.

*> The current (valid) line replaces a standing record. It takes the
*> next serial only once it is known to go onto the master; a refused
*> line consumes none and leaves the original exactly as it stood.
supersede.
    perform normalizeRepTok.
    perform findReplacedSerial.
    move spaces to refuseDetail.
    evaluate true
        when cxHit is equal to zero
            move "over 500 replacements, resend" to refuseDetail
        when quarantining
            move "source quarantined, resend" to refuseDetail
        when tCxOutcome(cxHit) is equal to "SUPERSEDED"
            move "already replaced in this file" to refuseDetail
        when tCxOutcome(cxHit) is equal to "TOO LATE"
            string "already processed, " tCxWhere(cxHit)
                delimited by size into refuseDetail
            end-string
        when tCxOutcome(cxHit) is not equal to spaces
            move tCxDetail(cxHit) to refuseDetail
        when not mstOpen
            move "master locked, resend" to refuseDetail
        when tCxWhere(cxHit) is not equal to "MASTER"
            move "not standing on the master" to refuseDetail
    end-evaluate.
    if refuseDetail is not equal to spaces
        go to supersede-refused
    end-if.
    move spaces to lineStruct.
    move radicandNum to radicandIn.
    move epsilonNum to epsilonIn.
    move capNum to recIterCap.
    move umSource to recSource.
    move umDept to recDept.
    add 1 to nextSerial.
    move nextSerial to recSerial.
    call "sqrtseal" using sealAction, lineStruct, sealRc end-call.
    move "C" to kmAction.
    move tCxImage(cxHit) to kmBefore.
    move lineStruct to kmAfter.
    call "sqrtkmst" using kmAction, kmBefore, kmAfter, kmRc end-call.
    if kmRc is not equal to 0
        move "master change failed, resend" to refuseDetail
        go to supersede-refused
    end-if.
    if firstSerial is equal to zero
        move nextSerial to firstSerial
    end-if.
    move "SUPERSEDED" to tCxOutcome(cxHit).
    add 1 to fileReplaced.
    add 1 to sweepReplaced.
    move spaces to cancelRecord.
    move todayStamp to cnDate.
    move umSource to cnSource.
    move matchSerial to cnSerial.
    move "SUPERSEDED" to cnOutcome.
    move "MASTER" to cnWhere.
    move "replaced by a resent record" to cnDetail.
    move tCxImage(cxHit) to cnImage.
    move nextSerial to cnBySerial.
    perform writeCancelRow.
    go to supersede-exit.

supersede-refused.
    add 1 to fileRefused.
    add 1 to sweepRefused.
    display "    refused (line " fileRead "): replaces " matchSerial
        " -- " function trim(refuseDetail).
    move spaces to cancelRecord.
    move todayStamp to cnDate.
    move umSource to cnSource.
    move matchSerial to cnSerial.
    move "REFUSED" to cnOutcome.
    move refuseDetail to cnDetail.
    move extractRecord to cnImage.
    perform writeCancelRow.

supersede-exit.
    exit.

*> ------------------------Receipts / Serial / Log-------------------------

    if receiptStatus is equal to "35"
        open output receiptFile
    end-if.
    move spaces to receiptRecord.
    move todayStamp to riDate.
    move extractFname(1:40) to riFile.
    move umSource to riSource.
    move fileRead to riRead.
    move fileWritten to riWritten.
    move fileFailed to riFailed.
    move fileReplaced to riReplaced.
    move fileRefused to riRefused.
    if quarantining
        move "Y" to riQuar
    else
        move "N" to riQuar
    end-if.
    write receiptRecord.
    close receiptFile.

writeLoadLog.
    if firstSerial is equal to zero
        exit paragraph
    end-if.
    open extend loadLogFile.
    if loadLogStatus is equal to "35"
        open output loadLogFile
    end-if.
    move spaces to loadLogRecord.
    move todayStamp to llDate.
    move extractFname(1:30) to llExtract.
    move umSource to llSource.
    move firstSerial to llFirst.
    move nextSerial to llLast.
    move fileWritten to llWritten.
    move woOrder to llWorkOrder.
    write loadLogRecord.
    close loadLogFile.

*> The candidate must hold exactly as many records as the receipts
*> say were written; anything else means the merge itself dropped or
*> doubled something, and a candidate like that is deleted rather
*> than offered to sqrtprom. Each candidate this sweep wrote is
*> held to its own receipts; one that fails is deleted even when the
*> other reconciles, and the run still ends 8.
reconcile.
    move "N" to reconFailSw.
    if filesSwept is greater than nrootSwept
        perform reconcileSqrt
    end-if.
    if nrootSwept is greater than zero
        perform reconcileNroot
    end-if.
    if reconFailed
        move 8 to return-code
        exit paragraph
    end-if.
    if quarFiles is greater than zero
        display "  " quarFiles " source(s) quarantined ("
            quarWritten " records) await sqrtqrel release."
        move 4 to return-code
    end-if.
    if sweepFailed is greater than zero
        move 4 to return-code
    end-if.
    if woUnfiled is greater than zero
        move 4 to return-code
    end-if.
    if refusedFiles is greater than zero
        move 4 to return-code
    end-if.
    if sweepReplaced is greater than zero
            or sweepRefused is greater than zero
        move sweepReplaced to editCount
        display "  Superseded in place : " editCount
        move sweepRefused to editCount
        display "  Replacements refused: " editCount
    end-if.

reconcileSqrt.
    move 0 to candCount.
    move "N" to candEofSw.
    open input candFile.
            " offered for promotion ***"
        call "CBL_DELETE_FILE" using candFname returning cblRc
        end-call
        set reconFailed to true
        exit paragraph
    end-if.
    display "  Candidate reconciles; promote it through sqrtprom.".

reconcileNroot.
    move 0 to candCount.
    move "N" to candEofSw.
    open input nrootCandFile.
    if nrootCandStatus is equal to "00"
        perform until candAtEof
            read nrootCandFile
                at end set candAtEof to true
                not at end add 1 to candCount
            end-read
        end-perform
        close nrootCandFile
    end-if.
    move nrootWritten to editCount.
    display "  Nth-root receipts   : " editCount.
    move candCount to editCount.
    display "  Nth-root candidate  : " editCount.
    if candCount is not equal to nrootWritten
        display "  *** RECONCILE FAILED -- nthroot.dat.new deleted,"
            " not offered for promotion ***"
        call "CBL_DELETE_FILE" using nrootCandFname returning cblRc
        end-call
        set reconFailed to true
        exit paragraph
    end-if.
    display "  Nth-root candidate reconciles; promote it through"
        " sqrtprom.".

*> ------------------------------------------------------------------
