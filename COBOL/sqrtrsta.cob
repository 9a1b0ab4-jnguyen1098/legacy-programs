*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -            Subscriber Restatement of Delivered Roots           -
*> ------------------------------------------------------------------
*> sqrthchk can quarantine a bad history row, sqrtqa can catch a
*> disagreeing answer and sqrtcert can expose a revision defect --
*> but by then the subscribers have already been fed the bad root.
*> Given either the bad radicand/epsilon pair or the run id that
*> produced the bad answers, this:
*>   1. collects every answer delivered for it off the audit trail
*>      (every sealed sqrt.audit.Vyyyymm volume off sqrtaudv.idx,
*>      then the live sqrt.audit), recomputes each through the
*>      current engine and keeps the ones that were genuinely wrong;
*>   2. names every sqrt.out generation -- the live file and each
*>      sqrt.out.Dyyyymmdd sqrtarch still retains -- that carried
*>      one of those roots;
*>   3. for every delivery on sqrt.feed.led, re-reads the generation
*>      that delivery was cut from, applies the subscriber's
*>      selection off sqrtfeeds.ctl, and writes each bad row the
*>      subscriber was actually sent to sqrt.rsta.<subscriber>: the
*>      serial, the value delivered and the corrected value.
*> Every correction file cut registers on the restatement ledger
*> (sqrt.rsta.led) and the estate-wide action log; a subscriber
*> confirms taking it by dropping sqrt.rsta.<name>.rcpt, which the
*> next run sweeps in with the time it was seen -- so when each
*> consumer was told is on record, not remembered.
*>
*>   SQRT_RSTA_RADICAND  the bad radicand (with or instead of a run)
*>   SQRT_RSTA_EPS       the bad pair's epsilon; blank matches any
*>   SQRT_RSTA_RUNID     the run id whose answers are restated
*>   SQRT_RSTA_TOL       how far a delivered root may sit from the
*>                       recomputed one before it counts as wrong;
*>                       defaults to 0.000001
*>   SQRT_ARCHIVE_INDEX  sqrtarch's generation ledger (sqrtarch.idx)
*>
*> RETURN-CODE: 0 correction files cut, 4 nothing delivered needs
*> restating, 8 neither a radicand nor a run id was given, 22 the
*> operator holds no RESTATE entitlement on sqrt.auth.

identification division.
program-id. sqrtrsta.

environment division.

input-output section.
file-control.
    select auditFile assign to dynamic auditFname
        organization is line sequential
        file status is auditFileStatus.
    select indexFile assign to "sqrtaudv.idx"
        organization is line sequential
        file status is indexStatus.
    select archIdxFile assign to dynamic archIdxFname
        organization is line sequential
        file status is archIdxStatus.
    select resultFile assign to dynamic resultFname
        organization is line sequential
        file status is resFileStatus.
    select specFile assign to "sqrtfeeds.ctl"
        organization is line sequential
        file status is specFileStatus.
    select feedLedFile assign to "sqrt.feed.led"
        organization is line sequential
        file status is feedLedStatus.
    select rstaFile assign to dynamic rstaFname
        organization is line sequential
        file status is rstaStatus.
    select rstaLedFile assign to "sqrt.rsta.led"
        organization is line sequential
        file status is rstaLedStatus.

data division.

file section.
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
fd archIdxFile.
    copy "sqrtaidx.cpy" replacing ==archIdxRow== by ==archIdxRecord==.
fd resultFile.
    copy "sqrtresult.cpy".
fd specFile.
    01 specRecord pic x(80).
fd feedLedFile.
    copy "sqrtfled.cpy".
fd rstaFile.
    copy "sqrtrsta.cpy".
fd rstaLedFile.
    copy "sqrtrled.cpy".

working-storage section.
77 auditFileStatus pic x(02).
77 auditFname      pic x(30) value "sqrt.audit".
77 indexStatus     pic x(02).
77 archIdxStatus   pic x(02).
77 archIdxFname    pic x(30) value "sqrtarch.idx".
77 resFileStatus   pic x(02).
77 resultFname     pic x(30) value "sqrt.out".
77 specFileStatus  pic x(02).
77 feedLedStatus   pic x(02).
77 rstaStatus      pic x(02).
77 rstaFname       pic x(40) value spaces.
77 rstaLedStatus   pic x(02).

77 auditEofSw  pic x(01) value "N".
    88 auditAtEof value "Y".
77 indexEofSw  pic x(01) value "N".
    88 indexAtEof value "Y".
77 archIdxEofSw pic x(01) value "N".
    88 archIdxAtEof value "Y".
77 resEofSw    pic x(01) value "N".
    88 resAtEof value "Y".
77 specEofSw   pic x(01) value "N".
    88 specAtEof value "Y".
77 feedLedEofSw pic x(01) value "N".
    88 feedLedAtEof value "Y".
77 rstaLedEofSw pic x(01) value "N".
    88 rstaLedAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> ------------------------What Is Being Restated--------------------------
77 selRadicand pic s9(15)v9(6) value 0.
77 selRadSw    pic x(01) value "N".
    88 selByRadicand value "Y".
77 selEpsilon  pic v9(9) value 0.
77 selEpsSw    pic x(01) value "N".
    88 selByEpsilon value "Y".
77 selRunId    pic x(14) value spaces.
77 tolerance   pic 9(01)v9(9) value 0.000001.
77 rootDelta   pic s9(16)v9(6) value 0.

*> Every wrong answer found on the audit trail: what was delivered
*> and what it should have been. The same serial/pair/root seen on
*> more than one audit row (a rerun re-audits its answers) is one
*> restatement item, not two.
77 badMax   pic 9(03) value 500.
77 badCount pic 9(03) value 0.
77 badIdx   pic 9(03) value 0.
77 hitIdx   pic 9(03) value 0.
01 badTable.
    02 badEntry occurs 500 times.
       03 badSerial   pic x(07).
       03 badRunId    pic x(14).
       03 badRadicand pic s9(15)v9(6).
       03 badEpsilon  pic v9(9).
       03 badOldRoot  pic 9(16)v9(6).
       03 badNewRoot  pic 9(16)v9(6).

*> squareroot.cob call interface
77 stInput      pic s9(20)v9(10).
77 stAnswer     pic z(20).z(10).
77 stAnswerNum  pic 9(16)v9(6).
77 stIterCount  pic 9(05).
77 stTolerance  pic sv9(9).
77 stStatusCode pic x(01).
77 stRoundMode  pic x(01) value space.

*> ------------------------Generations And Deliveries----------------------
*> sqrtarch's ledger of retained sqrt.out generations, oldest first.
77 genMax   pic 9(03) value 400.
77 genCount pic 9(03) value 0.
77 genIdx   pic 9(03) value 0.
01 genTable.
    02 genDate occurs 400 times pic x(08).
77 genRows    pic 9(07) value 0.
77 genHitGens pic 9(03) value 0.

77 specMax   pic 9(03) value 100.
77 specCount pic 9(03) value 0.
77 specIdx   pic 9(03) value 0.
01 specTable.
    02 specEntry occurs 100 times pic x(80).
01 spView.
    02 spSubscriber pic x(08).
    02 spType       pic x(01).
    02 spDelim      pic x(01).
    02 spRound      pic x(01).
    02 spSlot occurs 4 times.
       03 spCode  pic x(01).
       03 spWidth pic 9(02).
       03 spDec   pic 9(01).
    02 spSelSrc     pic x(03).
    02 spSelDept    pic x(04).
    02 spRadLo      pic x(12).
    02 spRadHi      pic x(12).
    02 filler       pic x(22).
77 selRadLo    pic s9(15)v9(6) value 0.
77 selRadHi    pic s9(15)v9(6) value 0.
77 selRangeSw  pic x(01) value "N".
    88 selRangeOn value "Y".

77 ledMax   pic 9(03) value 200.
77 ledCount pic 9(03) value 0.
77 ledIdx   pic 9(03) value 0.
01 ledTable.
    02 ledEntry occurs 200 times pic x(40).
copy "sqrtfled.cpy" replacing ==feedLedRecord== by ==wkRecord==
    leading ==fd== by ==wk==.

*> Per subscriber: corrections written, deliveries that can no
*> longer be re-read because their generation has been pruned, and
*> whether its correction file has been opened yet this run.
77 subItems      pic 9(07) value 0.
77 subLost       pic 9(03) value 0.
77 rstaOpenSw    pic x(01) value "N".
    88 rstaOpen value "Y".
77 subFileCount  pic 9(03) value 0.
77 totItems      pic 9(07) value 0.
77 totLost       pic 9(05) value 0.

*> ------------------------Restatement Ledger------------------------------
77 rlMax   pic 9(03) value 300.
77 rlCount pic 9(03) value 0.
77 rlIdx   pic 9(03) value 0.
01 rlTable.
    02 rlEntry occurs 300 times pic x(70).
copy "sqrtrled.cpy" replacing ==rstaLedRecord== by ==rwRecord==
    leading ==rl== by ==rw==.
77 rlDirtySw pic x(01) value "N".
    88 rlDirty value "Y".
77 confirmedCount pic 9(03) value 0.
77 rcptFname   pic x(40) value spaces.
77 rcptSubscriber pic x(08) value spaces.
77 cblFileInfo pic x(20) value spaces.
77 cblRc       pic s9(9) comp-5 value zero.

77 wsDateTime  pic x(21).
77 restateId   pic x(14) value spaces.
77 todayStamp  pic x(08) value spaces.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTRSTA".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTRSTA".
77 authPriv     pic x(08) value "RESTATE".
77 authObject   pic x(30) value "subscriber restatement".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.

77 editCount   pic zzz,zz9.
77 dispRadicand pic -(15)9.9(6).
77 dispOld      pic z(16)9.9(6).
77 dispNew      pic z(16)9.9(6).

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(34) value 'SQRT Subscriber Restatement'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    move function current-date to wsDateTime.
    move wsDateTime(1:14) to restateId.
    move wsDateTime(1:8) to todayStamp.
    perform initParms.
    perform checkAuthority.
    display titleLine.
    display "  restatement id " restateId.
    display underLine1.
    perform loadRestateLedger.
    perform sweepReceipts.

    open input indexFile.
    if indexStatus is equal to "00"
        perform volPass thru volPass-exit until indexAtEof
        close indexFile
    end-if.
    move "sqrt.audit" to auditFname.
    perform collectOneAudit.
    if badCount is equal to zero
        display "sqrtrsta: no delivered answer differs from its"
            " recomputed root -- nothing to restate"
        perform closeOut
        move 4 to return-code
        stop run
    end-if.
    move badCount to editCount.
    display "  " function trim(editCount) " wrong answer(s) found"
        " on the audit trail".
    display underLine1.

    perform loadGenerations.
    perform traceGenerations.
    display underLine1.

    perform loadSpecs.
    perform loadFeedLedger.
    perform oneSubscriber thru oneSubscriber-exit
        varying specIdx from 1 by 1 until specIdx is greater than
            specCount.
    display underLine1.
    move subFileCount to editCount.
    display "  correction files cut : " editCount.
    move totItems to editCount.
    display "  corrections written  : " editCount.
    if totLost is greater than zero
        move totLost to editCount
        display "  deliveries whose generation is no longer retained: "
            editCount
    end-if.
    perform closeOut.
    if subFileCount is equal to zero
        move 4 to return-code
    end-if.
    stop run.

closeOut.
    if rlDirty
        perform writeRestateLedger
    end-if.

*> ------------------------Collecting The Wrong Answers--------------------

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
        display "  (skipping " function trim(auditFname)
            ", status " auditFileStatus ")"
        exit paragraph
    end-if.
    perform ca1 thru ca1-exit until auditAtEof.
    close auditFile.

ca1.
    read auditFile at end set auditAtEof to true end-read.
    if auditAtEof
        go to ca1-exit
    end-if.
    if auditRecType is not equal to "D"
        go to ca1-exit
    end-if.
*> Imaginary answers go to sqrt.cpx, never to sqrt.out or a feed.
    if auditRadicand is less than zero
        go to ca1-exit
    end-if.
    if selRunId is not equal to spaces
            and auditRunId is not equal to selRunId
        go to ca1-exit
    end-if.
    if selByRadicand and auditRadicand is not equal to selRadicand
        go to ca1-exit
    end-if.
    if selByEpsilon and auditEpsilon is not equal to selEpsilon
        go to ca1-exit
    end-if.
    perform varying badIdx from 1 by 1
            until badIdx is greater than badCount
                or (badSerial(badIdx) is equal to auditSerial
                    and badRadicand(badIdx) is equal to auditRadicand
                    and badEpsilon(badIdx) is equal to auditEpsilon
                    and badOldRoot(badIdx) is equal to auditRoot)
        continue
    end-perform.
    if badIdx is not greater than badCount
        go to ca1-exit
    end-if.
*> The correct value is whatever the current engine says at the
*> row's own epsilon; an answer that still agrees was right all
*> along and is nobody's restatement.
    move auditRadicand to stInput.
    move auditEpsilon to stTolerance.
    call "squareroot" using stInput, stAnswer, stIterCount,
        stTolerance, stStatusCode, stRoundMode end-call.
    if stStatusCode is not equal to "0"
        move auditRadicand to dispRadicand
        display "  " dispRadicand "  engine status " stStatusCode
            " -- cannot recompute, not restated"
        go to ca1-exit
    end-if.
    compute stAnswerNum = function numval(stAnswer).
    compute rootDelta = stAnswerNum - auditRoot.
    if rootDelta is less than zero
        compute rootDelta = - rootDelta
    end-if.
    if rootDelta is not greater than tolerance
        go to ca1-exit
    end-if.
    if badCount is greater than or equal to badMax
        display "  restatement table full at " badMax
            " items -- restate the remainder in a second pass"
        go to ca1-exit
    end-if.
    add 1 to badCount.
    move auditSerial to badSerial(badCount).
    move auditRunId to badRunId(badCount).
    move auditRadicand to badRadicand(badCount).
    move auditEpsilon to badEpsilon(badCount).
    move auditRoot to badOldRoot(badCount).
    move stAnswerNum to badNewRoot(badCount).
    move auditRadicand to dispRadicand.
    move auditRoot to dispOld.
    move stAnswerNum to dispNew.
    display "  " auditSerial " " dispRadicand "  delivered " dispOld
        "  correct " dispNew.

ca1-exit.
    exit.

*> A result row carries a bad answer when its radicand and root are
*> the bad item's; the serial must agree too whenever both sides
*> have one (pre-serial rows are matched on value alone).
findBad.
    move 0 to hitIdx.
    perform varying badIdx from 1 by 1
            until badIdx is greater than badCount
                or hitIdx is not equal to zero
        if resultNum is equal to badRadicand(badIdx)
            compute rootDelta = resultRoot - badOldRoot(badIdx)
            if rootDelta is less than zero
                compute rootDelta = - rootDelta
            end-if
            if rootDelta is not greater than tolerance
                    and (resultSerial is equal to spaces
                        or badSerial(badIdx) is equal to spaces
                        or resultSerial is equal to badSerial(badIdx))
                move badIdx to hitIdx
            end-if
        end-if
    end-perform.

*> ------------------------sqrt.out Generations----------------------------

loadGenerations.
    move "N" to archIdxEofSw.
    open input archIdxFile.
    if archIdxStatus is not equal to "00"
        display "  (no " function trim(archIdxFname)
            " -- only the live sqrt.out can be traced)"
        exit paragraph
    end-if.
    perform lg1 thru lg1-exit until archIdxAtEof.
    close archIdxFile.

lg1.
    read archIdxFile at end set archIdxAtEof to true end-read.
    if archIdxAtEof or genCount is greater than or equal to genMax
        go to lg1-exit
    end-if.
    if archIdxRecord is equal to spaces
        go to lg1-exit
    end-if.
    add 1 to genCount.
    move aiDate to genDate(genCount).

lg1-exit.
    exit.

traceGenerations.
    display "  sqrt.out generations carrying a wrong answer:".
    perform varying genIdx from 1 by 1
            until genIdx is greater than genCount
        move spaces to resultFname
        string "sqrt.out.D" genDate(genIdx)
            delimited by size into resultFname
        end-string
        perform traceOneGeneration
    end-perform.
    move "sqrt.out" to resultFname.
    perform traceOneGeneration.
    if genHitGens is equal to zero
        display "    (none retained -- the wrong answers were"
            " delivered but every generation has been pruned)"
    end-if.

traceOneGeneration.
    move 0 to genRows.
    move "N" to resEofSw.
    open input resultFile.
    if resFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform tg1 thru tg1-exit until resAtEof.
    close resultFile.
    if genRows is greater than zero
        add 1 to genHitGens
        move genRows to editCount
        display "    " resultFname " " editCount " row(s)"
    end-if.

tg1.
    read resultFile at end set resAtEof to true end-read.
    if resAtEof
        go to tg1-exit
    end-if.
    if resultCtlTag is equal to "HDR1"
            or resultCtlTag is equal to "TRL1"
        go to tg1-exit
    end-if.
    perform findBad.
    if hitIdx is not equal to zero
        add 1 to genRows
    end-if.

tg1-exit.
    exit.

*> ------------------------Subscriber Corrections--------------------------

loadSpecs.
    move "N" to specEofSw.
    open input specFile.
    if specFileStatus is not equal to "00"
        display "  (no sqrtfeeds.ctl -- no subscriber selections to"
            " apply)"
        exit paragraph
    end-if.
    perform ls1 thru ls1-exit until specAtEof.
    close specFile.

ls1.
    read specFile at end set specAtEof to true end-read.
    if specAtEof or specCount is greater than or equal to specMax
        go to ls1-exit
    end-if.
    if specRecord(1:8) is equal to spaces
        go to ls1-exit
    end-if.
    add 1 to specCount.
    move specRecord to specEntry(specCount).

ls1-exit.
    exit.

loadFeedLedger.
    move "N" to feedLedEofSw.
    open input feedLedFile.
    if feedLedStatus is not equal to "00"
        display "  (no sqrt.feed.led -- nothing was ever delivered)"
        exit paragraph
    end-if.
    perform lf1 thru lf1-exit until feedLedAtEof.
    close feedLedFile.

lf1.
    read feedLedFile at end set feedLedAtEof to true end-read.
    if feedLedAtEof or ledCount is greater than or equal to ledMax
        go to lf1-exit
    end-if.
    add 1 to ledCount.
    move feedLedRecord to ledEntry(ledCount).

lf1-exit.
    exit.

*> One subscriber: every delivery the ledger holds for it is re-read
*> from the generation it was cut from, through the subscriber's
*> current selection (the one sqrtfeed would apply on a redelivery).
oneSubscriber.
    move specEntry(specIdx) to spView.
    move 0 to subItems.
    move 0 to subLost.
    move "N" to rstaOpenSw.
    move spaces to rstaFname.
    string "sqrt.rsta." function trim(spSubscriber)
        delimited by size into rstaFname
    end-string.
    move "N" to selRangeSw.
    if spRadLo is not equal to spaces or spRadHi is not equal
            to spaces
        move -999999999999999.999999 to selRadLo
        move 999999999999999.999999 to selRadHi
        if spRadLo is not equal to spaces
                and function test-numval-f(spRadLo) is equal to 0
            move function numval-f(spRadLo) to selRadLo
        end-if
        if spRadHi is not equal to spaces
                and function test-numval-f(spRadHi) is equal to 0
            move function numval-f(spRadHi) to selRadHi
        end-if
        set selRangeOn to true
    end-if.
    perform oneDelivery thru oneDelivery-exit
        varying ledIdx from 1 by 1 until ledIdx is greater than
            ledCount.
    if rstaOpen
        close rstaFile
    end-if.
    add subLost to totLost.
    if subItems is equal to zero
        if subLost is greater than zero
            display "  " spSubscriber " " subLost " delivery(ies) not"
                " retained -- restate by hand"
        end-if
        go to oneSubscriber-exit
    end-if.
    add 1 to subFileCount.
    add subItems to totItems.
    perform registerRestatement.
    move subItems to editCount.
    display "  " spSubscriber " -> " function trim(rstaFname) " ("
        function trim(editCount) " correction(s))".
    if subLost is greater than zero
        display "           " subLost " delivery(ies) not retained --"
            " restate by hand"
    end-if.
    move "RESTATE" to algAction.
    move spaces to algObject.
    string spSubscriber " " function trim(editCount) " items "
        restateId delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.

oneSubscriber-exit.
    exit.

*> The day's generation is its sqrtarch snapshot once taken; until
*> then (the delivery was cut today) it is still the live sqrt.out.
oneDelivery.
    move ledEntry(ledIdx) to wkRecord.
    if wkSubscriber is not equal to spSubscriber
        go to oneDelivery-exit
    end-if.
    move spaces to resultFname.
    string "sqrt.out.D" wkDate delimited by size into resultFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using resultFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is not equal to zero
        if wkDate is equal to todayStamp
            move "sqrt.out" to resultFname
        else
            add 1 to subLost
            go to oneDelivery-exit
        end-if
    end-if.
    move "N" to resEofSw.
    open input resultFile.
    if resFileStatus is not equal to "00"
        add 1 to subLost
        go to oneDelivery-exit
    end-if.
    perform od1 thru od1-exit until resAtEof.
    close resultFile.

oneDelivery-exit.
    exit.

od1.
    read resultFile at end set resAtEof to true end-read.
    if resAtEof
        go to od1-exit
    end-if.
    if resultCtlTag is equal to "HDR1"
            or resultCtlTag is equal to "TRL1"
        go to od1-exit
    end-if.
    if spSelSrc is not equal to spaces
            and resultSource is not equal to spSelSrc
        go to od1-exit
    end-if.
    if spSelDept is not equal to spaces
            and resultDept is not equal to spSelDept
        go to od1-exit
    end-if.
    if selRangeOn
        if resultNum is less than selRadLo
                or resultNum is greater than selRadHi
            go to od1-exit
        end-if
    end-if.
    perform findBad.
    if hitIdx is equal to zero
        go to od1-exit
    end-if.
*> Corrections accumulate on the subscriber's file until picked up;
*> each row carries its restatement id, so a second restatement
*> before the first is taken is told apart rather than overwritten.
    if not rstaOpen
        open extend rstaFile
        if rstaStatus is equal to "35"
            open output rstaFile
        end-if
        set rstaOpen to true
    end-if.
    move spaces to rstaRecord.
    move restateId to rsRestateId.
    move wkSeq to rsFeedSeq.
    move wkDate to rsFeedDate.
    if resultSerial is not equal to spaces
        move resultSerial to rsSerial
    else
        move badSerial(hitIdx) to rsSerial
    end-if.
    move resultNum to rsRadicand.
    move badEpsilon(hitIdx) to rsEpsilon.
    move resultRoot to rsOldRoot.
    move badNewRoot(hitIdx) to rsNewRoot.
    write rstaRecord.
    add 1 to subItems.

od1-exit.
    exit.

*> ------------------------Restatement Ledger------------------------------

loadRestateLedger.
    move "N" to rstaLedEofSw.
    open input rstaLedFile.
    if rstaLedStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lr1 thru lr1-exit until rstaLedAtEof.
    close rstaLedFile.

lr1.
    read rstaLedFile at end set rstaLedAtEof to true end-read.
    if rstaLedAtEof or rlCount is greater than or equal to rlMax
        go to lr1-exit
    end-if.
    add 1 to rlCount.
    move rstaLedRecord to rlEntry(rlCount).

lr1-exit.
    exit.

writeRestateLedger.
    open output rstaLedFile.
    perform wr1 thru wr1-exit
        varying rlIdx from 1 by 1 until rlIdx is greater than rlCount.
    close rstaLedFile.

wr1.
    move rlEntry(rlIdx) to rstaLedRecord.
    write rstaLedRecord.

wr1-exit.
    exit.

*> A receipt is the subscriber's signature that it has the
*> corrections: every unconfirmed row for that subscriber flips to
*> confirmed, stamped with when the receipt was seen.
sweepReceipts.
    perform sr1 thru sr1-exit
        varying rlIdx from 1 by 1 until rlIdx is greater than rlCount.
    if confirmedCount is greater than zero
        display "  " confirmedCount " restatement(s) confirmed by"
            " receipt."
    end-if.

sr1.
    move rlEntry(rlIdx) to rwRecord.
    if rwConfirmed is equal to "Y"
        go to sr1-exit
    end-if.
    move spaces to rcptFname.
    string "sqrt.rsta." function trim(rwSubscriber) ".rcpt"
        delimited by size into rcptFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using rcptFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is not equal to zero
        go to sr1-exit
    end-if.
*> One receipt covers every unconfirmed row the subscriber has on
*> the ledger, so they are all flipped before it is consumed.
    move rwSubscriber to rcptSubscriber.
    set rlDirty to true.
    perform varying hitIdx from rlIdx by 1
            until hitIdx is greater than rlCount
        move rlEntry(hitIdx) to rwRecord
        if rwConfirmed is not equal to "Y"
                and rwSubscriber is equal to rcptSubscriber
            move "Y" to rwConfirmed
            move restateId to rwConfStamp
            move rwRecord to rlEntry(hitIdx)
            add 1 to confirmedCount
        end-if
    end-perform.
    call "CBL_DELETE_FILE" using rcptFname returning cblRc
    end-call.

sr1-exit.
    exit.

registerRestatement.
    if rlCount is less than rlMax
        add 1 to rlCount
        move spaces to rwRecord
        move restateId to rwRestateId
        move spSubscriber to rwSubscriber
        move restateId to rwProduced
        move subItems to rwItems
        move "N" to rwConfirmed
        move spaces to rwConfStamp
        move rwRecord to rlEntry(rlCount)
        set rlDirty to true
    else
        display "  sqrt.rsta.led full at " rlMax " rows -- "
            spSubscriber " restatement not registered"
    end-if.

*> ------------------------Parameter Resolution----------------------------

initParms.
    move "SQRT_RSTA_RADICAND" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        if function test-numval-f(parmValue) is not equal to 0
            display "sqrtrsta: SQRT_RSTA_RADICAND is not a number"
            move 8 to return-code
            stop run
        end-if
        move function numval-f(parmValue) to selRadicand
        set selByRadicand to true
    end-if.
    move "SQRT_RSTA_EPS" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval-f(parmValue) is equal to 0
        move function numval-f(parmValue) to selEpsilon
        set selByEpsilon to true
    end-if.
    move "SQRT_RSTA_RUNID" to parmKey.
    perform getParm.
    move parmValue(1:14) to selRunId.
    if not selByRadicand and selRunId is equal to spaces
        display "sqrtrsta: SQRT_RSTA_RADICAND or SQRT_RSTA_RUNID must"
            " name what is being restated"
        move 8 to return-code
        stop run
    end-if.
    move "SQRT_RSTA_TOL" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval-f(parmValue) is equal to 0
        if function numval-f(parmValue) is greater than zero
            move function numval-f(parmValue) to tolerance
        end-if
    end-if.
    move "SQRT_ARCHIVE_INDEX" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to archIdxFname
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
        display "sqrtrsta: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrtrsta: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.

*> ------------------------------------------------------------------
