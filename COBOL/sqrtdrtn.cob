*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          Per-source Disposition Return after the Run           -
*> ------------------------------------------------------------------
*> Upstreams got their rejects back on sqrt.rej.<source> and their
*> converged rows through whatever sqrtfeed subscription they had,
*> and nothing answered "what happened to everything we sent you".
*> This does, once the night's run is merged: for every source the
*> intake receipted on the day (sqrt.intk.rcp), it takes the serial
*> ranges the load journal (sqrt.load.log) says those extracts were
*> issued and writes sqrt.disp.<source> -- one row per serial with
*> its final outcome (layout in sqrtdisp.cpy) and a trailer carrying
*> the receipt's own counts, so the source cross-foots on its own.
*>
*> Where each outcome is read from, later passes overriding earlier
*> ones (a record released and run later in the day ends CONVERGED,
*> not HELD):
*>   sqrt.dat            HELD, FUTURE-DATED (still on the master)
*>   sqrt.pend           DEFERRED by the window (recDeferCt stamped,
*>                       or carried with no future date), FUTURE-DATED
*>   sqrt.quar.<source>  QUARANTINED
*>   sqrt.rej            REJECTED, with the reason diagnosed the way
*>                       sqrtrej does (a CHN1 card ahead of the row
*>                       gives the chain parent's fate)
*>   sqrt.csv            CONVERGED with its root, REJECTED, ABORTED
*>   sqrt.rej.dsp        the reject's reason as the ledger recorded it
*>   sqrt.cancel.log     CANCELLED, SUPERSEDED
*> The intake journals an nth-root feed's serials on the same
*> sqrt.load.log, and their outcomes are read the same way:
*>   nthroot.dat(.new)      still waiting on the nth-root batch
*>                          (OPEN, saying so)
*>   nthroot.quar.<source>  QUARANTINED
*>   nthroot.rej            REJECTED by the nth-root batch
*>   nthroot.audit          CONVERGED with its root (nthroot.out
*>                          carries no serial; the audit row does)
*> A serial none of them mentions is OPEN.
*>
*>   SQRT_DRTN_DATE  intake date whose serials are returned
*>                   (yyyymmdd, default today)
*>
*> RETURN-CODE: 0 every return written and balanced, 4 a return's
*> trailer does not cross-foot to its receipt, 8 no intake receipts
*> for the date.

identification division.
program-id. sqrtdrtn.

environment division.

input-output section.
file-control.
    select receiptFile assign to "sqrt.intk.rcp"
        organization is line sequential
        file status is receiptStatus.
    select loadLogFile assign to "sqrt.load.log"
        organization is line sequential
        file status is loadLogStatus.
    select scanFile assign to dynamic scanFname
        organization is line sequential
        file status is scanStatus.
    select csvFile assign to "sqrt.csv"
        organization is line sequential
        file status is csvStatus.
    select ledgerFile assign to "sqrt.rej.dsp"
        organization is line sequential
        file status is ledgerStatus.
    select cancelLog assign to "sqrt.cancel.log"
        organization is line sequential
        file status is cancelLogStatus.
    select nrootAudFile assign to "nthroot.audit"
        organization is line sequential
        file status is nrootAudStatus.
    select dispFile assign to dynamic dispFname
        organization is line sequential
        file status is dispStatus.

data division.

file section.
fd receiptFile.
    copy "sqrtircp.cpy".
fd loadLogFile.
    copy "sqrtldlg.cpy".
fd scanFile.
    01 scanRecord pic x(80).
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
fd nrootAudFile.
    copy "sqrtnaud.cpy".
fd dispFile.
    copy "sqrtdisp.cpy".

working-storage section.
77 receiptStatus   pic x(02).
77 loadLogStatus   pic x(02).
77 scanStatus      pic x(02).
77 csvStatus       pic x(02).
77 ledgerStatus    pic x(02).
77 cancelLogStatus pic x(02).
77 dispStatus      pic x(02).
77 nrootAudStatus  pic x(02).
77 scanFname       pic x(30) value spaces.
77 dispFname       pic x(30) value spaces.

copy "sqrtrec.cpy".

*> Alternate views of the record just read: the CHN1 card that rides
*> ahead of a chained reject, and the raw radicand bytes the reject
*> diagnosis looks at
01 chnRecord redefines lineStruct.
    02 chnTag    pic x(04).
    02 chnParent pic x(07).
    02 chnState  pic x(01).
    02 filler    pic x(68).
01 rawRadicandView redefines lineStruct.
    02 rawSignByte pic x(01).
    02 rawDigits   pic x(21).
    02 filler      pic x(58).
01 chnTagLit pic x(04) value 'CHN1'.
01 cmtTagLit pic x(04) value 'CMT1'.

copy "sqrtnrec.cpy".

77 eofSw pic x(01) value "N".
    88 atEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 intakeDate  pic x(08) value spaces.

*> The day's receipted sources, their receipt totals summed over
*> however many intakes ran, and the extract names that tie each
*> receipt to its load-journal range
77 srcMax   pic 9(02) value 40.
77 srcCount pic 9(02) value 0.
77 srcIdx   pic 9(02) value 0.
01 srcTable.
    02 srcEntry occurs 40 times.
        03 tSrcCode    pic x(03).
        03 tSrcRead    pic 9(07).
        03 tSrcFailed  pic 9(07).
        03 tSrcRefused pic 9(07).
77 rfMax   pic 9(03) value 200.
77 rfCount pic 9(03) value 0.
77 rfIdx   pic 9(03) value 0.
77 rfHit   pic 9(03) value 0.
01 rfTable.
    02 rfEntry occurs 200 times.
        03 tRfFile   pic x(30).
        03 tRfSource pic x(03).

*> Serial ranges in scope, each mapped onto a run of slots in the
*> disposition table below
77 rgMax   pic 9(03) value 200.
77 rgCount pic 9(03) value 0.
77 rgIdx   pic 9(03) value 0.
01 rgTable.
    02 rgEntry occurs 200 times.
        03 tRgSource pic x(03).
        03 tRgFirst  pic 9(07).
        03 tRgLast   pic 9(07).
        03 tRgBase   pic 9(05).

*> One slot per serial in scope: outcome code C converged, R
*> rejected, A aborted, H held, F future-dated, W deferred, Q
*> quarantined, X cancelled, S superseded, O open
77 slotMax    pic 9(05) value 30000.
77 slotCount  pic 9(05) value 0.
77 slotIdx    pic 9(05) value 0.
77 slotHit    pic 9(05) value 0.
77 slotOverSw pic x(01) value "N".
    88 slotsOverflowed value "Y".
01 slotTable.
    02 slotEntry occurs 30000 times.
        03 tSlOutcome  pic x(01).
        03 tSlRoot     pic 9(16)v9(6).
        03 tSlReason   pic x(30).
        03 tSlRadicand pic s9(15)v9(6) sign leading separate.

77 matchSerial pic x(07) value spaces.
77 matchNum    pic 9(07) value 0.
77 rangeLen    pic 9(07) value 0.
77 firstNum    pic 9(07) value 0.
77 lastNum     pic 9(07) value 0.

*> Reject diagnosis work fields
77 pendingChainSw pic x(01) value "N".
    88 chainPending value "Y".
77 pendingChainState pic x(01) value spaces.
77 diagReason pic x(30) value spaces.

*> One sqrt.csv row split into its fields
01 csvTokens.
    02 csvRadTok    pic x(30).
    02 csvEpsTok    pic x(20).
    02 csvRootTok   pic x(30).
    02 csvStatusTok pic x(10).
    02 csvSrcTok    pic x(03).
    02 csvProfTok   pic x(08).
    02 csvSeqTok    pic x(02).
    02 csvSerialTok pic x(07).

*> Per-return tallies
77 retLines    pic 9(07) value 0.
77 retSum      pic 9(07) value 0.
77 unbalancedCount pic 9(03) value 0.
77 returnCount pic 9(03) value 0.
01 outcomeCounts.
    02 ocConverged   pic 9(07).
    02 ocRejected    pic 9(07).
    02 ocAborted     pic 9(07).
    02 ocHeld        pic 9(07).
    02 ocFuture      pic 9(07).
    02 ocDeferred    pic 9(07).
    02 ocQuarantined pic 9(07).
    02 ocCancelled   pic 9(07).
    02 ocSuperseded  pic 9(07).
    02 ocOpen        pic 9(07).
77 editCount   pic zzz,zzz,zz9.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(34) value 'SQRT Per-source Disposition Return'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    display titleLine.
    display "         Intake date: " intakeDate.
    display underLine1.
    perform loadReceipts.
    if srcCount is equal to zero
        display "  No intake receipts dated " intakeDate
            " -- nothing to return."
        move 8 to return-code
        stop run
    end-if.
    perform loadRanges.
    if slotsOverflowed
        display "  *** more than " slotMax " serials in scope --"
            " the excess reads as OPEN on the returns ***"
    end-if.

    move "sqrt.dat" to scanFname.
    perform scanMaster.
    move "sqrt.pend" to scanFname.
    perform scanPending.
    move "nthroot.dat" to scanFname.
    perform scanNrootMaster.
    move "nthroot.dat.new" to scanFname.
    perform scanNrootMaster.
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
    move "nthroot.rej" to scanFname.
    perform scanNrootRejects.
    perform scanCsv.
    perform scanNrootAudit.
    perform scanLedger.
    perform scanCancels.

    perform writeReturn thru writeReturn-exit
        varying srcIdx from 1 by 1 until srcIdx is greater than
            srcCount.
    display underLine1.
    move returnCount to editCount.
    display "  Returns written     : " editCount.
    if unbalancedCount is greater than zero
        move unbalancedCount to editCount
        display "  *** returns out of balance: " editCount " ***"
        move 4 to return-code
    end-if.
    stop run.

*> ------------------------Scope: Receipts and Ranges---------------------

loadReceipts.
    move "N" to eofSw.
    open input receiptFile.
    if receiptStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lr1 thru lr1-exit until atEof.
    close receiptFile.

lr1.
    read receiptFile at end set atEof to true end-read.
    if atEof or riDate is not equal to intakeDate
        go to lr1-exit
    end-if.
    perform findSource.
    if srcIdx is equal to zero
        if srcCount is not less than srcMax
            go to lr1-exit
        end-if
        add 1 to srcCount
        move srcCount to srcIdx
        move riSource to tSrcCode(srcIdx)
        move 0 to tSrcRead(srcIdx), tSrcFailed(srcIdx),
            tSrcRefused(srcIdx)
    end-if.
    add riRead to tSrcRead(srcIdx).
    add riFailed to tSrcFailed(srcIdx).
    if riRefused is numeric
        add riRefused to tSrcRefused(srcIdx)
    end-if.
    if rfCount is less than rfMax
        add 1 to rfCount
        move riFile(1:30) to tRfFile(rfCount)
        move riSource to tRfSource(rfCount)
    end-if.

lr1-exit.
    exit.

findSource.
    move 0 to srcIdx.
    perform varying rgIdx from 1 by 1
            until rgIdx is greater than srcCount or srcIdx is not
                equal to zero
        if tSrcCode(rgIdx) is equal to riSource
            move rgIdx to srcIdx
        end-if
    end-perform.

*> Only journal rows the day's intake receipted count -- a straight
*> sqrtload of the same source that day has no intake receipt to
*> cross-foot against and stays out of the return.
loadRanges.
    move "N" to eofSw.
    open input loadLogFile.
    if loadLogStatus is not equal to "00"
        exit paragraph
    end-if.
    perform ll1 thru ll1-exit until atEof.
    close loadLogFile.

ll1.
    read loadLogFile at end set atEof to true end-read.
    if atEof or llDate is not equal to intakeDate
        go to ll1-exit
    end-if.
    if llFirst is not numeric or llLast is not numeric
        go to ll1-exit
    end-if.
    move llFirst to firstNum.
    move llLast to lastNum.
    if lastNum is less than firstNum
        go to ll1-exit
    end-if.
    move 0 to rfHit.
    perform varying rfIdx from 1 by 1
            until rfIdx is greater than rfCount or rfHit is not
                equal to zero
        if tRfFile(rfIdx) is equal to llExtract
                and tRfSource(rfIdx) is equal to llSource
            move rfIdx to rfHit
        end-if
    end-perform.
    if rfHit is equal to zero or rgCount is not less than rgMax
        go to ll1-exit
    end-if.
    compute rangeLen = lastNum - firstNum + 1.
    if slotCount + rangeLen is greater than slotMax
        set slotsOverflowed to true
        go to ll1-exit
    end-if.
    add 1 to rgCount.
    move llSource to tRgSource(rgCount).
    move firstNum to tRgFirst(rgCount).
    move lastNum to tRgLast(rgCount).
    move slotCount to tRgBase(rgCount).
    perform varying slotIdx from 1 by 1
            until slotIdx is greater than rangeLen
        move "O" to tSlOutcome(slotCount + slotIdx)
        move 0 to tSlRoot(slotCount + slotIdx)
        move spaces to tSlReason(slotCount + slotIdx)
        move 0 to tSlRadicand(slotCount + slotIdx)
    end-perform.
    add rangeLen to slotCount.

ll1-exit.
    exit.

*> The slot for matchSerial -> slotHit (zero when out of scope)
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

*> ------------------------Outcome Passes----------------------------------

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
                move recSerial to matchSerial
                perform findSlot
                if slotHit is not equal to zero
                    move radicandIn to tSlRadicand(slotHit)
                    evaluate true
                        when recHeld
                            move "H" to tSlOutcome(slotHit)
                            move "held on the master"
                                to tSlReason(slotHit)
                        when recEffDate is numeric
                                and recEffDate is greater than
                                    intakeDate
                            move "F" to tSlOutcome(slotHit)
                            perform noteEffective
                    end-evaluate
                end-if
        end-read
    end-perform.
    close scanFile.

*> A window deferral stamps recDeferCt on the pending copy; a
*> future-dated record rides there unstamped.
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
                    move radicandIn to tSlRadicand(slotHit)
                    if recDeferCt is equal to spaces
                            and recEffDate is numeric
                            and recEffDate is greater than intakeDate
                        move "F" to tSlOutcome(slotHit)
                        perform noteEffective
                    else
                        move "W" to tSlOutcome(slotHit)
                        move spaces to tSlReason(slotHit)
                        if recDeferCt is numeric
                            string "window deferral " recDeferCt
                                delimited by size
                                into tSlReason(slotHit)
                            end-string
                        else
                            move "carried forward by the run"
                                to tSlReason(slotHit)
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close scanFile.

noteEffective.
    move spaces to tSlReason(slotHit).
    string "effective " recEffDate
        delimited by size into tSlReason(slotHit)
    end-string.

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
                    move radicandIn to tSlRadicand(slotHit)
                    move "Q" to tSlOutcome(slotHit)
                    move "delivery held in quarantine"
                        to tSlReason(slotHit)
                end-if
        end-read
    end-perform.
    close scanFile.

*> The reject file carries only images; the reason is rebuilt from
*> the image the way sqrtrej diagnoses it, and a CHN1 card copied
*> ahead of a chained reject says its parent's fate instead.
scanRejects.
    move "N" to eofSw.
    move "N" to pendingChainSw.
    open input scanFile.
    if scanStatus is not equal to "00"
        exit paragraph
    end-if.
    perform sr1 thru sr1-exit until atEof.
    close scanFile.

sr1.
    read scanFile into lineStruct at end
        set atEof to true
        go to sr1-exit
    end-read.
    if chnTag is equal to chnTagLit
        set chainPending to true
        move chnState to pendingChainState
        go to sr1-exit
    end-if.
    if chnTag is equal to cmtTagLit
        go to sr1-exit
    end-if.
    move recSerial to matchSerial.
    perform findSlot.
    if slotHit is equal to zero
        move "N" to pendingChainSw
        go to sr1-exit
    end-if.
    move spaces to diagReason.
    if chainPending
        if pendingChainState is equal to "F"
            move "chain parent failed" to diagReason
        else
            move "chain parent unresolved" to diagReason
        end-if
        move "N" to pendingChainSw
    else
        perform diagnoseReject
    end-if.
    if diagReason is equal to "aborted (iteration cap)"
        move "A" to tSlOutcome(slotHit)
    else
        move "R" to tSlOutcome(slotHit)
        move radicandIn to tSlRadicand(slotHit)
    end-if.
    move diagReason to tSlReason(slotHit).

sr1-exit.
    exit.

diagnoseReject.
    if rawSignByte is not equal to "+"
            and rawSignByte is not equal to "-"
        move "malformed sign" to diagReason
        exit paragraph
    end-if.
    if rawDigits is not numeric
        move "non-numeric radicand" to diagReason
        exit paragraph
    end-if.
    move radicandIn to tSlRadicand(slotHit).
    if radicandIn is not greater than zero
        move "non-positive radicand" to diagReason
        exit paragraph
    end-if.
    if epsilonIn is not greater than zero
        move "epsilon out of range" to diagReason
        exit paragraph
    end-if.
    move "aborted (iteration cap)" to diagReason.

*> sqrt.csv accumulates across runs; the latest row for a serial is
*> its final word, and the status column settles reject vs abort.
scanCsv.
    move "N" to eofSw.
    open input csvFile.
    if csvStatus is not equal to "00"
        exit paragraph
    end-if.
    perform sc1 thru sc1-exit until atEof.
    close csvFile.

sc1.
    read csvFile at end
        set atEof to true
        go to sc1-exit
    end-read.
    move spaces to csvTokens.
    unstring csvRecord delimited by ","
        into csvRadTok csvEpsTok csvRootTok csvStatusTok csvSrcTok
             csvProfTok csvSeqTok csvSerialTok
    end-unstring.
    move csvSerialTok to matchSerial.
    perform findSlot.
    if slotHit is equal to zero
        go to sc1-exit
    end-if.
    if function test-numval-f(csvRadTok) is equal to 0
        compute tSlRadicand(slotHit) = function numval-f(csvRadTok)
            on size error continue
        end-compute
    end-if.
    evaluate csvStatusTok
        when "OK"
        when "DEGRADED"
        when "BISECTED"
        when "IMAGINARY"
            move "C" to tSlOutcome(slotHit)
            move spaces to tSlReason(slotHit)
            if function test-numval-f(csvRootTok) is equal to 0
                compute tSlRoot(slotHit) =
                    function numval-f(csvRootTok)
                    on size error continue
                end-compute
            end-if
            if csvStatusTok is equal to "DEGRADED"
                move "degraded precision" to tSlReason(slotHit)
            end-if
            if csvStatusTok is equal to "BISECTED"
                move "bisection fallback" to tSlReason(slotHit)
            end-if
            if csvStatusTok is equal to "IMAGINARY"
                move "imaginary (root times i)" to tSlReason(slotHit)
            end-if
        when "ABORTED"
            move "A" to tSlOutcome(slotHit)
            move "aborted (iteration cap)" to tSlReason(slotHit)
        when "REJECTED"
            move "R" to tSlOutcome(slotHit)
            if tSlReason(slotHit) is equal to spaces
                move "rejected by the run" to tSlReason(slotHit)
            end-if
    end-evaluate.

sc1-exit.
    exit.

*> ------------------------Nth-root Outcome Passes-----------------------

*> nthroot.dat has no hold or effective date: a record standing on
*> it is simply waiting on the nth-root batch, and stays OPEN.
scanNrootMaster.
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
                    perform noteNrootRadicand
                    move "waiting on the nth-root batch"
                        to tSlReason(slotHit)
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
                    perform noteNrootRadicand
                    move "Q" to tSlOutcome(slotHit)
                    move "delivery held in quarantine"
                        to tSlReason(slotHit)
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
                    perform noteNrootRadicand
                    move "R" to tSlOutcome(slotHit)
                    move "rejected by the nth-root batch"
                        to tSlReason(slotHit)
                end-if
        end-read
    end-perform.
    close scanFile.

noteNrootRadicand.
    if nrRadicand is numeric
        move nrRadicand to tSlRadicand(slotHit)
    end-if.

*> The root's magnitude goes on the return; a negative one (an odd
*> degree of a negative radicand) says so in the reason.
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
                        move "C" to tSlOutcome(slotHit)
                        move naudRoot to tSlRoot(slotHit)
                        move naudRadicand to tSlRadicand(slotHit)
                        move spaces to tSlReason(slotHit)
                        if naudRootSign is equal to "-"
                            string "nth root, degree " naudDegree
                                ", negative" delimited by size
                                into tSlReason(slotHit)
                            end-string
                        else
                            string "nth root, degree " naudDegree
                                delimited by size
                                into tSlReason(slotHit)
                            end-string
                        end-if
                    end-if
                end-if
        end-read
    end-perform.
    close nrootAudFile.

*> Once someone has worked a reject on the ledger, its recorded
*> reason beats the diagnosis.
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
                    if tSlOutcome(slotHit) is equal to "R"
                            and ledgerReason is not equal to spaces
                        move ledgerReason to tSlReason(slotHit)
                    end-if
                end-if
        end-read
    end-perform.
    close ledgerFile.

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
                            move "X" to tSlOutcome(slotHit)
                            move cnImage to lineStruct
                            move radicandIn to tSlRadicand(slotHit)
                            move spaces to tSlReason(slotHit)
                            if cnReason is equal to spaces
                                move "withdrawn by the source"
                                    to tSlReason(slotHit)
                            else
                                move cnReason to tSlReason(slotHit)
                            end-if
                        when "SUPERSEDED"
                            move "S" to tSlOutcome(slotHit)
                            move cnImage to lineStruct
                            move radicandIn to tSlRadicand(slotHit)
                            move spaces to tSlReason(slotHit)
                            string "replaced by serial " cnBySerial
                                delimited by size
                                into tSlReason(slotHit)
                            end-string
                    end-evaluate
                end-if
        end-read
    end-perform.
    close cancelLog.

*> ------------------------One Source's Return----------------------------

writeReturn.
    move spaces to dispFname.
    string "sqrt.disp." tSrcCode(srcIdx)
        delimited by size into dispFname
    end-string.
    open output dispFile.
    if dispStatus is not equal to "00"
        display "  cannot write " function trim(dispFname)
            " (status " dispStatus ")"
        add 1 to unbalancedCount
        go to writeReturn-exit
    end-if.
    move 0 to retLines.
    initialize outcomeCounts.
    perform wr1
        varying rgIdx from 1 by 1 until rgIdx is greater than rgCount.
    perform writeTrailer.
    close dispFile.
    add 1 to returnCount.
    move retLines to editCount.
    display "  " function trim(dispFname) ": " editCount " serials"
        with no advancing.
    if dtBalanced is equal to "Y"
        display ", balances to the intake receipt"
    else
        display ", *** DOES NOT BALANCE to the intake receipt ***"
        add 1 to unbalancedCount
    end-if.

writeReturn-exit.
    exit.

wr1.
    if tRgSource(rgIdx) is not equal to tSrcCode(srcIdx)
        exit paragraph
    end-if.
    compute rangeLen = tRgLast(rgIdx) - tRgFirst(rgIdx) + 1.
    perform wr2
        varying slotIdx from 1 by 1 until slotIdx is greater than
            rangeLen.

wr2.
    compute slotHit = tRgBase(rgIdx) + slotIdx.
    compute matchNum = tRgFirst(rgIdx) + slotIdx - 1.
    move spaces to dispRecord.
    move matchNum to dsSerial.
    move 0 to dsRoot.
    move tSlReason(slotHit) to dsReason.
    move tSlRadicand(slotHit) to dsRadicand.
    move intakeDate to dsDate.
    evaluate tSlOutcome(slotHit)
        when "C"
            move "CONVERGED" to dsOutcome
            move tSlRoot(slotHit) to dsRoot
            add 1 to ocConverged
        when "R"
            move "REJECTED" to dsOutcome
            add 1 to ocRejected
        when "A"
            move "ABORTED" to dsOutcome
            add 1 to ocAborted
        when "H"
            move "HELD" to dsOutcome
            add 1 to ocHeld
        when "F"
            move "FUTURE-DATED" to dsOutcome
            add 1 to ocFuture
        when "W"
            move "DEFERRED" to dsOutcome
            add 1 to ocDeferred
        when "Q"
            move "QUARANTINED" to dsOutcome
            add 1 to ocQuarantined
        when "X"
            move "CANCELLED" to dsOutcome
            add 1 to ocCancelled
        when "S"
            move "SUPERSEDED" to dsOutcome
            add 1 to ocSuperseded
        when other
            move "OPEN" to dsOutcome
            if tSlReason(slotHit) is equal to spaces
                move "no outcome on file" to dsReason
            end-if
            add 1 to ocOpen
    end-evaluate.
    write dispRecord.
    add 1 to retLines.

writeTrailer.
    move spaces to dispTrailer.
    move "TRL1" to dtTag.
    move tSrcCode(srcIdx) to dtSource.
    move intakeDate to dtDate.
    move tSrcRead(srcIdx) to dtRcptRead.
    move tSrcFailed(srcIdx) to dtRcptFailed.
    move tSrcRefused(srcIdx) to dtRcptRefused.
    move retLines to dtLines.
    move ocConverged to dtConverged.
    move ocRejected to dtRejected.
    move ocAborted to dtAborted.
    move ocHeld to dtHeld.
    move ocFuture to dtFuture.
    move ocDeferred to dtDeferred.
    move ocQuarantined to dtQuarantined.
    move ocCancelled to dtCancelled.
    move ocSuperseded to dtSuperseded.
    move ocOpen to dtOpen.
    compute retSum = ocConverged + ocRejected + ocAborted + ocHeld
        + ocFuture + ocDeferred + ocQuarantined + ocCancelled
        + ocSuperseded + ocOpen.
    if retLines + tSrcFailed(srcIdx) + tSrcRefused(srcIdx)
            is equal to tSrcRead(srcIdx)
            and retSum is equal to retLines
        move "Y" to dtBalanced
    else
        move "N" to dtBalanced
    end-if.
    write dispTrailer.

*> ------------------------Parameter Resolution----------------------------

initParms.
    move "SQRT_DRTN_DATE" to parmKey.
    perform getParm.
    move parmValue(1:8) to intakeDate.
    if intakeDate is equal to spaces
        accept intakeDate from date yyyymmdd
    end-if.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------------------------------------------------
