*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -       Intake-to-outcome Balancing and Open-item Report         -
*> ------------------------------------------------------------------
*> sqrtxchk proves the night's outputs agree with the summary and
*> sqrtintk proves the candidate agrees with its receipts; neither
*> proves that every record that came in the front door reached a
*> terminal state. This starts from the front door and walks forward:
*>
*>   1. Intake receipts (sqrt.intk.rcp) in the look-back window must
*>      foot -- read = written + failed + replaced + refused -- and
*>      each extract's load-journal range must hold written +
*>      replaced serials.
*>   2. Every serial the load journal (sqrt.load.log) shows issued
*>      off sqrt.serial in the window is accounted for, later
*>      evidence overriding earlier:
*>        HELD         recStatus "H" on sqrt.dat, or a sqrt.hold row
*>        PENDING      waiting on a future effective date, on sqrt.dat
*>                     or carried on sqrt.pend
*>        DEFERRED     on sqrt.pend with a window-deferral stamp, or
*>                     on the sqrt.defer starvation ledger
*>        QUARANTINED  in its source's sqrt.quar.<source>
*>        REJECTED     on sqrt.rej or the sqrt.rej.dsp ledger
*>        CONVERGED    a sqrt.out row carries the serial (an
*>                     imaginary-mode answer, which has no sqrt.out
*>                     row, by its IMAGINARY row on sqrt.csv)
*>        SUPERSEDED   replaced in place by a resent record, or
*>        CANCELLED    withdrawn by the source (sqrt.cancel.log)
*>      The intake journals an nth-root feed's serials on the same
*>      sqrt.load.log, and they are found the same way: standing on
*>      nthroot.dat (or the candidate nthroot.dat.new), set aside in
*>      nthroot.quar.<source>, rejected onto nthroot.rej, or
*>      CONVERGED by an nthroot.audit data row (nthroot.out carries
*>      no serial, so the audit trail is where the answer is found).
*>      A serial none of them claims has fallen through the cracks
*>      and is listed as an open item with its age in days since
*>      the intake that issued it, and whether it still stands
*>      active on the master (waiting on a run) or on nothing at all.
*>   3. The sqrt.serial high-water mark is set against the highest
*>      journaled serial, so serials issued outside the journal (a
*>      keyed-master add, say) are at least counted.
*>
*>   SQRT_IBAL_DAYS     look-back window in days (default 7)
*>   SQRT_IBAL_OPENMAX  open items tolerated before RC 4 (default 0)
*>
*> RETURN-CODE: 0 balanced and open items within tolerance (or no
*> load journal yet -- nothing issued, nothing to balance), 4 open
*> items over SQRT_IBAL_OPENMAX or a receipt that does not foot,
*> 8 the load journal exists but could not be read.

identification division.
program-id. sqrtibal.

environment division.

input-output section.
file-control.
    select receiptFile assign to "sqrt.intk.rcp"
        organization is line sequential
        file status is receiptStatus.
    select loadLogFile assign to "sqrt.load.log"
        organization is line sequential
        file status is loadLogStatus.
    select serialFile assign to "sqrt.serial"
        organization is line sequential
        file status is serialStatus.
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
    select nrootAudFile assign to "nthroot.audit"
        organization is line sequential
        file status is nrootAudStatus.

data division.

file section.
fd receiptFile.
    copy "sqrtircp.cpy".
fd loadLogFile.
    copy "sqrtldlg.cpy".
fd serialFile.
    01 serialRecord.
       02 serialLast pic 9(07).
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
fd nrootAudFile.
    copy "sqrtnaud.cpy".

working-storage section.
77 receiptStatus   pic x(02).
77 loadLogStatus   pic x(02).
77 serialStatus    pic x(02).
77 scanStatus      pic x(02).
77 holdStatus      pic x(02).
77 deferStatus     pic x(02).
77 resultStatus    pic x(02).
77 csvStatus       pic x(02).
77 ledgerStatus    pic x(02).
77 cancelLogStatus pic x(02).
77 nrootAudStatus  pic x(02).
77 scanFname       pic x(30) value spaces.

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

77 eofSw pic x(01) value "N".
    88 atEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 windowDays  pic 9(03) value 7.
77 openMax     pic 9(07) value 0.
77 todayStamp  pic x(08) value spaces.
77 todayInt    pic 9(08) value 0.
77 windowStart pic x(08) value spaces.
77 windowInt   pic 9(08) value 0.

*> Serial ranges in the window, each mapped onto a run of slots in
*> the accounting table below
77 rgMax   pic 9(03) value 500.
77 rgCount pic 9(03) value 0.
77 rgIdx   pic 9(03) value 0.
01 rgTable.
    02 rgEntry occurs 500 times.
        03 tRgSource  pic x(03).
        03 tRgDate    pic x(08).
        03 tRgExtract pic x(30).
        03 tRgFirst   pic 9(07).
        03 tRgLast    pic 9(07).
        03 tRgBase    pic 9(05).

*> One slot per serial: state C converged, R rejected, H held, P
*> pending, W deferred, Q quarantined, S superseded, X cancelled,
*> O open; tSlMaster "Y" while it stands active on sqrt.dat
77 slotMax    pic 9(05) value 50000.
77 slotCount  pic 9(05) value 0.
77 slotIdx    pic 9(05) value 0.
77 slotHit    pic 9(05) value 0.
77 slotOverSw pic x(01) value "N".
    88 slotsOverflowed value "Y".
01 slotTable.
    02 slotEntry occurs 50000 times.
        03 tSlState  pic x(01).
        03 tSlMaster pic x(01).

77 matchSerial pic x(07) value spaces.
77 matchNum    pic 9(07) value 0.
77 rangeLen    pic 9(07) value 0.
77 firstNum    pic 9(07) value 0.
77 lastNum     pic 9(07) value 0.
77 highJournal pic 9(07) value 0.
77 serialHigh  pic 9(07) value 0.
77 unjournaled pic 9(07) value 0.

*> The window's distinct sources, for the quarantine pass
77 srcCount pic 9(02) value 0.
77 srcIdx   pic 9(02) value 0.
77 srcHit   pic 9(02) value 0.
01 srcTable.
    02 tSrcCode pic x(03) occurs 40 times.

*> Receipt footing
77 rcptCount     pic 9(05) value 0.
77 rcptBadCount  pic 9(05) value 0.
77 rcptFoot      pic 9(08) value 0.
77 rcptIssued    pic 9(08) value 0.
77 rcptJournal   pic 9(08) value 0.
77 rcptHit       pic 9(03) value 0.
77 rcptNote      pic x(24) value spaces.

01 stateCounts.
    02 scConverged   pic 9(07).
    02 scRejected    pic 9(07).
    02 scHeld        pic 9(07).
    02 scPending     pic 9(07).
    02 scDeferred    pic 9(07).
    02 scQuarantined pic 9(07).
    02 scSuperseded  pic 9(07).
    02 scCancelled   pic 9(07).
    02 scOpen        pic 9(07).
77 issuedTotal pic 9(07) value 0.
77 listedOpen  pic 9(05) value 0.
77 listMax     pic 9(05) value 200.
77 ageDays     pic 9(05) value 0.
77 openWhere   pic x(24) value spaces.
77 editCount   pic zzz,zzz,zz9.
77 editAge     pic zzzz9.

01 titleLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(43) value
       'SQRT Intake-to-outcome Balance by Serial'.

01 underLine1.
    02 filler pic x(60) value
       '------------------------------------------------------------'.

01 rcptHeadLine.
    02 filler pic x(60) value
       '  Date     Src   Read Written Failed Repl  Ref  Footing'.

01 rcptLine.
    02 filler    pic x(02) value spaces.
    02 rlDate    pic x(08).
    02 filler    pic x(01) value spaces.
    02 rlSource  pic x(03).
    02 rlRead    pic zzz,zz9.
    02 filler    pic x(01) value spaces.
    02 rlWritten pic zzz,zz9.
    02 filler    pic x(01) value spaces.
    02 rlFailed  pic zz,zz9.
    02 rlReplaced pic z,zz9.
    02 rlRefused pic z,zz9.
    02 filler    pic x(02) value spaces.
    02 rlNote    pic x(24).

01 openHeadLine.
    02 filler pic x(60) value
       '  Serial   Src  Issued     Age  Standing'.

01 openLine.
    02 filler    pic x(02) value spaces.
    02 olSerial  pic x(07).
    02 filler    pic x(02) value spaces.
    02 olSource  pic x(03).
    02 filler    pic x(02) value spaces.
    02 olDate    pic x(08).
    02 filler    pic x(01) value spaces.
    02 olAge     pic zzzz9.
    02 filler    pic x(02) value spaces.
    02 olWhere   pic x(24).

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    display titleLine.
    display "     Window: " windowStart " through " todayStamp.
    display underLine1.
    perform loadRanges.
*> No journal at all is an estate whose intake has never loaded
*> anything: no serials to account for, though any receipt in the
*> window still has to foot (and, with no range, is flagged).
    if loadLogStatus is equal to "35"
        display "  No loader journal (sqrt.load.log) -- no serials"
            " issued to balance."
        move "00" to loadLogStatus
    end-if.
    if loadLogStatus is not equal to "00"
        display "  sqrt.load.log cannot be read (status "
            loadLogStatus ") -- nothing to balance."
        move 8 to return-code
        stop run
    end-if.
    if slotsOverflowed
        display "  *** more than " slotMax " serials in the window --"
            " the excess is not accounted ***"
    end-if.

    perform footReceipts.

    move "sqrt.dat" to scanFname.
    perform scanMaster.
    perform scanHolds.
    move "sqrt.pend" to scanFname.
    perform scanPending.
    perform scanDefers.
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
    perform scanLedger.
    move "nthroot.rej" to scanFname.
    perform scanNrootRejects.
    perform scanResults.
    perform scanImaginary.
    perform scanNrootAudit.
    perform scanCancels.

    perform accountSerials.
    perform listOpenItems.
    perform checkHighWater.

    display underLine1.
    if rcptBadCount is greater than zero
        move rcptBadCount to editCount
        display "  *** receipts that do not foot: " editCount " ***"
        move 4 to return-code
    end-if.
    if scOpen is greater than openMax
        move scOpen to editCount
        display "  *** open items over tolerance: " editCount
            " (SQRT_IBAL_OPENMAX " openMax ") ***"
        move 4 to return-code
    end-if.
    if return-code is equal to zero
        display "  Every serial in the window is accounted for."
    end-if.
    stop run.

*> ------------------------Serials Issued in the Window-------------------

loadRanges.
    move "N" to eofSw.
    open input loadLogFile.
    if loadLogStatus is not equal to "00"
        exit paragraph
    end-if.
    perform ll1 thru ll1-exit until atEof.
    close loadLogFile.
    move "00" to loadLogStatus.

ll1.
    read loadLogFile at end set atEof to true end-read.
    if atEof
        go to ll1-exit
    end-if.
    if llFirst is not numeric or llLast is not numeric
        go to ll1-exit
    end-if.
    move llFirst to firstNum.
    move llLast to lastNum.
    if lastNum is greater than highJournal
        move lastNum to highJournal
    end-if.
    if llDate is less than windowStart or llDate is greater than
            todayStamp or lastNum is less than firstNum
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
    move llSource to tRgSource(rgCount).
    move llDate to tRgDate(rgCount).
    move llExtract to tRgExtract(rgCount).
    move firstNum to tRgFirst(rgCount).
    move lastNum to tRgLast(rgCount).
    move slotCount to tRgBase(rgCount).
    perform varying slotIdx from 1 by 1
            until slotIdx is greater than rangeLen
        move "O" to tSlState(slotCount + slotIdx)
        move "N" to tSlMaster(slotCount + slotIdx)
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

*> The slot for matchSerial -> slotHit (zero when outside the window)
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

*> ------------------------Front Door: Receipt Footing--------------------

*> Each receipt foots on its own counts, and its extract's journal
*> range (same date, source and extract) must hold exactly the
*> serials the receipt says were issued. A receipt with nothing
*> written or replaced legitimately has no range.
footReceipts.
    display "  Intake receipts in the window".
    display rcptHeadLine.
    move "N" to eofSw.
    open input receiptFile.
    if receiptStatus is not equal to "00"
        display "  (no sqrt.intk.rcp)"
        exit paragraph
    end-if.
    perform fr1 thru fr1-exit until atEof.
    close receiptFile.
    move rcptCount to editCount.
    display "  Receipts: " editCount.
    display underLine1.

fr1.
    read receiptFile at end set atEof to true end-read.
    if atEof or riDate is less than windowStart
            or riDate is greater than todayStamp
        go to fr1-exit
    end-if.
    add 1 to rcptCount.
    if riReplaced is not numeric
        move 0 to riReplaced
    end-if.
    if riRefused is not numeric
        move 0 to riRefused
    end-if.
    compute rcptFoot = riWritten + riFailed + riReplaced + riRefused.
    compute rcptIssued = riWritten + riReplaced.
    move 0 to rcptJournal, rcptHit.
    perform varying rgIdx from 1 by 1
            until rgIdx is greater than rgCount
        if tRgDate(rgIdx) is equal to riDate
                and tRgSource(rgIdx) is equal to riSource
                and tRgExtract(rgIdx) is equal to riFile(1:30)
            compute rcptJournal = rcptJournal + tRgLast(rgIdx)
                - tRgFirst(rgIdx) + 1
            move 1 to rcptHit
        end-if
    end-perform.
    move "ok" to rcptNote.
    if rcptFoot is not equal to riRead
        move "*** does not foot" to rcptNote
    else
        if rcptJournal is not equal to rcptIssued
            if rcptHit is equal to zero
                move "*** no journal range" to rcptNote
            else
                move "*** range disagrees" to rcptNote
            end-if
        end-if
    end-if.
    if rcptNote is not equal to "ok"
        add 1 to rcptBadCount
    end-if.
    move riDate to rlDate.
    move riSource to rlSource.
    move riRead to rlRead.
    move riWritten to rlWritten.
    move riFailed to rlFailed.
    move riReplaced to rlReplaced.
    move riRefused to rlRefused.
    move rcptNote to rlNote.
    display rcptLine.

fr1-exit.
    exit.

*> ------------------------Where Each Serial Stands-----------------------

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
                    evaluate true
                        when recHeld
                            move "H" to tSlState(slotHit)
                        when recEffDate is numeric
                                and recEffDate is greater than
                                    todayStamp
                            move "P" to tSlState(slotHit)
                        when other
                            move "Y" to tSlMaster(slotHit)
                    end-evaluate
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

*> ------------------------Nth-root Records--------------------------------

*> nthroot.dat carries no hold or effective date: a record standing
*> on it is waiting on the nth-root batch, as an active sqrt.dat row
*> waits on the run.
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
                    move "Y" to tSlMaster(slotHit)
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

*> ------------------------Withdrawn by the Source------------------------

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

*> ------------------------Accounting and Open Items----------------------

accountSerials.
    initialize stateCounts.
    move slotCount to issuedTotal.
    perform varying slotIdx from 1 by 1
            until slotIdx is greater than slotCount
        evaluate tSlState(slotIdx)
            when "C" add 1 to scConverged
            when "R" add 1 to scRejected
            when "H" add 1 to scHeld
            when "P" add 1 to scPending
            when "W" add 1 to scDeferred
            when "Q" add 1 to scQuarantined
            when "S" add 1 to scSuperseded
            when "X" add 1 to scCancelled
            when other add 1 to scOpen
        end-evaluate
    end-perform.
    display "  Serials issued in the window".
    move issuedTotal to editCount.
    display "    Issued      : " editCount.
    move scConverged to editCount.
    display "    Converged   : " editCount.
    move scRejected to editCount.
    display "    Rejected    : " editCount.
    move scHeld to editCount.
    display "    Held        : " editCount.
    move scPending to editCount.
    display "    Pending     : " editCount.
    move scDeferred to editCount.
    display "    Deferred    : " editCount.
    move scQuarantined to editCount.
    display "    Quarantined : " editCount.
    move scSuperseded to editCount.
    display "    Superseded  : " editCount.
    move scCancelled to editCount.
    display "    Cancelled   : " editCount.
    move scOpen to editCount.
    display "    OPEN        : " editCount.
    display underLine1.

listOpenItems.
    if scOpen is equal to zero
        exit paragraph
    end-if.
    display "  Open items (no terminal state on file)".
    display openHeadLine.
    move 0 to listedOpen.
    perform lo1
        varying rgIdx from 1 by 1 until rgIdx is greater than rgCount.
    if scOpen is greater than listedOpen
        compute editCount = scOpen - listedOpen
        display "  ... and " editCount " more not listed"
    end-if.
    display underLine1.

lo1.
    compute rangeLen = tRgLast(rgIdx) - tRgFirst(rgIdx) + 1.
    compute ageDays = todayInt
        - function integer-of-date(function numval(tRgDate(rgIdx))).
    perform lo2
        varying slotIdx from 1 by 1 until slotIdx is greater than
            rangeLen.

lo2.
    compute slotHit = tRgBase(rgIdx) + slotIdx.
    if tSlState(slotHit) is not equal to "O"
            or listedOpen is not less than listMax
        exit paragraph
    end-if.
    add 1 to listedOpen.
    compute matchNum = tRgFirst(rgIdx) + slotIdx - 1.
    move matchNum to olSerial.
    move tRgSource(rgIdx) to olSource.
    move tRgDate(rgIdx) to olDate.
    move ageDays to olAge.
    if tSlMaster(slotHit) is equal to "Y"
        move "on master, never run" to olWhere
    else
        move "on no file" to olWhere
    end-if.
    display openLine.

*> Serials the counter has issued past the highest journaled one
*> came from something other than a load (a keyed-master add);
*> counted, not chased.
checkHighWater.
    open input serialFile.
    if serialStatus is not equal to "00"
        display "  (no sqrt.serial to check the high-water mark)"
        exit paragraph
    end-if.
    read serialFile at end move 0 to serialLast end-read.
    close serialFile.
    if serialLast is not numeric
        exit paragraph
    end-if.
    move serialLast to serialHigh.
    display "  sqrt.serial high-water  : " serialHigh.
    display "  highest journaled serial: " highJournal.
    if serialHigh is greater than highJournal
        compute unjournaled = serialHigh - highJournal
        move unjournaled to editCount
        display "  issued after the last journaled load: " editCount
    end-if.

*> ------------------------Parameter Resolution----------------------------

initParms.
    accept todayStamp from date yyyymmdd.
    compute todayInt =
        function integer-of-date(function numval(todayStamp)).
    move "SQRT_IBAL_DAYS" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        move function numval(parmValue) to windowDays
    end-if.
    move "SQRT_IBAL_OPENMAX" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        move function numval(parmValue) to openMax
    end-if.
    compute windowInt = todayInt - windowDays.
    move function date-of-integer(windowInt) to windowStart.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------------------------------------------------
