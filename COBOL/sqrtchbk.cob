*> total iterations consumed (our best CPU proxy), and history-cache
*> hits granted free. The department rides on each input record
*> (recDept) and is carried onto every audit row (auditDept), so the
*> audit file holds everything this needs. The nth-root batch's
*> trail (nthroot.audit) carries the same department, tier and cache
*> flag on each row, so engineering's cube roots bill on the same
*> statement, at the same rates, as the department's square roots;
*> the statement says how many of its calculations were nth roots.
*> The quadratic solver's trail (quadratic.audit) is billed the same
*> way: each solved triple is one calculation, priced on the
*> iterations its discriminant's square root took.
*>
*>   SQRT_CHBK_MONTH  statement month as "yyyy-mm"; blank means the
*>                    current month
*> Rows with no department code pool under "----" so unattributed
*> usage is a visible line finance can chase, not a silent leak.
*>
*> A run sqrtbkot has backed out (its "R" reversal group on the trail,
*> through sqrtrvck.cob) is not billed: its answers were withdrawn,
*> and the rerun that replaced them bills in their place.
*>
*> The statement is rated now: sqrt.rate prices iterations per
*> thousand, differentiated by priority tier and precision profile
*> (cache hits stay free), the monetary lines print on each
*> statement, and the allocation also lands as fixed billing records
*> on sqrt.bill so finance posts it without the spreadsheet step.
*> sqrt.bill is rewritten every run (finance picks up one month at
*> a time); each row is also appended to sqrt.bill.hist behind the
*> run's timestamp, so last month's billing is still on file when
*> the service review compares the two. A rerun for a month appends
*> a fresh set, and readers take the latest stamp for a month.
*>
*> Rate record (sqrt.rate), first match in file order wins:
*>   rrTier    x(01)  "1"-"3", or "*" for any tier
*>   rrProfile x(08)  profile name, or "*"/spaces for any
*>   rrPrice   x(08)  price per thousand iterations, keyed with an
*>                    explicit decimal point (e.g. "00012.50")
*>
*> Disputed statements are settled on the sqrt.disp register
*> (sqrtdisp), never by editing sqrt.bill: every adjustment granted
*> there since the last statement prints as its own line under the
*> department's rate lines, counts in its amount due, and lands on
*> sqrt.bill as an adjustment row (blKind "A", with the dispute id);
*> the register then shows it posted on this month's statement. A
*> rerun for the same month posts the same adjustments again, so the
*> rerun's statement is whole.
*>
*> Statements are for the organization as it stands today. Usage is
*> tallied under the code each row recorded, then restated through
*> the department registry's reorg mapping (sqrtdmap.ctl, through
*> sqrtdptr): a code since reorganized away is billed to its
*> successor, or split across its successors by their shares, the
*> largest taking any rounding remainder, and the statement says
*> what was folded where. Budgets and dispute adjustments filed
*> under an old code follow it the same way. Each statement is
*> headed with the department's registered name, cost centre and
*> budget owner; every sqrt.bill row carries the cost centre
*> (blCostCtr), and the run closes with the amount due per cost
*> centre, so finance posts by cost centre without a lookup sheet.
*>
*> RETURN-CODE: 0 statements produced, 24 the dispute register is
*> held by the dispute workbench (nothing written; rerun when free).

identification division.
program-id. sqrtchbk.
    select auditFile assign to dynamic auditFname
        organization is line sequential
        file status is auditFileStatus.
    select nrootAudFile assign to "nthroot.audit"
        organization is line sequential
        file status is nrootAudStatus.
    select quadAudFile assign to "quadratic.audit"
        organization is line sequential
        file status is quadAudStatus.
    select indexFile assign to "sqrtaudv.idx"
        organization is line sequential
        file status is indexStatus.
    select billFile assign to "sqrt.bill"
        organization is line sequential
        file status is billStatus.
    select billHistFile assign to "sqrt.bill.hist"
        organization is line sequential
        file status is billHistStatus.
    select dispFile assign to "sqrt.disp"
        organization is line sequential
        file status is dispStatus.

data division.

file section.
fd auditFile.
    copy "sqrtaudit.cpy".
fd nrootAudFile.
    copy "sqrtnaud.cpy".
fd quadAudFile.
    copy "sqrtqaud.cpy".
*> The close-out's volume index: month-end chargeback runs at exactly
*> the moment the month's rows may have been sealed into a volume, so
*> the statement walks every indexed volume and then the live file,
       02 ixRows   pic 9(09).
       02 filler   pic x(01).
       02 ixSealed pic x(08).
       02 filler   pic x(01).
       02 ixSum    pic x(12).
       02 filler   pic x(01).
       02 ixState  pic x(01).
       02 filler   pic x(01).
       02 ixScrub  pic x(08).
*> The same monthly-allowance dataset SQRT enforces at run time, so
*> the statement shows budget vs actual from the very records the
*> run-time deferrals were made against.
       02 rrPrice   pic x(08).
       02 filler    pic x(63).
*> Machine-readable billing export, fixed records in the house
*> interface style: one row per statement rate line, and one per
*> dispute adjustment posted (blKind "A": blProfile carries the
*> dispute's cause, blIters is zero, blAmount the size of the
*> adjustment and blSign "-" when it is a credit).
fd billFile.
    01 billRecord.
       02 blMonth   pic x(07).
       02 blProfile pic x(08).
       02 blIters   pic 9(12).
       02 blAmount  pic 9(09)v99.
       02 blKind    pic x(01).
       02 blSign    pic x(01).
       02 blDispId  pic x(12).
       02 blCostCtr pic x(08).
       02 filler    pic x(15).
*> The same rows kept month after month, each behind its run stamp.
fd billHistFile.
    01 billHistRecord.
       02 bhStamp pic x(14).
       02 bhBill  pic x(80).
fd dispFile.
    copy "sqrtdspr.cpy".

working-storage section.
77 auditFileStatus pic x(02).
    88 indexAtEof value "Y".
77 auditEofSw      pic x(01) value "N".
    88 auditAtEof value "Y".
77 nrootAudStatus  pic x(02).
77 nrootEofSw      pic x(01) value "N".
    88 nrootAtEof value "Y".
77 quadAudStatus   pic x(02).
77 quadEofSw       pic x(01) value "N".
    88 quadAtEof value "Y".

*> The billing facts of one audit row, whichever trail it came off
77 rowDept    pic x(04) value spaces.
77 rowCache   pic x(01) value space.
77 rowIter    pic 9(05) value 0.
77 rowTier    pic x(01) value space.
77 rowProfile pic x(08) value spaces.
77 rowNrootSw pic x(01) value "N".
    88 rowIsNroot value "Y".
77 nrootRows  pic 9(09) value 0.
77 quadRows   pic 9(09) value 0.
77 reversedRows pic 9(09) value 0.

*> Interface to the shared backed-out run check
77 rvkRunId pic x(14) value spaces.
77 rvkStamp pic x(14) value spaces.
77 rvkRc    pic 9(01) value 0.

77 monthFilter   pic x(07) value spaces.
77 wsDateTime    pic x(21).
        03 deptCalcs     pic 9(09).
        03 deptIters     pic 9(12).
        03 deptCacheHits pic 9(09).
        03 deptNroots    pic 9(09).
        03 deptRateIters occurs 16 times pic 9(12).

*> The same tallies under the code each row recorded, before they
*> are restated into deptTable under today's organization; remWork
*> is what of one recorded code is still to be placed.
77 histCount  pic 9(03) value 0.
77 histIdx    pic 9(03) value 0.
77 rateBkt    pic 9(02) value 0.
01 histTable.
    02 histEntry occurs 100 times.
        03 histCode      pic x(04).
        03 histCalcs     pic 9(09).
        03 histIters     pic 9(12).
        03 histCacheHits pic 9(09).
        03 histNroots    pic 9(09).
        03 histRateIters occurs 16 times pic 9(12).
01 remWork.
    02 remCalcs     pic 9(09).
    02 remIters     pic 9(12).
    02 remCacheHits pic 9(09).
    02 remNroots    pic 9(09).
    02 remRateIters occurs 16 times pic 9(12).
77 partWork   pic 9(12) value 0.
77 restated   pic 9(03) value 0.

*> Interface to the shared department registry resolver
77 dptAction  pic x(01) value "R".
77 dptDate    pic x(08) value spaces.
77 dptName    pic x(20) value spaces.
77 dptCostCtr pic x(08) value spaces.
77 dptOwner   pic x(20) value spaces.
copy "sqrtdtgt.cpy".
77 dptRc      pic 9(01) value 0.
77 tgtIdx     pic 9(01) value 0.
77 deptNowCode  pic x(04) value spaces.
77 deptCostNow  pic x(08) value spaces.

*> ------------------------Per-cost-centre Totals-------------------------
77 ccMax      pic 9(03) value 100.
77 ccCount    pic 9(03) value 0.
77 ccIdx      pic 9(03) value 0.
01 ccTable.
    02 ccEntry occurs 100 times.
        03 ccCode   pic x(08).
        03 ccDepts  pic 9(03).
        03 ccAmount pic s9(11)v99.

*> ------------------------Rate Table--------------------------------------
77 rateStatus pic x(02).
77 billStatus pic x(02).
77 billHistStatus pic x(02).
77 billStamp  pic x(14) value spaces.
77 rateEofSw  pic x(01) value "N".
    88 rateAtEof value "Y".
77 rateMax    pic 9(02) value 15.
        03 tRatePrice   pic 9(05)v99.

77 lineAmount pic 9(09)v99 value 0.
77 deptAmount pic s9(11)v99 value 0.
77 grandAmount pic s9(11)v99 value 0.

*> ------------------------Dispute Adjustments----------------------------
*> The whole register, table-loaded so posted rows can be marked and
*> the file rewritten; held under sqrtlock from load to rewrite.
77 dispStatus pic x(02).
77 dispEofSw  pic x(01) value "N".
    88 dispAtEof value "Y".
77 dispMax    pic 9(03) value 500.
77 dispCount  pic 9(03) value 0.
77 dispIdx    pic 9(03) value 0.
77 dispOverSw pic x(01) value "N".
    88 dispOverflow value "Y".
77 dispDirtySw pic x(01) value "N".
    88 dispDirty value "Y".
77 dispLockSw pic x(01) value "N".
    88 dispLocked value "Y".
77 adjPosted  pic 9(05) value 0.
01 dispTable.
    02 dispEntry occurs 500 times pic x(200).
copy "sqrtdspr.cpy" replacing ==dispRecord== by ==wkRecord==
    leading ==dp== by ==wk==.

*> Shop-standard enqueue on the register (via sqrtlock.cob)
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTCHBK".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.disp".

77 rowsUsed    pic 9(09) value 0.

77 budgIdx      pic 9(03) value 0.
77 budgVariance pic s9(13) value 0.

77 budgWhole    pic 9(12) value 0.
77 budgPart     pic 9(12) value 0.

01 budgTable.
    02 budgEntry occurs 100 times.
        03 tBudgDept  pic x(04).
    02 filler pic x(2) value spaces.
    02 filler pic x(12) value 'Department: '.
    02 outDeptCode pic x(04).
    02 filler pic x(2) value spaces.
    02 outDeptName pic x(20).

01 stmtHeadLine2.
    02 filler pic x(5) value spaces.
    02 filler pic x(26) value 'Cost centre             : '.
    02 outDeptCostCtr pic x(08).
    02 filler pic x(10) value '   owner: '.
    02 outDeptOwner pic x(20).

01 restateLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(15) value 'restated from  '.
    02 outRestFrom pic x(04).
    02 filler pic x(2) value ': '.
    02 outRestShare pic zz9.
    02 filler pic x(16) value '% of its usage  '.

01 ccHeadLine.
    02 filler pic x(2) value spaces.
    02 filler pic x(22) value 'Totals by cost centre'.

01 ccLine.
    02 filler pic x(5) value spaces.
    02 outCcCode pic x(08).
    02 filler pic x(2) value spaces.
    02 outCcDepts pic zz9.
    02 filler pic x(15) value ' department(s) '.
    02 outCcAmount pic ---,---,---,--9.99.

01 stmtLine1.
    02 filler pic x(5) value spaces.
    02 filler pic x(26) value 'Calculations performed  : '.
    02 outDeptCalcs pic zzz,zzz,zz9.

01 stmtLine1n.
    02 filler pic x(5) value spaces.
    02 filler pic x(26) value '  of which nth roots    : '.
    02 outDeptNroots pic zzz,zzz,zz9.

01 stmtLine2.
    02 filler pic x(5) value spaces.
    02 filler pic x(26) value 'Iterations consumed     : '.
    02 filler pic x(21) value 'Audit rows in month :'.
    02 outRowsUsed pic zzz,zzz,zz9.

01 summaryLine1n.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Nth-root rows       :'.
    02 outNrootRows pic zzz,zzz,zz9.

01 summaryLine1q.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Quadratic rows      :'.
    02 outQuadRows pic zzz,zzz,zz9.

01 summaryLine1r.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Backed-out rows     :'.
    02 outReversedRows pic zzz,zzz,zz9.

01 summaryLine2.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Departments billed  :'.
    02 filler pic x(14) value ' iterations = '.
    02 outRateAmount pic zzz,zzz,zz9.99.

01 summaryLine3.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Adjustments posted  :'.
    02 outAdjPosted pic zzz,zz9.

01 adjLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(11) value 'adjustment '.
    02 outAdjId pic x(12).
    02 filler pic x(2) value ' ('.
    02 outAdjMonth pic x(07).
    02 filler pic x(1) value space.
    02 outAdjCause pic x(08).
    02 filler pic x(3) value '): '.
    02 outAdjAmount pic ---,---,--9.99.

01 adjReasonLine.
    02 filler pic x(7) value spaces.
    02 outAdjReason pic x(40).

01 stmtLine6.
    02 filler pic x(5) value spaces.
    02 filler pic x(26) value 'Amount due              : '.
    02 outDeptAmount pic ---,---,---,--9.99.

01 grandLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(26) value 'Total billed            : '.
    02 outGrandAmount pic ---,---,---,--9.99.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    perform loadBudgets.
    perform loadRates.
    perform loadDisputes.
    open output billFile.
    move function current-date(1:14) to billStamp.
    open extend billHistFile.
    if billHistStatus is equal to "35"
        open output billHistFile
    end-if.
    display titleLine.
    display monthLine.
    display underLine1.
    end-if.
    move "sqrt.audit" to auditFname.
    perform scanOneFile.
    perform scanNroot.
    perform scanQuad.
    perform restateDepts.
    perform seatAdjustDepts.
    perform printStatements thru ps-done.
    perform printCostCentres.
    close billFile.
    close billHistFile.
    perform closeDisputes.
    display underLine1.
    move rowsUsed to outRowsUsed.
    move deptCount to outDeptCount.
    display summaryLine1.
    if nrootRows is greater than zero
        move nrootRows to outNrootRows
        display summaryLine1n
    end-if.
    if quadRows is greater than zero
        move quadRows to outQuadRows
        display summaryLine1q
    end-if.
    if reversedRows is greater than zero
        move reversedRows to outReversedRows
        display summaryLine1r
    end-if.
    display summaryLine2.
    if adjPosted is greater than zero
        move adjPosted to outAdjPosted
        display summaryLine3
    end-if.
    move grandAmount to outGrandAmount.
    display grandLine.
    stop run.
    if auditTimestamp(1:7) is not equal to monthFilter
        go to c1-exit
    end-if.
    move auditRunId to rvkRunId.
    call "sqrtrvck" using rvkRunId, rvkStamp, rvkRc end-call.
    if rvkRc is equal to 1
        add 1 to reversedRows
        go to c1-exit
    end-if.
    add 1 to rowsUsed.
    move auditDept to rowDept.
    move auditCache to rowCache.
    move auditIter to rowIter.
    move auditTier to rowTier.
    move auditProfile to rowProfile.
    move "N" to rowNrootSw.
    perform tallyRow.

c1-exit.
    exit.

*> The nth-root trail is never sealed into the close-out's volumes,
*> so the live file is all there is. Its rows carry no precision
*> profile; a rate row for any profile prices them.
scanNroot.
    move "N" to nrootEofSw.
    open input nrootAudFile.
    if nrootAudStatus is not equal to "00"
        exit paragraph
    end-if.
    perform n1 thru n1-exit until nrootAtEof.
    close nrootAudFile.

n1.
    read nrootAudFile at end set nrootAtEof to true end-read.
    if nrootAtEof
        go to n1-exit
    end-if.
    if naudRecType is not equal to "D"
        go to n1-exit
    end-if.
    if naudTimestamp(1:7) is not equal to monthFilter
        go to n1-exit
    end-if.
    add 1 to rowsUsed.
    add 1 to nrootRows.
    move naudDept to rowDept.
    move naudCache to rowCache.
    move naudIter to rowIter.
    move naudTier to rowTier.
    move spaces to rowProfile.
    set rowIsNroot to true.
    perform tallyRow.

n1-exit.
    exit.

*> The quadratic trail is likewise live-only and profile-less. Its
*> rows bill as the department's own calculations, not nth roots.
scanQuad.
    move "N" to quadEofSw.
    open input quadAudFile.
    if quadAudStatus is not equal to "00"
        exit paragraph
    end-if.
    perform q1 thru q1-exit until quadAtEof.
    close quadAudFile.

q1.
    read quadAudFile at end set quadAtEof to true end-read.
    if quadAtEof
        go to q1-exit
    end-if.
    if qaudRecType is not equal to "D"
        go to q1-exit
    end-if.
    if qaudTimestamp(1:7) is not equal to monthFilter
        go to q1-exit
    end-if.
    add 1 to rowsUsed.
    add 1 to quadRows.
    move qaudDept to rowDept.
    move qaudCache to rowCache.
    move qaudIter to rowIter.
    move qaudTier to rowTier.
    move spaces to rowProfile.
    move "N" to rowNrootSw.
    perform tallyRow.

q1-exit.
    exit.

tallyRow.
    move rowDept to deptWork.
    if deptWork is equal to spaces
        move "----" to deptWork
    end-if.
    end-perform.
    if deptIdx is greater than deptCount
        if deptCount is greater than or equal to deptMax
            exit paragraph
        end-if
        add 1 to deptCount
        move deptWork to deptCode(deptCount)
        move 0 to deptCalcs(deptCount), deptIters(deptCount),
            deptCacheHits(deptCount), deptNroots(deptCount)
        move deptCount to deptIdx
    end-if.
    add 1 to deptCalcs(deptIdx).
    if rowIsNroot
        add 1 to deptNroots(deptIdx)
    end-if.
    if rowCache is equal to "C"
        add 1 to deptCacheHits(deptIdx)
    else
        add rowIter to deptIters(deptIdx)
        perform pickRate
        add rowIter to deptRateIters(deptIdx, rateSlot)
            on size error continue
        end-add
    end-if.

printStatements.
    if deptCount is equal to zero
        display "  Nothing to bill for this month."
ps1.
    display " ".
    move deptCode(deptIdx) to outDeptCode.
    perform describeDept.
    move dptName to outDeptName.
    display stmtHeadLine.
    move deptCostNow to outDeptCostCtr.
    move dptOwner to outDeptOwner.
    display stmtHeadLine2.
    perform showRestated.
    move deptCalcs(deptIdx) to outDeptCalcs.
    display stmtLine1.
    if deptNroots(deptIdx) is greater than zero
        move deptNroots(deptIdx) to outDeptNroots
        display stmtLine1n
    end-if.
    move deptIters(deptIdx) to outDeptIters.
    display stmtLine2.
    move deptCacheHits(deptIdx) to outDeptCacheHits.
    move 0 to deptAmount.
    perform rs1 thru rs1-exit
        varying rateIdx from 1 by 1 until rateIdx is greater than 16.
    perform ad1 thru ad1-exit
        varying dispIdx from 1 by 1 until dispIdx is greater than
            dispCount.
    move deptAmount to outDeptAmount.
    display stmtLine6.
    add deptAmount to grandAmount
        on size error continue
    end-add.
    perform tallyCostCentre.

rs1.
    if deptRateIters(deptIdx, rateIdx) is equal to zero
    exit.

writeBillRow.
    move spaces to billRecord.
    move monthFilter to blMonth.
    move deptCode(deptIdx) to blDept.
    move outRateTier to blTier.
    move outRateProfile to blProfile.
    move deptRateIters(deptIdx, rateIdx) to blIters.
    move lineAmount to blAmount.
    move deptCostNow to blCostCtr.
    perform writeBillBoth.

*> Both the month's export and its history get every row.
writeBillBoth.
    write billRecord.
    move spaces to billHistRecord.
    move billStamp to bhStamp.
    move billRecord to bhBill.
    write billHistRecord.

*> First matching rate row in file order wins; slot 16 is the
*> nothing-matched bucket.
            until rateIdx is greater than rateCount
        if rateSlot is equal to 16
                and (tRateTier(rateIdx) is equal to "*"
                     or tRateTier(rateIdx) is equal to rowTier)
                and (tRateProfile(rateIdx) is equal to "*"
                     or tRateProfile(rateIdx) is equal to spaces
                     or tRateProfile(rateIdx) is equal to
                        rowProfile)
            move rateIdx to rateSlot
        end-if
    end-perform.
    if bdAllow is not numeric
        go to lbg1-exit
    end-if.
*> An allowance set under a code since reorganized away passes to
*> its successors by their shares, the principal taking the rest.
    move "R" to dptAction.
    call "sqrtdptr" using dptAction, bdDept, dptDate, dptName,
        dptCostCtr, dptOwner, dptTargets, dptRc end-call.
    move bdAllow to budgWhole.
    perform varying tgtIdx from dtgCount by -1 until tgtIdx is less
            than 1
        if tgtIdx is equal to 1
            move budgWhole to budgPart
        else
            compute budgPart = bdAllow * dtgShare(tgtIdx) / 100
            subtract budgPart from budgWhole
        end-if
        perform addBudget
    end-perform.

lbg1-exit.
    exit.

addBudget.
    perform varying budgIdx from 1 by 1
            until budgIdx is greater than budgCount
                or tBudgDept(budgIdx) is equal to dtgCode(tgtIdx)
        continue
    end-perform.
    if budgIdx is greater than budgCount
        if budgCount is not less than budgMax
            exit paragraph
        end-if
        add 1 to budgCount
        move dtgCode(tgtIdx) to tBudgDept(budgCount)
        move 0 to tBudgAllow(budgCount)
        move budgCount to budgIdx
    end-if.
    add budgPart to tBudgAllow(budgIdx)
        on size error continue
    end-add.

*> ------------------------Reorganization Restatement---------------------

*> Every recorded code's tallies are moved to the code(s) its work
*> belongs to today. The unattributed pool stays where it is.
restateDepts.
    move deptTable to histTable.
    move deptCount to histCount.
    move 0 to deptCount.
    perform rd1 thru rd1-exit
        varying histIdx from 1 by 1 until histIdx is greater than
            histCount.
    if restated is greater than zero
        display "  " restated " department code(s) restated under"
            " the current organization."
    end-if.

rd1.
    move spaces to dptTargets.
    move 1 to dtgCount.
    move histCode(histIdx) to dtgCode(1).
    move 100 to dtgShare(1).
    if histCode(histIdx) is not equal to "----"
        move "R" to dptAction
        call "sqrtdptr" using dptAction, histCode(histIdx), dptDate,
            dptName, dptCostCtr, dptOwner, dptTargets, dptRc
        end-call
    end-if.
    if dtgCount is greater than 1
            or dtgCode(1) is not equal to histCode(histIdx)
        add 1 to restated
    end-if.
    move histCalcs(histIdx) to remCalcs.
    move histIters(histIdx) to remIters.
    move histCacheHits(histIdx) to remCacheHits.
    move histNroots(histIdx) to remNroots.
    perform varying rateBkt from 1 by 1 until rateBkt is greater than
            16
        move histRateIters(histIdx, rateBkt) to remRateIters(rateBkt)
    end-perform.
    perform foldTarget
        varying tgtIdx from dtgCount by -1 until tgtIdx is less than 1.

rd1-exit.
    exit.

*> A successor past the first takes its share of each tally; the
*> first (the largest share) takes whatever is left, so nothing is
*> lost to rounding.
foldTarget.
    move dtgCode(tgtIdx) to deptWork.
    perform seatDept.
    if deptIdx is greater than deptCount
        exit paragraph
    end-if.
    if tgtIdx is equal to 1
        add remCalcs to deptCalcs(deptIdx)
        add remIters to deptIters(deptIdx)
        add remCacheHits to deptCacheHits(deptIdx)
        add remNroots to deptNroots(deptIdx)
        perform varying rateBkt from 1 by 1 until rateBkt is greater
                than 16
            add remRateIters(rateBkt) to deptRateIters(deptIdx, rateBkt)
                on size error continue
            end-add
        end-perform
        exit paragraph
    end-if.
    compute partWork = histCalcs(histIdx) * dtgShare(tgtIdx) / 100.
    add partWork to deptCalcs(deptIdx).
    subtract partWork from remCalcs.
    compute partWork = histIters(histIdx) * dtgShare(tgtIdx) / 100.
    add partWork to deptIters(deptIdx).
    subtract partWork from remIters.
    compute partWork = histCacheHits(histIdx) * dtgShare(tgtIdx) / 100.
    add partWork to deptCacheHits(deptIdx).
    subtract partWork from remCacheHits.
    compute partWork = histNroots(histIdx) * dtgShare(tgtIdx) / 100.
    add partWork to deptNroots(deptIdx).
    subtract partWork from remNroots.
    perform varying rateBkt from 1 by 1 until rateBkt is greater than
            16
        compute partWork = histRateIters(histIdx, rateBkt)
            * dtgShare(tgtIdx) / 100
        add partWork to deptRateIters(deptIdx, rateBkt)
            on size error continue
        end-add
        subtract partWork from remRateIters(rateBkt)
    end-perform.

*> Finds deptWork on the statement table, seating it when new;
*> deptIdx is past deptCount when the table is full.
seatDept.
    perform varying deptIdx from 1 by 1
            until deptIdx is greater than deptCount
                or deptCode(deptIdx) is equal to deptWork
        continue
    end-perform.
    if deptIdx is greater than deptCount
            and deptCount is less than deptMax
        add 1 to deptCount
        initialize deptEntry(deptCount)
        move deptWork to deptCode(deptCount)
        move deptCount to deptIdx
    end-if.

*> The statement's department as registered today; a code the
*> registry does not know prints bracketed with no cost centre.
describeDept.
    move spaces to dptName, dptCostCtr, dptOwner, deptCostNow.
    if deptCode(deptIdx) is equal to "----"
        move "(no department)" to dptName
        exit paragraph
    end-if.
    move "V" to dptAction.
    call "sqrtdptr" using dptAction, deptCode(deptIdx), dptDate,
        dptName, dptCostCtr, dptOwner, dptTargets, dptRc end-call.
    move dptCostCtr to deptCostNow.

*> Names each recorded code folded into this statement, with the
*> share of its usage it brought.
showRestated.
    perform sr1 thru sr1-exit
        varying histIdx from 1 by 1 until histIdx is greater than
            histCount.

sr1.
    if histCode(histIdx) is equal to deptCode(deptIdx)
            or histCode(histIdx) is equal to "----"
        go to sr1-exit
    end-if.
    move "R" to dptAction.
    call "sqrtdptr" using dptAction, histCode(histIdx), dptDate,
        dptName, dptCostCtr, dptOwner, dptTargets, dptRc end-call.
    perform varying tgtIdx from 1 by 1 until tgtIdx is greater than
            dtgCount
        if dtgCode(tgtIdx) is equal to deptCode(deptIdx)
            move histCode(histIdx) to outRestFrom
            move dtgShare(tgtIdx) to outRestShare
            display restateLine
        end-if
    end-perform.

sr1-exit.
    exit.

*> ------------------------Per-cost-centre Totals-------------------------

tallyCostCentre.
    perform varying ccIdx from 1 by 1
            until ccIdx is greater than ccCount
                or ccCode(ccIdx) is equal to deptCostNow
        continue
    end-perform.
    if ccIdx is greater than ccCount
        if ccCount is not less than ccMax
            exit paragraph
        end-if
        add 1 to ccCount
        move deptCostNow to ccCode(ccCount)
        move 0 to ccDepts(ccCount), ccAmount(ccCount)
        move ccCount to ccIdx
    end-if.
    add 1 to ccDepts(ccIdx).
    add deptAmount to ccAmount(ccIdx)
        on size error continue
    end-add.

*> Amount due per cost centre, in the order first billed; the
*> departments with no registered cost centre total under "(none)".
printCostCentres.
    if ccCount is equal to zero
        exit paragraph
    end-if.
    display " ".
    display ccHeadLine.
    perform varying ccIdx from 1 by 1 until ccIdx is greater than
            ccCount
        if ccCode(ccIdx) is equal to spaces
            move "(none)" to outCcCode
        else
            move ccCode(ccIdx) to outCcCode
        end-if
        move ccDepts(ccIdx) to outCcDepts
        move ccAmount(ccIdx) to outCcAmount
        display ccLine
    end-perform.
    exit.

*> ------------------------Dispute Adjustments----------------------------

*> The register is claimed before it is read and held until the
*> posted rows are written back. No register, no adjustments.
loadDisputes.
    move "N" to dispEofSw.
    open input dispFile.
    if dispStatus is not equal to "00"
        exit paragraph
    end-if.
    close dispFile.
    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrtchbk: sqrt.disp is locked by " lockOwner
            " -- not starting"
        move 24 to return-code
        stop run
    end-if.
    set dispLocked to true.
    open input dispFile.
    perform ld1 thru ld1-exit until dispAtEof.
    close dispFile.
*> A register too big to rewrite whole can't be marked posted, and an
*> unmarked adjustment would post again next month: post none.
    if dispOverflow
        display "  WARNING: sqrt.disp holds more than " dispMax
            " disputes -- no adjustments posted this run."
        move 0 to dispCount
    end-if.

ld1.
    read dispFile at end set dispAtEof to true end-read.
    if dispAtEof
        go to ld1-exit
    end-if.
    if dispCount is greater than or equal to dispMax
        set dispOverflow to true
        set dispAtEof to true
        go to ld1-exit
    end-if.
    add 1 to dispCount.
    move dispRecord to dispEntry(dispCount).

ld1-exit.
    exit.

*> A department with an adjustment due gets a statement even in a
*> month it ran nothing.
seatAdjustDepts.
    perform sa1 thru sa1-exit
        varying dispIdx from 1 by 1 until dispIdx is greater than
            dispCount.

sa1.
    move dispEntry(dispIdx) to wkRecord.
    if not wkGranted
            and not (wkPosted and wkPostMonth is equal to monthFilter)
        go to sa1-exit
    end-if.
    perform restateWkDept.
    move deptNowCode to deptWork.
    perform seatDept.

sa1-exit.
    exit.

*> A dispute filed under a code since reorganized away settles on
*> the statement of its principal successor.
restateWkDept.
    move wkDept to deptNowCode.
    if wkDept is equal to spaces
        exit paragraph
    end-if.
    move "R" to dptAction.
    call "sqrtdptr" using dptAction, wkDept, dptDate, dptName,
        dptCostCtr, dptOwner, dptTargets, dptRc end-call.
    move dtgCode(1) to deptNowCode.

*> One adjustment on the current department's statement: granted and
*> not yet posted, or posted on this very month by an earlier run.
ad1.
    move dispEntry(dispIdx) to wkRecord.
    perform restateWkDept.
    if deptNowCode is not equal to deptCode(deptIdx)
        go to ad1-exit
    end-if.
    if not wkGranted
            and not (wkPosted and wkPostMonth is equal to monthFilter)
        go to ad1-exit
    end-if.
    move wkId to outAdjId.
    move wkMonth to outAdjMonth.
    move wkCause to outAdjCause.
    move wkAdjust to outAdjAmount.
    display adjLine.
    move wkReason to outAdjReason.
    display adjReasonLine.
    add wkAdjust to deptAmount
        on size error continue
    end-add.
    move spaces to billRecord.
    move monthFilter to blMonth.
    move deptCode(deptIdx) to blDept.
    move wkCause to blProfile.
    move 0 to blIters.
    if wkAdjust is less than zero
        compute blAmount = 0 - wkAdjust
        move "-" to blSign
    else
        move wkAdjust to blAmount
        move "+" to blSign
    end-if.
    move "A" to blKind.
    move wkId to blDispId.
    move deptCostNow to blCostCtr.
    perform writeBillBoth.
    add 1 to adjPosted.
    if wkGranted
        move "P" to wkStatus
        move monthFilter to wkPostMonth
        move wkRecord to dispEntry(dispIdx)
        set dispDirty to true
    end-if.

ad1-exit.
    exit.

closeDisputes.
    if dispDirty
        open output dispFile
        perform wd1 thru wd1-exit
            varying dispIdx from 1 by 1 until dispIdx is greater than
                dispCount
        close dispFile
    end-if.
    if dispLocked
        move "R" to lockAction
        call "sqrtlock" using lockAction, lockDataset, lockCaller,
            lockOwner, lockRc end-call
    end-if.

wd1.
    move dispEntry(dispIdx) to dispRecord.
    write dispRecord.

wd1-exit.
    exit.

*> Resolves the statement month: the SQRT_CHBK_MONTH override when
