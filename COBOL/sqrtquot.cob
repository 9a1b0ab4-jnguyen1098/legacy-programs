*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -           Pre-submission Cost and Completion Quote             -
*> ------------------------------------------------------------------
*> Before a department sends a big job it asks what it will cost and
*> when it will be done. This answers both from the candidate extract
*> itself, read in the department's own sqrtmap.ctl layout exactly as
*> sqrtload will read it, before anything is loaded:
*>
*>   - every line that will load is looked up on sqrt.hist the way
*>     sqrtfcst looks tonight's records up (exact pair, or a tighter
*>     row for the radicand): a hit is free, a miss is estimated with
*>     sqrtfcst's own iteration model;
*>   - the iterations are priced through sqrt.rate at the requested
*>     tier and profile, first matching row wins, as sqrtchbk rates
*>     the statement the work will land on;
*>   - the quote is set against the department's remaining iteration
*>     allowance for the month (sqrt.budg less month-to-date usage on
*>     the live audit trail), the allowance the run's own budget gate
*>     enforces -- work beyond it is deferred by the run, so the
*>     completion date below does not hold for it;
*>   - completion is projected night by night from the first
*>     processing night on the calendar (sqrt.cal), each night's
*>     capacity being the window sqrtfcst plans against: work already
*>     queued in the same tier, and everything in a higher tier
*>     whenever it falls due on sqrtfwd's forward schedule, runs
*>     first.
*>
*> The quote is numbered (yyyymmdd + the day's sequence), written to
*> the department as sqrt.quote.<number>, and appended to the
*> sqrt.quote ledger (sqrtquot.cpy) with the extract's fingerprint,
*> so the load that follows and the work it becomes can be set
*> against what was quoted.
*>
*>   SQRT_QUOTE_INPUT        the candidate extract (default
*>                           sqrt.extract)
*>   SQRT_QUOTE_SOURCE       source code whose sqrtmap.ctl layout the
*>                           extract is in (blank: the legacy
*>                           radicand,epsilon,cap order)
*>   SQRT_QUOTE_DEPT         the department quoted (default: the
*>                           mapping's mpDept)
*>   SQRT_QUOTE_TIER         processing tier "1"-"3" (default 3)
*>   SQRT_QUOTE_PROFILE      precision profile every record will
*>                           carry (blank: the records' own epsilons)
*>   SQRT_FCST_ITER_PER_SEC  iteration throughput (default 5000/sec)
*>   SQRT_FCST_WINDOW_MIN    nightly window in minutes (default 360)
*>   SQRT_PROFILE_FILE, SQRT_BUDGET_FILE, SQRT_CAL_FILE  as the run
*>
*> RETURN-CODE: 0 quote issued, 4 quote issued with a caution (over
*> the remaining budget, no rate row matched, or no completion within
*> the year ahead), 8 no quote (no extract, no department or one not
*> registered, an unknown tier or profile, nothing that will load),
*> 24 the ledger is held by another job.

identification division.
program-id. sqrtquot.

environment division.

input-output section.
file-control.
    select extractFile assign to dynamic extractFname
        organization is line sequential
        file status is extractFileStatus.
    select mapFile assign to "sqrtmap.ctl"
        organization is line sequential
        file status is mapFileStatus.
    select historyFile assign to "sqrt.hist"
        organization is indexed
        access mode is dynamic
        record key is histKey
        file status is histFileStatus.
    select profileFile assign to dynamic profileFname
        organization is line sequential
        file status is profileFileStatus.
    select rateFile assign to "sqrt.rate"
        organization is line sequential
        file status is rateStatus.
    select budgetFile assign to dynamic budgetFname
        organization is line sequential
        file status is budgetFileStatus.
    select auditFile assign to "sqrt.audit"
        organization is line sequential
        file status is auditFileStatus.
    select calFile assign to dynamic calFname
        organization is line sequential
        file status is calFileStatus.
    select scanFile assign to dynamic scanFname
        organization is line sequential
        file status is scanStatus.
    select quoteFile assign to "sqrt.quote"
        organization is line sequential
        file status is quoteStatus.
    select docFile assign to dynamic docFname
        organization is line sequential
        file status is docStatus.

data division.

file section.
fd extractFile.
    01 extractRecord pic x(80).
*> The per-source layout mappings sqrtload applies (see sqrtload for
*> the fields); only the parse and the department are used here.
fd mapFile.
    01 mapRecord.
       02 mpSource pic x(03).
       02 mpHeader pic x(01).
       02 mpType   pic x(01).
       02 mpDelim  pic x(01).
       02 mpRadCol pic 9(02).
       02 mpEpsCol pic 9(02).
       02 mpCapCol pic 9(02).
       02 mpDefEps pic x(12).
       02 mpRadPos pic 9(03).
       02 mpRadLen pic 9(02).
       02 mpEpsPos pic 9(03).
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
fd historyFile.
    copy "sqrthist.cpy".
fd profileFile.
    01 profileRecord.
       02 pfName    pic x(08).
       02 pfEps     pic x(12).
       02 pfCap     pic x(05).
       02 pfEffDate pic x(08).
       02 filler    pic x(47).
fd rateFile.
    01 rateRecord.
       02 rrTier    pic x(01).
       02 rrProfile pic x(08).
       02 rrPrice   pic x(08).
       02 filler    pic x(63).
fd budgetFile.
    01 budgetRecord.
       02 bdDept  pic x(04).
       02 bdMonth pic x(07).
       02 bdAllow pic 9(12).
       02 filler  pic x(57).
fd auditFile.
    copy "sqrtaudit.cpy".
fd calFile.
    01 calRecord.
       02 calDate pic x(08).
       02 calType pic x(01).
       02 calNote pic x(20).
       02 filler  pic x(51).
*> sqrt.dat and the pending carry-forward, for what is queued ahead
fd scanFile.
    copy "sqrtrec.cpy".
    01 scanTagView.
       02 ctlTag pic x(04).
       02 filler pic x(76).
fd quoteFile.
    copy "sqrtquot.cpy".
fd docFile.
    01 docRecord pic x(72).

working-storage section.
77 extractFname      pic x(30) value "sqrt.extract".
77 extractFileStatus pic x(02).
77 mapFileStatus     pic x(02).
77 histFileStatus    pic x(02).
77 profileFname      pic x(30) value "sqrt.prof".
77 profileFileStatus pic x(02).
77 rateStatus        pic x(02).
77 budgetFname       pic x(30) value "sqrt.budg".
77 budgetFileStatus  pic x(02).
77 auditFileStatus   pic x(02).
77 calFname          pic x(30) value "sqrt.cal".
77 calFileStatus     pic x(02).
77 scanFname         pic x(30) value spaces.
77 scanStatus        pic x(02).
77 quoteStatus       pic x(02).
77 docFname          pic x(30) value spaces.
77 docStatus         pic x(02).

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared department registry resolver
77 dptAction  pic x(01) value "V".
77 dptDate    pic x(08) value spaces.
77 dptName    pic x(20) value spaces.
77 dptCostCtr pic x(08) value spaces.
77 dptOwner   pic x(20) value spaces.
copy "sqrtdtgt.cpy".
77 dptRc      pic 9(01) value 0.
    88 dptUnknown value 1 2.

*> Shop-standard enqueue on the ledger (via sqrtlock.cob), held from
*> numbering the quote to writing it
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTQUOT".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.quote".

*> Interface to the shared administrative-action log
77 algProgram pic x(08) value "SQRTQUOT".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

77 quoteRc    pic 9(02) value 0.
77 todayStamp pic x(08) value spaces.
77 nowTime    pic x(08) value spaces.
77 budgMonth  pic x(07) value spaces.

*> ------------------------What Is Being Quoted----------------------------
77 sourceCode  pic x(03) value spaces.
77 quoteDept   pic x(04) value spaces.
77 quoteTier   pic x(01) value "3".
    88 tierValid value "1" "2" "3".
77 quoteTierN  pic 9(01) value 3.
77 quoteProf   pic x(08) value spaces.
77 quoteProfEps pic v9(9) value 0.

*> The mapping applied (sqrtload's useMap, copied out of the control
*> file's record for the source)
77 mapEofSw      pic x(01) value "N".
    88 mapAtEof value "Y".
77 mappedSw      pic x(01) value "N".
    88 mappingOn value "Y".
77 headerPendingSw pic x(01) value "N".
    88 headerPending value "Y".
01 useMap        pic x(80) value spaces.
01 useMapRec redefines useMap.
    02 umSource pic x(03).
    02 umHeader pic x(01).
    02 umType   pic x(01).
    02 umDelim  pic x(01).
    02 umRadCol pic 9(02).
    02 umEpsCol pic 9(02).
    02 umCapCol pic 9(02).
    02 umDefEps pic x(12).
    02 umRadPos pic 9(03).
    02 umRadLen pic 9(02).
    02 umEpsPos pic 9(03).
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

77 tokIdx pic 9(02) value 0.
01 tokTable.
    02 tokSlot occurs 10 times pic x(25).
77 radicandTok  pic x(25) value spaces.
77 epsilonTok   pic x(20) value spaces.
77 capTok       pic x(10) value spaces.
77 radicandNum  pic s9(15)v9(6).
77 epsilonNum   pic v9(9).
77 lineValidSw  pic x(01) value "N".
    88 lineValid value "Y".
77 extractEofSw pic x(01) value "N".
    88 extractAtEof value "Y".

*> The extract's fingerprint, sqrtload's own count and byte-sum hash
77 fpCount      pic 9(07) value 0.
77 fpSum        pic 9(12) value 0.
77 fpWork       pic 9(18) value 0.
77 fpByteIdx    pic 9(03) value 0.

*> ------------------------Estimation Work Fields-------------------------
77 histUsableSw    pic x(01) value "Y".
    88 histUsable value "Y".
77 histFoundSw     pic x(01) value "N".
    88 wasHistFound value "Y".
77 lookRadicand    pic s9(15)v9(6) value 0.
77 lookEpsilon     pic v9(9) value 0.
77 intDigits       pic 9(02) value 0.
77 epsDigits       pic 9(02) value 0.
77 magWork         pic 9(16)v9(6) value 0.
77 epsWork         pic v9(9) value 0.
77 estIter         pic 9(07) value 0.

77 readCount    pic 9(07) value 0.
77 recCount     pic 9(07) value 0.
77 skipCount    pic 9(07) value 0.
77 hitCount     pic 9(07) value 0.
77 estIterTotal pic 9(12) value 0.

*> ------------------------Precision Profiles-----------------------------
*> Version-aware, as of today -- the run's own resolution rules
77 profEofSw pic x(01) value "N".
    88 profAtEof value "Y".
77 profMax   pic 9(02) value 20.
77 profCount pic 9(02) value 0.
77 profIdx   pic 9(02) value 0.
01 profTable.
    02 profEntry occurs 20 times.
        03 tProfName pic x(08).
        03 tProfEps  pic v9(9).
        03 tProfEff  pic x(08).

*> ------------------------Rating-----------------------------------------
77 rateEofSw  pic x(01) value "N".
    88 rateAtEof value "Y".
77 rateMax    pic 9(02) value 15.
77 rateCount  pic 9(02) value 0.
77 rateIdx    pic 9(02) value 0.
77 rateSlot   pic 9(02) value 0.
01 rateTable.
    02 rateEntry occurs 15 times.
        03 tRateTier    pic x(01).
        03 tRateProfile pic x(08).
        03 tRatePrice   pic 9(05)v99.
77 quotePrice  pic 9(05)v99 value 0.
77 quoteAmount pic 9(09)v99 value 0.
77 ratedSw     pic x(01) value "N".
    88 quoteRated value "Y".

*> ------------------------Remaining Budget-------------------------------
77 budgEofSw    pic x(01) value "N".
    88 budgAtEof value "Y".
77 budgAudEofSw pic x(01) value "N".
    88 budgAudAtEof value "Y".
77 budgFoundSw  pic x(01) value "N".
    88 deptBudgeted value "Y".
77 budgAllow    pic 9(12) value 0.
77 budgUsed     pic 9(12) value 0.
77 budgLeft     pic s9(12) value 0.
77 budgState    pic x(01) value "U".
77 rvkRunId     pic x(14) value spaces.
77 rvkStamp     pic x(14) value spaces.
77 rvkRc        pic 9(01) value 0.

*> ------------------------Processing Calendar-----------------------------
77 calEofSw      pic x(01) value "N".
    88 calAtEof value "Y".
77 calMax        pic 9(03) value 400.
77 calCount      pic 9(03) value 0.
77 calIdx        pic 9(03) value 0.
77 calProbe      pic x(08) value spaces.
01 calTable.
    02 calEntry occurs 400 times.
        03 tCalDate pic x(08).
        03 tCalType pic x(01).
77 calHolidaySw  pic x(01) value "N".
    88 calIsHoliday value "Y".
77 dayInt        pic 9(09) value 0.
77 nightGuard    pic 9(03) value 0.
77 firstNight    pic x(08) value spaces.
77 nightDate     pic x(08) value spaces.

*> ------------------------Forward Schedule-------------------------------
*> What runs ahead of the quoted work, by the night it falls due:
*> one slot per effective date, iterations estimated by the same
*> model. sqrtfwd's rule keeps the pending snapshot's copies of
*> future-dated master rows from being counted twice.
77 scanEofSw  pic x(01) value "N".
    88 scanAtEof value "Y".
77 pendPassSw pic x(01) value "N".
    88 onPendPass value "Y".
77 fwdMax   pic 9(03) value 300.
77 fwdCount pic 9(03) value 0.
77 fwdIdx   pic 9(03) value 0.
77 dueDate  pic x(08) value spaces.
77 rowTierN pic 9(01) value 3.
01 fwdTable.
    02 fwdEntry occurs 300 times.
        03 tFwdDate pic x(08).
        03 tFwdIter pic 9(12).
        03 tFwdDone pic x(01).
77 seenMax   pic 9(03) value 300.
77 seenCount pic 9(03) value 0.
77 seenIdx   pic 9(03) value 0.
77 seenDupSw pic x(01) value "N".
    88 seenBefore value "Y".
01 seenTable.
    02 seenImage occurs 300 times pic x(80).

01 ctlTagLit pic x(04) value 'CTL1'.
01 hdrTagLit pic x(04) value 'HDR1'.
01 trlTagLit pic x(04) value 'TRL1'.
01 cmtTagLit pic x(04) value 'CMT1'.
01 grpTagLit pic x(04) value 'GRP1'.
01 chnTagLit pic x(04) value 'CHN1'.

*> ------------------------Completion Projection--------------------------
77 iterPerSec    pic 9(07) value 5000.
77 envIterPerSec pic 9(07) value zero.
77 windowMin     pic 9(05) value 360.
77 envWindowMin  pic 9(05) value zero.
77 nightCap      pic 9(12) value 0.
77 capLeft       pic 9(12) value 0.
77 aheadLeft     pic 9(12) value 0.
77 aheadTotal    pic 9(12) value 0.
77 jobLeft       pic 9(12) value 0.
77 nightCount    pic 9(03) value 0.
77 projDoneSw    pic x(01) value "N".
    88 projDone value "Y".
77 doneDate      pic x(08) value spaces.

*> ------------------------The Quote--------------------------------------
77 quoteEofSw pic x(01) value "N".
    88 quoteAtEof value "Y".
77 daySeq     pic 9(04) value 0.
77 seqWork    pic 9(04) value 0.
77 quoteId    pic x(12) value spaces.
77 issuedStamp pic x(14) value spaces.

01 quoteLine pic x(72) value spaces.
77 editCount  pic zzz,zzz,zz9.
77 editIter   pic zzz,zzz,zzz,zz9.
77 editBudget pic -(12)9.
77 editPrice  pic zz,zz9.99.
77 editAmount pic zzz,zzz,zz9.99.
77 editNights pic zz9.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(34) value 'SQRT Pre-submission Quote'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    accept todayStamp from date yyyymmdd.
    accept nowTime from time.
    string todayStamp(1:4) "-" todayStamp(5:2)
        delimited by size into budgMonth
    end-string.
    perform initParms.
    display titleLine.
    display underLine1.
    perform checkRequest.
    if quoteRc is equal to 8
        move quoteRc to return-code
        stop run
    end-if.
    perform loadCalendar.
    perform findFirstNight.
    perform priceExtract.
    if quoteRc is equal to 8
        move quoteRc to return-code
        stop run
    end-if.
    perform rateQuote.
    perform checkBudget.
    perform scanQueued.
    perform projectCompletion.

    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrtquot: sqrt.quote is locked by " lockOwner
            " -- no quote issued"
        move 24 to return-code
        stop run
    end-if.
    perform numberQuote.
    perform issueQuote.
    perform writeLedger.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    move "QUOTE" to algAction.
    move spaces to algObject.
    string quoteId " " quoteDept delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject end-call.
    move quoteRc to return-code.
    stop run.

*> ------------------------The Request------------------------------------

*> A quote is for a department the registry has in effect, at a
*> tier the run knows, under a profile that exists today.
checkRequest.
    if mappingOn and umNroot
        display "sqrtquot: source " sourceCode " is an nth-root feed"
            " -- not quoted here"
        move 8 to quoteRc
        exit paragraph
    end-if.
    if quoteDept is equal to spaces and mappingOn
        move umDept to quoteDept
    end-if.
    if quoteDept is equal to spaces
        display "sqrtquot: no department to quote for -- set"
            " SQRT_QUOTE_DEPT or map the source to one"
        move 8 to quoteRc
        exit paragraph
    end-if.
    call "sqrtdptr" using dptAction, quoteDept, dptDate, dptName,
        dptCostCtr, dptOwner, dptTargets, dptRc end-call.
    if dptUnknown
        display "sqrtquot: department " quoteDept " is not on the"
            " department registry in effect -- no quote"
        move 8 to quoteRc
        exit paragraph
    end-if.
    if not tierValid
        display "sqrtquot: tier " quoteTier " is not 1, 2 or 3"
        move 8 to quoteRc
        exit paragraph
    end-if.
    move quoteTier to quoteTierN.
    perform loadProfiles.
    if quoteProf is not equal to spaces
        perform varying profIdx from 1 by 1
                until profIdx is greater than profCount
                    or tProfName(profIdx) is equal to quoteProf
            continue
        end-perform
        if profIdx is greater than profCount
            display "sqrtquot: profile " quoteProf " is not on "
                function trim(profileFname) " in effect today"
            move 8 to quoteRc
            exit paragraph
        end-if
        move tProfEps(profIdx) to quoteProfEps
    end-if.
    open input extractFile.
    if extractFileStatus is not equal to "00"
        display "sqrtquot: no " function trim(extractFname)
            " to quote (status " extractFileStatus ")"
        move 8 to quoteRc
        exit paragraph
    end-if.
    close extractFile.

*> ------------------------Cost of the Extract----------------------------

*> One pass over the candidate: every raw line goes into the
*> fingerprint, every line that will load is looked up and, when
*> the cache won't answer it, estimated.
priceExtract.
    open input historyFile.
    if histFileStatus is not equal to "00"
        move "N" to histUsableSw
    end-if.
    move "N" to extractEofSw.
    if mappingOn and umHeader is equal to "Y"
        set headerPending to true
    end-if.
    open input extractFile.
    perform pe1 thru pe1-exit until extractAtEof.
    close extractFile.
    if histUsable
        close historyFile
    end-if.
    if recCount is equal to zero
        display "sqrtquot: nothing in " function trim(extractFname)
            " would load -- no quote"
        move 8 to quoteRc
    end-if.

pe1.
    read extractFile at end set extractAtEof to true end-read.
    if extractAtEof
        go to pe1-exit
    end-if.
    add 1 to fpCount.
    perform varying fpByteIdx from 1 by 1
            until fpByteIdx is greater than 80
        compute fpWork = fpSum
            + (function ord(extractRecord(fpByteIdx:1))
               * fpByteIdx)
        compute fpSum = function mod(fpWork, 1000000000000)
    end-perform.
*> A mapped feed's declared header row is consumed, not counted.
    if headerPending
        move "N" to headerPendingSw
        go to pe1-exit
    end-if.
    add 1 to readCount.
    if mappingOn
        perform parseMapped
    else
        perform parseLine
    end-if.
    if not lineValid
        add 1 to skipCount
        go to pe1-exit
    end-if.
    add 1 to recCount.
    if quoteProf is not equal to spaces
        move quoteProfEps to epsilonNum
    end-if.
    if radicandNum is not greater than zero
            or epsilonNum is not greater than zero
        go to pe1-exit
    end-if.
    move radicandNum to lookRadicand.
    move epsilonNum to lookEpsilon.
    perform findHist.
    if wasHistFound
        add 1 to hitCount
    else
        move radicandNum to magWork
        move epsilonNum to epsWork
        perform estimateOne
        add estIter to estIterTotal
    end-if.

pe1-exit.
    exit.

*> sqrtload's legacy parse: radicand, epsilon, optional cap.
parseLine.
    move "N" to lineValidSw.
    move spaces to radicandTok epsilonTok capTok.
    unstring extractRecord delimited by ","
        into radicandTok epsilonTok capTok
    end-unstring.
    perform checkTokens.

*> sqrtload's mapped parse: each field from wherever this source's
*> mapping says it lives, the mapping's default epsilon for a feed
*> that carries none.
parseMapped.
    move "N" to lineValidSw.
    move spaces to radicandTok epsilonTok capTok.
    if umType is equal to "F"
        if umRadPos is greater than zero and umRadLen is greater than zero
            move extractRecord(umRadPos:umRadLen) to radicandTok
        end-if
        if umEpsPos is greater than zero and umEpsLen is greater than zero
            move extractRecord(umEpsPos:umEpsLen) to epsilonTok
        end-if
    else
        move spaces to tokTable
        unstring extractRecord delimited by umDelim
            into tokSlot(1) tokSlot(2) tokSlot(3) tokSlot(4)
                 tokSlot(5) tokSlot(6) tokSlot(7) tokSlot(8)
                 tokSlot(9) tokSlot(10)
        end-unstring
        if umRadCol is greater than zero and umRadCol
                is less than or equal to 10
            move tokSlot(umRadCol) to radicandTok
        end-if
        if umEpsCol is greater than zero and umEpsCol
                is less than or equal to 10
            move tokSlot(umEpsCol) to epsilonTok
        end-if
    end-if.
    if epsilonTok is equal to spaces
        move umDefEps to epsilonTok
    end-if.
    perform checkTokens.

*> The loader's validation, so a line counted here is a line it
*> will write.
checkTokens.
    if function test-numval-f(radicandTok) is not equal to 0
        exit paragraph
    end-if.
    if function numval-f(radicandTok) is greater than 999999999999999.999999
       or function numval-f(radicandTok) is less than -999999999999999.999999
        exit paragraph
    end-if.
    move function numval-f(radicandTok) to radicandNum.
    if function test-numval-f(epsilonTok) is not equal to 0
        exit paragraph
    end-if.
    if function numval-f(epsilonTok) is less than zero
       or function numval-f(epsilonTok) is greater than or equal to 1
        exit paragraph
    end-if.
    move function numval-f(epsilonTok) to epsilonNum.
    move "Y" to lineValidSw.

*> sqrtfcst's exact-then-dominated lookup, read-only.
findHist.
    move "N" to histFoundSw.
    if not histUsable
        exit paragraph
    end-if.
    move lookRadicand to histRadicand.
    move lookEpsilon to histEpsilon.
    read historyFile key is histKey
        invalid key perform findHistDominated
        not invalid key move "Y" to histFoundSw
    end-read.

findHistDominated.
    move lookRadicand to histRadicand.
    move zero to histEpsilon.
    start historyFile key is greater than or equal to histKey
        invalid key continue
        not invalid key
            read historyFile next
                at end continue
                not at end
                    if histRadicand is equal to lookRadicand
                            and histEpsilon is less than or equal to
                                lookEpsilon
                        move "Y" to histFoundSw
                    end-if
            end-read
    end-start.

*> sqrtfcst's iteration model (magWork and epsWork loaded by the
*> caller): halving steps for the radicand's magnitude, a couple more
*> passes per digit of epsilon tightness. A planning figure.
estimateOne.
    move 0 to intDigits.
    perform countDigits.
    move 0 to epsDigits.
    perform countEpsDigits.
    compute estIter = 10 + (5 * intDigits) + (2 * epsDigits).

countDigits.
    perform until magWork is less than 1 or intDigits is equal to 16
        compute magWork = magWork / 10
        add 1 to intDigits
    end-perform.

countEpsDigits.
    perform until epsWork is greater than or equal to 0.1
            or epsDigits is equal to 9
        compute epsWork = epsWork * 10
        add 1 to epsDigits
    end-perform.

*> ------------------------Rating-----------------------------------------

*> The statement's rate for the requested tier and profile; cache
*> hits stay free, as they do on the statement.
rateQuote.
    perform loadRates.
    move 0 to rateSlot.
    perform varying rateIdx from 1 by 1
            until rateIdx is greater than rateCount
        if rateSlot is equal to 0
                and (tRateTier(rateIdx) is equal to "*"
                     or tRateTier(rateIdx) is equal to quoteTier)
                and (tRateProfile(rateIdx) is equal to "*"
                     or tRateProfile(rateIdx) is equal to spaces
                     or tRateProfile(rateIdx) is equal to quoteProf)
            move rateIdx to rateSlot
        end-if
    end-perform.
    if rateSlot is equal to 0
        move 0 to quotePrice quoteAmount
        move 4 to quoteRc
        exit paragraph
    end-if.
    set quoteRated to true.
    move tRatePrice(rateSlot) to quotePrice.
    compute quoteAmount rounded = estIterTotal * quotePrice / 1000
        on size error move 999999999.99 to quoteAmount
    end-compute.

loadRates.
    move "N" to rateEofSw.
    open input rateFile.
    if rateStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lrt1 thru lrt1-exit until rateAtEof.
    close rateFile.

lrt1.
    read rateFile at end set rateAtEof to true end-read.
    if rateAtEof or rrTier is equal to spaces
        go to lrt1-exit
    end-if.
    if function test-numval-f(rrPrice) is not equal to 0
        go to lrt1-exit
    end-if.
    if rateCount is less than rateMax
        add 1 to rateCount
        move rrTier to tRateTier(rateCount)
        move rrProfile to tRateProfile(rateCount)
        move function numval-f(rrPrice) to tRatePrice(rateCount)
    end-if.

lrt1-exit.
    exit.

*> ------------------------Remaining Budget-------------------------------

*> The month's allowance less what the department has used so far on
*> the live audit trail (cache hits and backed-out runs free) -- the
*> figure the run's budget gate measures against.
checkBudget.
    move "N" to budgEofSw.
    open input budgetFile.
    if budgetFileStatus is equal to "00"
        perform lbg1 thru lbg1-exit until budgAtEof
        close budgetFile
    end-if.
    if not deptBudgeted
        move "U" to budgState
        exit paragraph
    end-if.
    move "N" to budgAudEofSw.
    open input auditFile.
    if auditFileStatus is equal to "00"
        perform pbu1 thru pbu1-exit until budgAudAtEof
        close auditFile
    end-if.
    compute budgLeft = budgAllow - budgUsed.
    if estIterTotal is greater than budgLeft
        move "O" to budgState
        move 4 to quoteRc
    else
        move "W" to budgState
    end-if.

lbg1.
    read budgetFile at end set budgAtEof to true end-read.
    if budgAtEof or bdDept is not equal to quoteDept
        go to lbg1-exit
    end-if.
    if bdMonth is not equal to budgMonth or bdAllow is not numeric
        go to lbg1-exit
    end-if.
    set deptBudgeted to true.
    move bdAllow to budgAllow.

lbg1-exit.
    exit.

pbu1.
    read auditFile at end set budgAudAtEof to true end-read.
    if budgAudAtEof
        go to pbu1-exit
    end-if.
    if auditRecType is not equal to "D"
            or auditTimestamp(1:7) is not equal to budgMonth
            or auditCache is equal to "C"
            or auditDept is not equal to quoteDept
        go to pbu1-exit
    end-if.
    move auditRunId to rvkRunId.
    call "sqrtrvck" using rvkRunId, rvkStamp, rvkRc end-call.
    if rvkRc is equal to 1
        go to pbu1-exit
    end-if.
    add auditIter to budgUsed
        on size error continue
    end-add.

pbu1-exit.
    exit.

*> ------------------------Processing Calendar-----------------------------

loadCalendar.
    move "N" to calEofSw.
    open input calFile.
    if calFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lcal1 thru lcal1-exit until calAtEof.
    close calFile.

lcal1.
    read calFile at end set calAtEof to true end-read.
    if calAtEof or calDate is not numeric
        go to lcal1-exit
    end-if.
    if calCount is less than calMax
        add 1 to calCount
        move calDate to tCalDate(calCount)
        move calType to tCalType(calCount)
    end-if.

lcal1-exit.
    exit.

*> Sets calIsHoliday when calProbe is listed as a non-processing day.
probeCalendar.
    move "N" to calHolidaySw.
    perform varying calIdx from 1 by 1
            until calIdx is greater than calCount
        if tCalDate(calIdx) is equal to calProbe
                and tCalType(calIdx) is equal to "H"
            set calIsHoliday to true
        end-if
    end-perform.

*> Tonight, or the next night the calendar runs; the guard keeps a
*> miskeyed calendar from walking forever.
findFirstNight.
    compute dayInt = function integer-of-date(function numval(todayStamp)).
    move todayStamp to calProbe.
    perform probeCalendar.
    move 0 to nightGuard.
    perform until not calIsHoliday or nightGuard is greater than 14
        add 1 to nightGuard
        add 1 to dayInt
        move function date-of-integer(dayInt) to calProbe
        perform probeCalendar
    end-perform.
    move calProbe to firstNight.

*> ------------------------Work Queued Ahead------------------------------

scanQueued.
    move "sqrt.dat" to scanFname.
    move "N" to pendPassSw.
    perform scanOneFile.
    move "sqrt.pend" to scanFname.
    set onPendPass to true.
    perform scanOneFile.

scanOneFile.
    move "N" to scanEofSw.
    open input scanFile.
    if scanStatus is not equal to "00"
        exit paragraph
    end-if.
    perform sq1 thru sq1-exit until scanAtEof.
    close scanFile.

*> A queued record runs ahead of the quoted work when its tier is
*> higher, whenever it falls due; in the same tier only when it is
*> already due by the first night. Lower tiers wait behind it.
sq1.
    read scanFile at end set scanAtEof to true end-read.
    if scanAtEof
        go to sq1-exit
    end-if.
    if ctlTag is equal to ctlTagLit or ctlTag is equal to hdrTagLit
            or ctlTag is equal to cmtTagLit
            or ctlTag is equal to grpTagLit
            or ctlTag is equal to chnTagLit
        go to sq1-exit
    end-if.
    if ctlTag is equal to trlTagLit
        set scanAtEof to true
        go to sq1-exit
    end-if.
    if recHeld
        go to sq1-exit
    end-if.
    move firstNight to dueDate.
    if recEffDate is numeric and recEffDate is greater than firstNight
        move recEffDate to dueDate
    end-if.
*> The pending snapshot adds only future work the master doesn't
*> already carry.
    if onPendPass
        if dueDate is not greater than firstNight
            go to sq1-exit
        end-if
        move "N" to seenDupSw
        perform varying seenIdx from 1 by 1
                until seenIdx is greater than seenCount
                    or seenBefore
            if seenImage(seenIdx) is equal to lineStruct
                set seenBefore to true
            end-if
        end-perform
        if seenBefore
            go to sq1-exit
        end-if
    else
        if dueDate is greater than firstNight
                and seenCount is less than seenMax
            add 1 to seenCount
            move lineStruct to seenImage(seenCount)
        end-if
    end-if.
    if recPriority is equal to "1" or recPriority is equal to "2"
        move recPriority to rowTierN
    else
        move 3 to rowTierN
    end-if.
    if rowTierN is greater than quoteTierN
        go to sq1-exit
    end-if.
    if rowTierN is equal to quoteTierN
            and dueDate is greater than firstNight
        go to sq1-exit
    end-if.
    move epsilonIn to epsWork.
    if recProfile is not equal to spaces
        perform varying profIdx from 1 by 1
                until profIdx is greater than profCount
                    or tProfName(profIdx) is equal to recProfile
            continue
        end-perform
        if profIdx is greater than profCount
            go to sq1-exit
        end-if
        move tProfEps(profIdx) to epsWork
    end-if.
    if radicandIn is not greater than zero
            or epsWork is not greater than zero
        go to sq1-exit
    end-if.
    move radicandIn to magWork.
    perform estimateOne.
    perform varying fwdIdx from 1 by 1
            until fwdIdx is greater than fwdCount
                or tFwdDate(fwdIdx) is equal to dueDate
        continue
    end-perform.
    if fwdIdx is greater than fwdCount
        if fwdCount is greater than or equal to fwdMax
            go to sq1-exit
        end-if
        add 1 to fwdCount
        move dueDate to tFwdDate(fwdCount)
        move 0 to tFwdIter(fwdCount)
        move space to tFwdDone(fwdCount)
        move fwdCount to fwdIdx
    end-if.
    add estIter to tFwdIter(fwdIdx).
    add estIter to aheadTotal.

sq1-exit.
    exit.

*> ------------------------Completion Projection--------------------------

*> Night by night from the first night: each processing night's
*> window goes first to the work ahead that has fallen due (a due
*> date on a non-processing day lands on the next night the run
*> does), then to the quoted work. A year ahead is as far as it
*> looks.
projectCompletion.
    compute nightCap = iterPerSec * windowMin * 60.
    move estIterTotal to jobLeft.
    compute dayInt = function integer-of-date(function numval(firstNight)).
    move 0 to nightGuard.
    perform pc1 thru pc1-exit
        until projDone or nightGuard is greater than 366.
    if not projDone
        move 4 to quoteRc
    end-if.

pc1.
    add 1 to nightGuard.
    move function date-of-integer(dayInt) to nightDate.
    add 1 to dayInt.
    move nightDate to calProbe.
    perform probeCalendar.
    if calIsHoliday
        go to pc1-exit
    end-if.
    add 1 to nightCount.
    perform varying fwdIdx from 1 by 1
            until fwdIdx is greater than fwdCount
        if tFwdDone(fwdIdx) is equal to space
                and tFwdDate(fwdIdx) is not greater than nightDate
            add tFwdIter(fwdIdx) to aheadLeft
            move "Y" to tFwdDone(fwdIdx)
        end-if
    end-perform.
    move nightCap to capLeft.
    if aheadLeft is not less than capLeft
        subtract capLeft from aheadLeft
        move 0 to capLeft
    else
        subtract aheadLeft from capLeft
        move 0 to aheadLeft
    end-if.
    if jobLeft is not greater than capLeft
        set projDone to true
        move nightDate to doneDate
    else
        subtract capLeft from jobLeft
    end-if.

pc1-exit.
    exit.

*> ------------------------The Quote--------------------------------------

*> Today's next number: one past the highest already on the ledger.
numberQuote.
    move 0 to daySeq.
    move "N" to quoteEofSw.
    open input quoteFile.
    if quoteStatus is equal to "00"
        perform nq1 thru nq1-exit until quoteAtEof
        close quoteFile
    end-if.
    add 1 to daySeq.
    move spaces to quoteId.
    string todayStamp daySeq delimited by size into quoteId
    end-string.
    string todayStamp nowTime(1:6) delimited by size into issuedStamp
    end-string.

nq1.
    read quoteFile at end set quoteAtEof to true end-read.
    if quoteAtEof
        go to nq1-exit
    end-if.
    if qtId(1:8) is equal to todayStamp and qtId(9:4) is numeric
        move qtId(9:4) to seqWork
        if seqWork is greater than daySeq
            move seqWork to daySeq
        end-if
    end-if.

nq1-exit.
    exit.

*> The quote as the department receives it: to the listing and to
*> sqrt.quote.<number>.
issueQuote.
    move spaces to docFname.
    string "sqrt.quote." quoteId delimited by size into docFname
    end-string.
    open output docFile.
    move spaces to quoteLine.
    string "  Quote number        : " quoteId delimited by size
        into quoteLine
    end-string.
    perform putQuoteLine.
    move spaces to quoteLine.
    string "  Issued              : " todayStamp " " nowTime(1:6)
        delimited by size into quoteLine
    end-string.
    perform putQuoteLine.
    move spaces to quoteLine.
    string "  Department          : " quoteDept " "
        function trim(dptName) delimited by size into quoteLine
    end-string.
    perform putQuoteLine.
    move spaces to quoteLine.
    string "  Extract             : " function trim(extractFname)
        delimited by size into quoteLine
    end-string.
    perform putQuoteLine.
    if mappingOn
        move spaces to quoteLine
        string "  Layout              : source " sourceCode
            " (sqrtmap.ctl)" delimited by size into quoteLine
        end-string
        perform putQuoteLine
    end-if.
    move spaces to quoteLine.
    if quoteProf is equal to spaces
        string "  Tier / profile      : " quoteTier
            " / (records' own epsilon)" delimited by size
            into quoteLine
        end-string
    else
        string "  Tier / profile      : " quoteTier " / " quoteProf
            delimited by size into quoteLine
        end-string
    end-if.
    perform putQuoteLine.
    move underLine1 to quoteLine.
    perform putQuoteLine.
    move recCount to editCount.
    move spaces to quoteLine.
    string "  Records that load   : " editCount delimited by size
        into quoteLine
    end-string.
    perform putQuoteLine.
    if skipCount is greater than zero
        move skipCount to editCount
        move spaces to quoteLine
        string "  Lines that won't    : " editCount delimited by size
            into quoteLine
        end-string
        perform putQuoteLine
    end-if.
    move hitCount to editCount.
    move spaces to quoteLine.
    string "  History-cache hits  : " editCount " (free)"
        delimited by size into quoteLine
    end-string.
    perform putQuoteLine.
    move estIterTotal to editIter.
    move spaces to quoteLine.
    string "  Estimated iterations: " editIter delimited by size
        into quoteLine
    end-string.
    perform putQuoteLine.
    move spaces to quoteLine.
    if quoteRated
        move quotePrice to editPrice
        move quoteAmount to editAmount
        string "  Quoted charge       : " editAmount " (at "
            function trim(editPrice) " per thousand)"
            delimited by size into quoteLine
        end-string
    else
        string "  Quoted charge       : *** no sqrt.rate row for"
            " this tier/profile ***" delimited by size
            into quoteLine
        end-string
    end-if.
    perform putQuoteLine.
    move spaces to quoteLine.
    evaluate budgState
        when "U"
            string "  Remaining budget    : (unbudgeted for "
                budgMonth ")" delimited by size into quoteLine
            end-string
        when other
            move budgLeft to editBudget
            string "  Remaining budget    : "
                function trim(editBudget) " iterations for "
                budgMonth delimited by size into quoteLine
            end-string
    end-evaluate.
    perform putQuoteLine.
    if budgState is equal to "O"
        move "  *** EXCEEDS THE REMAINING BUDGET: the run defers the"
            to quoteLine
        perform putQuoteLine
        move "      department's work once its allowance is spent ***"
            to quoteLine
        perform putQuoteLine
    end-if.
    move aheadTotal to editIter.
    move spaces to quoteLine.
    string "  Queued ahead of it  : " editIter " iterations"
        delimited by size into quoteLine
    end-string.
    perform putQuoteLine.
    move spaces to quoteLine.
    string "  First night         : " firstNight delimited by size
        into quoteLine
    end-string.
    perform putQuoteLine.
    move spaces to quoteLine.
    if projDone
        move nightCount to editNights
        string "  Projected completion: " doneDate " ("
            function trim(editNights) " processing night(s))"
            delimited by size into quoteLine
        end-string
    else
        string "  Projected completion: *** not within the year"
            " ahead ***" delimited by size into quoteLine
        end-string
    end-if.
    perform putQuoteLine.
    move underLine1 to quoteLine.
    perform putQuoteLine.
    move "  A planning figure: the charge is what the statement rates"
        to quoteLine.
    perform putQuoteLine.
    move "  the iterations actually used at." to quoteLine.
    perform putQuoteLine.
    if docStatus is equal to "00"
        close docFile
        display "  Quote written to " function trim(docFname)
    end-if.

putQuoteLine.
    display quoteLine.
    if docStatus is equal to "00"
        write docRecord from quoteLine
    end-if.

writeLedger.
    open extend quoteFile.
    if quoteStatus is equal to "35"
        open output quoteFile
    end-if.
    move spaces to quoteRecord.
    move quoteId to qtId.
    move issuedStamp to qtIssued.
    move quoteDept to qtDept.
    if mappingOn
        move sourceCode to qtSource
    end-if.
    move extractFname to qtExtract.
    move quoteTier to qtTier.
    move quoteProf to qtProfile.
    move recCount to qtRecords.
    move skipCount to qtSkipped.
    move hitCount to qtHits.
    move estIterTotal to qtEstIter.
    move quotePrice to qtPrice.
    move ratedSw to qtRated.
    move quoteAmount to qtAmount.
    move budgState to qtBudget.
    move budgLeft to qtBudgLeft.
    move firstNight to qtFirstNight.
    move doneDate to qtDoneDate.
    move aheadTotal to qtAheadIter.
    move fpCount to qtFpCount.
    move fpSum to qtFprint.
    write quoteRecord.
    close quoteFile.

*> ------------------------Parameter Resolution----------------------------

loadProfiles.
    move "N" to profEofSw.
    open input profileFile.
    if profileFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lp1 thru lp1-exit until profAtEof.
    close profileFile.

lp1.
    read profileFile at end set profAtEof to true end-read.
    if profAtEof or pfName is equal to spaces
        go to lp1-exit
    end-if.
    if function test-numval-f(pfEps) is not equal to 0
        go to lp1-exit
    end-if.
    if pfEffDate is numeric and pfEffDate is greater than todayStamp
        go to lp1-exit
    end-if.
    perform varying profIdx from 1 by 1
            until profIdx is greater than profCount
                or tProfName(profIdx) is equal to pfName
        continue
    end-perform.
    if profIdx is greater than profCount
        if profCount is greater than or equal to profMax
            go to lp1-exit
        end-if
        add 1 to profCount
        move profCount to profIdx
        move pfName to tProfName(profIdx)
        move spaces to tProfEff(profIdx)
    else
        if pfEffDate is not greater than tProfEff(profIdx)
            go to lp1-exit
        end-if
    end-if.
    move pfEffDate to tProfEff(profIdx).
    move function numval-f(pfEps) to tProfEps(profIdx).

lp1-exit.
    exit.

initParms.
    move "SQRT_QUOTE_INPUT" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to extractFname
    end-if.
    move "SQRT_QUOTE_SOURCE" to parmKey.
    perform getParm.
    move parmValue(1:3) to sourceCode.
    move "SQRT_QUOTE_DEPT" to parmKey.
    perform getParm.
    move function upper-case(parmValue(1:4)) to quoteDept.
    move "SQRT_QUOTE_TIER" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue(1:1) to quoteTier
    end-if.
    move "SQRT_QUOTE_PROFILE" to parmKey.
    perform getParm.
    move parmValue(1:8) to quoteProf.
    move "SQRT_PROFILE_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to profileFname
    end-if.
    move "SQRT_BUDGET_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to budgetFname
    end-if.
    move "SQRT_CAL_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to calFname
    end-if.
    move "SQRT_FCST_ITER_PER_SEC" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        move function numval(parmValue) to envIterPerSec
        if envIterPerSec is greater than zero
            move envIterPerSec to iterPerSec
        end-if
    end-if.
    move "SQRT_FCST_WINDOW_MIN" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        move function numval(parmValue) to envWindowMin
        if envWindowMin is greater than zero
            move envWindowMin to windowMin
        end-if
    end-if.
    perform loadMapping.

*> This source's layout, as sqrtload finds it; none on file means
*> the legacy order.
loadMapping.
    move "N" to mappedSw.
    if sourceCode is equal to spaces
        exit paragraph
    end-if.
    move "N" to mapEofSw.
    open input mapFile.
    if mapFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lm1 thru lm1-exit until mapAtEof or mappingOn.
    close mapFile.
    if mappingOn
        display "  mapping for source " sourceCode " applied from "
            "sqrtmap.ctl"
    end-if.

lm1.
    read mapFile at end set mapAtEof to true end-read.
    if mapAtEof
        go to lm1-exit
    end-if.
    if mpSource is equal to sourceCode
        move mapRecord to useMap
        set mappingOn to true
    end-if.

lm1-exit.
    exit.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------------------------------------------------
