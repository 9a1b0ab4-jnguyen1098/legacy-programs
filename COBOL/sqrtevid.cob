*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -                 Auditor Evidence Pack for a Period             -
*> ------------------------------------------------------------------
*> The annual audit's evidence, pulled in one pass instead of by hand
*> over days. For a date range this writes sqrt.evid.<from>-<to>:
*>
*>   1  every audit run group with a row in the period, certified on
*>      sqrtaudv's own rules (unbroken sequence, trailer agreeing with
*>      the recounted rows and control totals), across the sealed
*>      monthly volumes the period touches (sqrtaudv.idx) and the
*>      live sqrt.audit; and each of those volumes re-added against
*>      its close-out seal
*>   2  a random sample of the period's detail rows, drawn across the
*>      volumes and the live file, each stored root re-proved
*>      independently of the Babylonian loop (FUNCTION SQRT): it
*>      passes when it lies within twice its epsilon of the reference
*>      root, plus the half-unit of its six stored decimals
*>   3  the period's entries on the maintenance journals (sqrt.dat.jrn,
*>      sqrt.prof.jrn, sqrt.parm.jrn) and on sqrt.action.log
*>
*> The sample is reproducible: positions are drawn with the
*> Park-Miller generator (x = 16807x mod 2147483647) from a seed the
*> pack prints -- the same period, seed and size on the same trail
*> always draw the same rows. The seed defaults to the sum of the two
*> period dates.
*>
*> The sample is also written to the pack's attestation register,
*> sqrt.evid.<from>-<to>.att (sqrtevid.cpy), where the auditor's pass
*> or fail is recorded against each sample (ATTEST); each verdict is
*> appended to the pack as well, so the pack carries its own history.
*> A pack with verdicts recorded is never rebuilt over.
*>
*>   SQRT_EVID_FROM     first date of the period, yyyymmdd (required)
*>   SQRT_EVID_TO       last date of the period, yyyymmdd (required)
*>   SQRT_EVID_ACTION   BUILD (default), ATTEST, or STATUS
*>   SQRT_EVID_SEED     sample seed (default: FROM + TO)
*>   SQRT_EVID_SIZE     sample size, 1-200 (default 25)
*>   SQRT_EVID_ITEM     ATTEST: the sample number
*>   SQRT_EVID_VERDICT  ATTEST: PASS or FAIL
*>   SQRT_EVID_NOTE     ATTEST: the auditor's note (optional)
*>
*> RETURN-CODE: BUILD 0 everything certified and re-proved, 4 the
*> pack lists an exception (a broken or trailerless run group, a
*> volume failing its seal or missing, a sample not re-proved), 8
*> parameters wrong, nothing in the period, or verdicts already on
*> the register. ATTEST 0 recorded, 8 no such pack or sample or a
*> verdict other than PASS/FAIL. STATUS 0 every sample attested, 4
*> samples still open, 8 no such pack.

identification division.
program-id. sqrtevid.

environment division.

input-output section.
file-control.
    select auditFile assign to dynamic auditFname
        organization is line sequential
        file status is auditFileStatus.
    select indexFile assign to "sqrtaudv.idx"
        organization is line sequential
        file status is indexStatus.
    select journalFile assign to dynamic jrnFname
        organization is line sequential
        file status is journalStatus.
    select actionLog assign to "sqrt.action.log"
        organization is line sequential
        file status is logStatus.
    select packFile assign to dynamic packFname
        organization is line sequential
        file status is packStatus.
    select attFile assign to dynamic attFname
        organization is line sequential
        file status is attStatus.

data division.

file section.
fd auditFile.
    copy "sqrtaudit.cpy".
*> The close-out's volume index, as sqrtaclo maintains it
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
fd journalFile.
    copy "sqrtjrnl.cpy".
fd actionLog.
    01 actionRecord.
       02 acTimestamp pic x(19).
       02 filler      pic x(01).
       02 acOperator  pic x(08).
       02 filler      pic x(01).
       02 acProgram   pic x(08).
       02 filler      pic x(01).
       02 acAction    pic x(12).
       02 filler      pic x(01).
       02 acObject    pic x(30).
fd packFile.
    01 packLine pic x(132).
fd attFile.
    copy "sqrtevid.cpy".

working-storage section.
77 auditFileStatus pic x(02).
77 indexStatus     pic x(02).
77 journalStatus   pic x(02).
77 logStatus       pic x(02).
77 packStatus      pic x(02).
77 attStatus       pic x(02).
77 auditFname      pic x(30) value spaces.
77 jrnFname        pic x(30) value spaces.
77 packFname       pic x(40) value spaces.
77 attFname        pic x(40) value spaces.

77 fileEofSw pic x(01) value "N".
    88 fileAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTEVID".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

77 wsDateTime  pic x(21).
77 nowStamp    pic x(19) value spaces.
77 operatorId  pic x(08) value spaces.

*> ------------------------The Period and the Pack--------------------------
77 evidAction pic x(08) value spaces.
77 fromDate   pic x(08) value spaces.
77 toDate     pic x(08) value spaces.
77 fromStamp  pic x(19) value spaces.
77 toStamp    pic x(19) value spaces.
77 fromMonth  pic x(07) value spaces.
77 toMonth    pic x(07) value spaces.
77 rowStamp   pic x(19) value spaces.
77 rowInPeriodSw pic x(01) value "N".
    88 rowInPeriod value "Y".

*> The files the period reaches: the sealed volumes whose month it
*> touches, oldest first as the index lists them, then the live file.
*> Both passes walk them in this order, so sample positions agree.
77 fileMax   pic 9(03) value 121.
77 fileCount pic 9(03) value 0.
77 fileIdx   pic 9(03) value 0.
01 fileTable.
    02 fileEntry occurs 121 times.
        03 fileName   pic x(20).
        03 fileKind   pic x(01).
            88 fileIsVolume value "V".
        03 fileIxRows pic 9(09).

*> ------------------------Run-group Verification (sqrtaudv rules)------
77 curRunId    pic x(14) value spaces.
77 expectSeq   pic 9(07) value 0.
77 runCount    pic 9(09) value 0.
77 runRootSum  pic 9(16)v9(6) value 0.
77 runIterSum  pic 9(12) value 0.
77 runBrokenSw pic x(01) value "N".
    88 runBroken value "Y".
77 runOpenSw   pic x(01) value "N".
    88 runOpen value "Y".
77 groupInPeriodSw pic x(01) value "N".
    88 groupInPeriod value "Y".
77 certifiedCount pic 9(07) value 0.
77 brokenCount    pic 9(07) value 0.
77 noTrailerCount pic 9(07) value 0.

*> ------------------------Volume Seal Verification----------------------
77 sealFoundSw pic x(01) value "N".
    88 sealFound value "Y".
77 sealCount   pic 9(09) value 0.
77 sealRootSum pic 9(16)v9(6) value 0.
77 sealIterSum pic 9(12) value 0.
77 chkCount    pic 9(09) value 0.
77 chkRootSum  pic 9(16)v9(6) value 0.
77 chkIterSum  pic 9(12) value 0.
77 sealOkCount  pic 9(05) value 0.
77 sealBadCount pic 9(05) value 0.

*> ------------------------The Sample-------------------------------------
77 population  pic 9(09) value 0.
77 rowOrdinal  pic 9(09) value 0.
77 sampleSize  pic 9(03) value 25.
77 sampleMax   pic 9(03) value 200.
77 sampleCount pic 9(03) value 0.
77 sampleIdx   pic 9(03) value 0.
77 sampleNext  pic 9(03) value 0.
77 sampleSwap  pic 9(09) value 0.
77 samplePass  pic 9(03) value 0.
77 sampleDupSw pic x(01) value "N".
    88 sampleDup value "Y".
01 sampleTable.
    02 sampleOrd occurs 200 times pic 9(09).

77 seedValue pic 9(10) value 0.
77 lcgState  pic 9(10) value 0.
77 lcgWork   pic 9(15) value 0.
77 lcgQuot   pic 9(15) value 0.
77 lcgPick   pic 9(09) value 0.

*> The independent re-proof
77 absRadicand pic 9(15)v9(6) value 0.
77 refRoot     pic 9(16)v9(12) value 0.
77 rootDiff    pic s9(16)v9(12) value 0.
77 tolerance   pic 9(16)v9(12) value 0.
77 provedCount   pic 9(03) value 0.
77 unprovedCount pic 9(03) value 0.

*> ------------------------Attestation Register---------------------------
77 attCount  pic 9(03) value 0.
77 attIdx    pic 9(03) value 0.
01 attTable.
    02 attRow occurs 200 times pic x(166).
77 attItem    pic 9(03) value 0.
77 attVerdict pic x(01) value space.
77 attNote    pic x(40) value spaces.
77 attPassed  pic 9(03) value 0.
77 attFailed  pic 9(03) value 0.
77 attOpen    pic 9(03) value 0.
77 attVerdictSeenSw pic x(01) value "N".
    88 attVerdictSeen value "Y".

77 jrnCount    pic 9(07) value 0.
77 actionCount pic 9(07) value 0.
77 exceptionCount pic 9(07) value 0.
77 editCount pic zzz,zzz,zz9.
77 editSmall pic zz9.
77 editRows  pic zzz,zzz,zz9.

01 outLine pic x(132) value spaces.

01 groupLine.
    02 filler     pic x(04) value spaces.
    02 filler     pic x(04) value 'Run '.
    02 glRunId    pic x(14).
    02 filler     pic x(02) value spaces.
    02 glRows     pic zzz,zzz,zz9.
    02 filler     pic x(07) value ' rows  '.
    02 glVerdict  pic x(20).

01 sampleLine.
    02 filler   pic x(02) value spaces.
    02 slNo     pic zz9.
    02 filler   pic x(01) value spaces.
    02 slFile   pic x(18).
    02 filler   pic x(01) value spaces.
    02 slRun    pic x(14).
    02 filler   pic x(01) value spaces.
    02 slSeq    pic zzzzzz9.
    02 filler   pic x(01) value spaces.
    02 slRad    pic -(15)9.9(6).
    02 filler   pic x(01) value spaces.
    02 slRoot   pic z(15)9.9(6).
    02 filler   pic x(01) value spaces.
    02 slRef    pic z(15)9.9(6).
    02 filler   pic x(01) value spaces.
    02 slResult pic x(10).

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(34) value 'SQRT Auditor Evidence Pack'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    display titleLine.
    display underLine1.
    evaluate evidAction
        when "ATTEST"
            perform attestSample
            stop run
        when "STATUS"
            perform attestStatus
            stop run
    end-evaluate.
    perform guardRegister.
    perform listFiles.
    open output packFile.
    if packStatus is not equal to "00"
        display "sqrtevid: cannot write " function trim(packFname)
            " (status " packStatus ")"
        move 8 to return-code
        stop run
    end-if.
    perform packHeader.
    perform verifySection.
    perform drawSample.
    perform sampleSection.
    perform journalSection.
    perform actionSection.
    move spaces to outLine.
    perform emit.
    move "5. AUDITOR ATTESTATION (one line per verdict as recorded)"
        to outLine.
    perform emit.
    close packFile.
    if population is equal to zero
        display "sqrtevid: no audit detail rows in the period -- pack "
            "written without a sample"
    end-if.
    move "EVIDENCE" to algAction.
    move spaces to algObject.
    string "pack " fromDate "-" toDate delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject end-call.
    move certifiedCount to editCount.
    display "  Run groups certified : " editCount.
    compute editCount = brokenCount + noTrailerCount.
    display "  Run groups exception : " editCount.
    move sealOkCount to editCount.
    display "  Volume seals verified: " editCount.
    move sealBadCount to editCount.
    display "  Volume seals failed  : " editCount.
    move sampleCount to editCount.
    display "  Samples drawn        : " editCount.
    move unprovedCount to editCount.
    display "  Samples not re-proved: " editCount.
    display "  Pack written to " function trim(packFname).
    move 0 to return-code.
    if population is equal to zero
        move 8 to return-code
    else
        if exceptionCount is greater than zero
            move 4 to return-code
        end-if
    end-if.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> The pack is text for the auditor; nothing goes to the terminal
*> but the totals.
emit.
    write packLine from outLine.
    move spaces to outLine.

initParms.
    move function current-date to wsDateTime.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into nowStamp
    end-string.
    accept operatorId from environment "LOGNAME".
    if operatorId is equal to spaces
        accept operatorId from environment "USER"
    end-if.
    if operatorId is equal to spaces
        move "UNKNOWN" to operatorId
    end-if.
    move "SQRT_EVID_ACTION" to parmKey.
    perform getParm.
    move function upper-case(parmValue(1:8)) to evidAction.
    if evidAction is equal to spaces
        move "BUILD" to evidAction
    end-if.
    if evidAction is not equal to "BUILD" and evidAction is not
            equal to "ATTEST" and evidAction is not equal to "STATUS"
        display "sqrtevid: SQRT_EVID_ACTION must be BUILD, ATTEST or"
            " STATUS"
        move 8 to return-code
        stop run
    end-if.
    move "SQRT_EVID_FROM" to parmKey.
    perform getParm.
    move parmValue(1:8) to fromDate.
    move "SQRT_EVID_TO" to parmKey.
    perform getParm.
    move parmValue(1:8) to toDate.
    if fromDate is not numeric or toDate is not numeric
            or fromDate is greater than toDate
        display "sqrtevid: SQRT_EVID_FROM and SQRT_EVID_TO must give"
            " the period as two dates, yyyymmdd, in order"
        move 8 to return-code
        stop run
    end-if.
    string fromDate(1:4) "-" fromDate(5:2) "-" fromDate(7:2)
        " 00:00:00" delimited by size into fromStamp
    end-string.
    string toDate(1:4) "-" toDate(5:2) "-" toDate(7:2)
        " 23:59:59" delimited by size into toStamp
    end-string.
    move fromStamp(1:7) to fromMonth.
    move toStamp(1:7) to toMonth.
    string "sqrt.evid." fromDate "-" toDate
        delimited by size into packFname
    end-string.
    string function trim(packFname) ".att"
        delimited by size into attFname
    end-string.
    move "SQRT_EVID_SEED" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        compute seedValue = function mod(function numval(parmValue),
            2147483647)
    end-if.
    if seedValue is equal to zero
        compute seedValue = function numval(fromDate)
            + function numval(toDate)
    end-if.
    move "SQRT_EVID_SIZE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        if function numval(parmValue) is greater than zero
                and function numval(parmValue) is not greater than
                    sampleMax
            move function numval(parmValue) to sampleSize
        end-if
    end-if.
    if evidAction is equal to "ATTEST"
        move "SQRT_EVID_ITEM" to parmKey
        perform getParm
        if parmValue is not equal to spaces
                and function test-numval(parmValue) is equal to 0
                and function numval(parmValue) is greater than zero
                and function numval(parmValue) is not greater than
                    sampleMax
            move function numval(parmValue) to attItem
        end-if
        move "SQRT_EVID_VERDICT" to parmKey
        perform getParm
        evaluate function upper-case(parmValue(1:4))
            when "PASS"
                move "P" to attVerdict
            when "FAIL"
                move "F" to attVerdict
        end-evaluate
        move "SQRT_EVID_NOTE" to parmKey
        perform getParm
        move parmValue(1:40) to attNote
    end-if.

*> ------------------------Building the Pack------------------------------

*> A rebuild draws the same sample, but would lay a blank register
*> over the verdicts already given; an attested pack stands as it is.
guardRegister.
    perform loadRegister.
    if attVerdictSeen
        display "sqrtevid: " function trim(attFname) " already holds"
            " auditor verdicts -- the pack is not rebuilt"
        move 8 to return-code
        stop run
    end-if.

listFiles.
    move 0 to fileCount.
    move "N" to fileEofSw.
    open input indexFile.
    if indexStatus is equal to "00"
        perform lf1 thru lf1-exit until fileAtEof
        close indexFile
    end-if.
    add 1 to fileCount.
    move "sqrt.audit" to fileName(fileCount).
    move "L" to fileKind(fileCount).
    move 0 to fileIxRows(fileCount).

lf1.
    read indexFile at end set fileAtEof to true end-read.
    if fileAtEof or ixVolume is equal to spaces
        go to lf1-exit
    end-if.
    if ixMonth is less than fromMonth or ixMonth is greater than
            toMonth
        go to lf1-exit
    end-if.
*> One slot is always kept for the live file.
    if fileCount is not less than fileMax - 1
        go to lf1-exit
    end-if.
    add 1 to fileCount.
    move ixVolume to fileName(fileCount).
    move "V" to fileKind(fileCount).
    move ixRows to fileIxRows(fileCount).

lf1-exit.
    exit.

packHeader.
    move all "=" to outLine(1:100).
    perform emit.
    string "SQRT AUDITOR EVIDENCE PACK   period " fromStamp(1:10)
        " to " toStamp(1:10) delimited by size into outLine
    end-string.
    perform emit.
    string "  Generated " nowStamp " by " operatorId
        delimited by size into outLine
    end-string.
    perform emit.
    move sampleSize to editSmall.
    string "  Sample seed " seedValue "   sample size requested "
        editSmall "   (Park-Miller, x = 16807x mod 2147483647)"
        delimited by size into outLine
    end-string.
    perform emit.
    move all "=" to outLine(1:100).
    perform emit.

*> ------------------------1. Run Groups and Volume Seals------------------

verifySection.
    move spaces to outLine.
    perform emit.
    move "1. AUDIT TRAIL VERIFICATION (run groups on sqrtaudv rules;"
        & " volumes against their close-out seals)" to outLine.
    perform emit.
    perform verifyFile varying fileIdx from 1 by 1
        until fileIdx is greater than fileCount.
    move spaces to outLine.
    perform emit.
    move certifiedCount to editCount.
    string "  Run groups certified      : " editCount
        delimited by size into outLine
    end-string.
    perform emit.
    move brokenCount to editCount.
    string "  Run groups broken         : " editCount
        delimited by size into outLine
    end-string.
    perform emit.
    move noTrailerCount to editCount.
    string "  Run groups missing trailer: " editCount
        delimited by size into outLine
    end-string.
    perform emit.
    move sealOkCount to editCount.
    string "  Volume seals verified     : " editCount
        delimited by size into outLine
    end-string.
    perform emit.
    move sealBadCount to editCount.
    string "  Volume seals failed       : " editCount
        delimited by size into outLine
    end-string.
    perform emit.
    move population to editCount.
    string "  Detail rows in the period : " editCount
        delimited by size into outLine
    end-string.
    perform emit.

verifyFile.
    move fileName(fileIdx) to auditFname.
    move spaces to outLine.
    perform emit.
    string "  " function trim(auditFname) delimited by size into outLine
    end-string.
    perform emit.
    move "N" to fileEofSw, runOpenSw, sealFoundSw.
    move 0 to chkCount, chkRootSum, chkIterSum.
    open input auditFile.
    if auditFileStatus is not equal to "00"
        if fileIsVolume(fileIdx)
            string "    *** VOLUME MISSING (status " auditFileStatus
                ") -- listed on sqrtaudv.idx, not on disk ***"
                delimited by size into outLine
            end-string
            add 1 to sealBadCount, exceptionCount
        else
            move "    no live sqrt.audit on file" to outLine
        end-if
        perform emit
        exit paragraph
    end-if.
    perform vf1 thru vf1-exit until fileAtEof.
    close auditFile.
    if runOpen
        perform closeNoTrailer
    end-if.
    if fileIsVolume(fileIdx)
        perform judgeSeal
    end-if.

vf1.
    read auditFile at end set fileAtEof to true end-read.
    if fileAtEof
        go to vf1-exit
    end-if.
*> The close-out's seal row is no run's; it is the volume's.
    if auditRecType is equal to "S"
        set sealFound to true
        move audTrlCount to sealCount
        move audTrlRootSum to sealRootSum
        move audTrlIterSum to sealIterSum
        go to vf1-exit
    end-if.
    if auditRecType is equal to "D"
        add 1 to chkCount
        add auditRoot to chkRootSum
            on size error continue
        end-add
        add auditIter to chkIterSum
            on size error continue
        end-add
    end-if.
    if auditRecType is equal to "T"
        move audTrlTimestamp to rowStamp
    else
        move auditTimestamp to rowStamp
    end-if.
    move "N" to rowInPeriodSw.
    if rowStamp is not less than fromStamp
            and rowStamp is not greater than toStamp
        set rowInPeriod to true
    end-if.
    if runOpen and auditRunId is not equal to curRunId
        perform closeNoTrailer
    end-if.
    if not runOpen
        move auditRunId to curRunId
        set runOpen to true
        move "N" to runBrokenSw, groupInPeriodSw
        move 0 to expectSeq, runCount, runRootSum, runIterSum
    end-if.
    if rowInPeriod
        set groupInPeriod to true
    end-if.
    add 1 to expectSeq.
    if auditSeq is not equal to expectSeq
        set runBroken to true
    end-if.
    if auditRecType is equal to "T"
        perform checkTrailer
    else
        add 1 to runCount
        add auditRoot to runRootSum
            on size error continue
        end-add
        add auditIter to runIterSum
            on size error continue
        end-add
    end-if.
    if auditRecType is equal to "D" and rowInPeriod
        add 1 to population
    end-if.

vf1-exit.
    exit.

checkTrailer.
    if audTrlCount is not equal to runCount
            or audTrlRootSum is not equal to runRootSum
            or audTrlIterSum is not equal to runIterSum
        set runBroken to true
    end-if.
    if groupInPeriod
        move curRunId to glRunId
        move runCount to glRows
        if runBroken
            move "*** BROKEN ***" to glVerdict
            add 1 to brokenCount, exceptionCount
        else
            move "CERTIFIED" to glVerdict
            add 1 to certifiedCount
        end-if
        move groupLine to outLine
        perform emit
    end-if.
    move "N" to runOpenSw.

closeNoTrailer.
    if groupInPeriod
        move curRunId to glRunId
        move runCount to glRows
        if runBroken
            move "*** BROKEN ***" to glVerdict
            add 1 to brokenCount, exceptionCount
        else
            move "* NO TRAILER *" to glVerdict
            add 1 to noTrailerCount, exceptionCount
        end-if
        move groupLine to outLine
        perform emit
    end-if.
    move "N" to runOpenSw.

*> The seal must agree with the re-added detail rows, and with the
*> row count the index was given when the volume was sealed.
judgeSeal.
    move chkCount to editRows.
    evaluate true
        when not sealFound
            string "    Seal: *** NO SEAL ROW *** (" editRows
                " detail rows)" delimited by size into outLine
            end-string
            add 1 to sealBadCount, exceptionCount
        when sealCount is not equal to chkCount
                or sealRootSum is not equal to chkRootSum
                or sealIterSum is not equal to chkIterSum
                or fileIxRows(fileIdx) is not equal to chkCount
            move sealCount to editCount
            string "    Seal: *** BROKEN *** seal says " editCount
                " rows, volume holds " editRows
                delimited by size into outLine
            end-string
            add 1 to sealBadCount, exceptionCount
        when other
            string "    Seal: VERIFIED (" editRows
                " detail rows, control totals agree)"
                delimited by size into outLine
            end-string
            add 1 to sealOkCount
    end-evaluate.
    perform emit.

*> ------------------------2. The Sample-----------------------------------

*> Positions 1..population in trail order; duplicates are redrawn,
*> and the positions are sorted so one forward pass collects them.
drawSample.
    move 0 to sampleCount.
    if population is equal to zero
        exit paragraph
    end-if.
    if population is not greater than sampleSize
        perform varying sampleIdx from 1 by 1
                until sampleIdx is greater than population
            move sampleIdx to sampleOrd(sampleIdx)
        end-perform
        move population to sampleCount
        exit paragraph
    end-if.
    move seedValue to lcgState.
    perform drawOne until sampleCount is not less than sampleSize.
    perform varying samplePass from 1 by 1
            until samplePass is not less than sampleCount
        perform varying sampleIdx from 1 by 1
                until sampleIdx is not less than sampleCount
            if sampleOrd(sampleIdx) is greater than
                    sampleOrd(sampleIdx + 1)
                move sampleOrd(sampleIdx) to sampleSwap
                move sampleOrd(sampleIdx + 1) to sampleOrd(sampleIdx)
                move sampleSwap to sampleOrd(sampleIdx + 1)
            end-if
        end-perform
    end-perform.

drawOne.
    compute lcgWork = lcgState * 16807.
    divide lcgWork by 2147483647 giving lcgQuot remainder lcgState.
    divide lcgState by population giving lcgQuot remainder lcgPick.
    add 1 to lcgPick.
    move "N" to sampleDupSw.
    perform varying sampleIdx from 1 by 1
            until sampleIdx is greater than sampleCount
        if sampleOrd(sampleIdx) is equal to lcgPick
            set sampleDup to true
        end-if
    end-perform.
    if not sampleDup
        add 1 to sampleCount
        move lcgPick to sampleOrd(sampleCount)
    end-if.

sampleSection.
    move spaces to outLine.
    perform emit.
    move sampleCount to editSmall.
    move population to editCount.
    string "2. SAMPLE RE-PROOF (" editSmall " of" editCount
        " detail rows; root within 2 x epsilon of FUNCTION SQRT,"
        " + 0.0000005)" delimited by size into outLine
    end-string.
    perform emit.
    move "    #  File               Run id          Seq"
        & "                Radicand                Root stored"
        & "              Reference  Result" to outLine.
    perform emit.
    open output attFile.
    move 0 to rowOrdinal.
    move 1 to sampleNext.
    perform sampleFile varying fileIdx from 1 by 1
        until fileIdx is greater than fileCount
            or sampleNext is greater than sampleCount.
    close attFile.
    move provedCount to editSmall.
    string "  Re-proved: " editSmall delimited by size into outLine
    end-string.
    move unprovedCount to editSmall.
    string outLine(1:16) "   Not re-proved: " editSmall
        delimited by size into outLine
    end-string.
    perform emit.

sampleFile.
    move fileName(fileIdx) to auditFname.
    move "N" to fileEofSw.
    open input auditFile.
    if auditFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform sf1 thru sf1-exit
        until fileAtEof or sampleNext is greater than sampleCount.
    close auditFile.

sf1.
    read auditFile at end set fileAtEof to true end-read.
    if fileAtEof
        go to sf1-exit
    end-if.
    if auditRecType is not equal to "D"
            or auditTimestamp is less than fromStamp
            or auditTimestamp is greater than toStamp
        go to sf1-exit
    end-if.
    add 1 to rowOrdinal.
    if rowOrdinal is not equal to sampleOrd(sampleNext)
        go to sf1-exit
    end-if.
    perform reprove.
    add 1 to sampleNext.

sf1-exit.
    exit.

*> The stored root against a reference computed without the loop:
*> the Babylonian halt bounds the relative step, not the error, so
*> twice the epsilon is allowed, plus the rounding of the six stored
*> decimals.
reprove.
    if auditRadicand is less than zero
        compute absRadicand = 0 - auditRadicand
    else
        move auditRadicand to absRadicand
    end-if.
    compute refRoot rounded = function sqrt(absRadicand).
    compute rootDiff = auditRoot - refRoot.
    if rootDiff is less than zero
        compute rootDiff = 0 - rootDiff
    end-if.
    compute tolerance = refRoot * auditEpsilon * 2 + 0.0000005.
    move spaces to evidAttRecord.
    move sampleNext to eaSample.
    move auditFname to eaFile.
    move auditRunId to eaRunId.
    move auditSeq to eaSeq.
    move auditRadicand to eaRadicand.
    move auditEpsilon to eaEpsilon.
    move auditRoot to eaRoot.
    move sampleNext to slNo.
    move auditFname to slFile.
    move auditRunId to slRun.
    move auditSeq to slSeq.
    move auditRadicand to slRad.
    move auditRoot to slRoot.
    compute slRef rounded = refRoot.
    if rootDiff is not greater than tolerance
        move "P" to eaProof
        move "RE-PROVED" to slResult
        add 1 to provedCount
    else
        move "F" to eaProof
        move "NOT PROVED" to slResult
        add 1 to unprovedCount, exceptionCount
    end-if.
    write evidAttRecord.
    move sampleLine to outLine.
    perform emit.

*> ------------------------3. Journals and the Action Log-----------------

journalSection.
    move spaces to outLine.
    perform emit.
    move "3. MAINTENANCE JOURNALS" to outLine.
    perform emit.
    move "sqrt.dat.jrn" to jrnFname.
    perform extractJournal.
    move "sqrt.prof.jrn" to jrnFname.
    perform extractJournal.
    move "sqrt.parm.jrn" to jrnFname.
    perform extractJournal.

extractJournal.
    move spaces to outLine.
    perform emit.
    string "  " function trim(jrnFname) delimited by size into outLine
    end-string.
    perform emit.
    move 0 to jrnCount.
    move "N" to fileEofSw.
    open input journalFile.
    if journalStatus is not equal to "00"
        move "    no journal on file" to outLine
        perform emit
        exit paragraph
    end-if.
    perform ej1 thru ej1-exit until fileAtEof.
    close journalFile.
    move jrnCount to editCount.
    string "    entries in the period: " editCount
        delimited by size into outLine
    end-string.
    perform emit.

ej1.
    read journalFile at end set fileAtEof to true end-read.
    if fileAtEof
        go to ej1-exit
    end-if.
    if jrnTimestamp is less than fromStamp
            or jrnTimestamp is greater than toStamp
        go to ej1-exit
    end-if.
    add 1 to jrnCount.
    string "    " jrnTimestamp "  " jrnOperator "  " jrnAction
        "  approver " jrnApprover delimited by size into outLine
    end-string.
    perform emit.
    if jrnBefore is not equal to spaces
        string "      before: " jrnBefore delimited by size into outLine
        end-string
        perform emit
    end-if.
    if jrnAfter is not equal to spaces
        string "      after : " jrnAfter delimited by size into outLine
        end-string
        perform emit
    end-if.

ej1-exit.
    exit.

actionSection.
    move spaces to outLine.
    perform emit.
    move "4. ACTION LOG (sqrt.action.log)" to outLine.
    perform emit.
    move 0 to actionCount.
    move "N" to fileEofSw.
    open input actionLog.
    if logStatus is not equal to "00"
        move "    no action log on file" to outLine
        perform emit
        exit paragraph
    end-if.
    perform al1 thru al1-exit until fileAtEof.
    close actionLog.
    move actionCount to editCount.
    string "    entries in the period: " editCount
        delimited by size into outLine
    end-string.
    perform emit.

al1.
    read actionLog at end set fileAtEof to true end-read.
    if fileAtEof
        go to al1-exit
    end-if.
    if acTimestamp is less than fromStamp
            or acTimestamp is greater than toStamp
        go to al1-exit
    end-if.
    add 1 to actionCount.
    string "    " acTimestamp "  " acOperator "  " acProgram "  "
        acAction "  " acObject delimited by size into outLine
    end-string.
    perform emit.

al1-exit.
    exit.

*> ------------------------Attestation------------------------------------

loadRegister.
    move 0 to attCount.
    move "N" to fileEofSw, attVerdictSeenSw.
    open input attFile.
    if attStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lr1 thru lr1-exit until fileAtEof.
    close attFile.

lr1.
    read attFile at end set fileAtEof to true end-read.
    if fileAtEof or attCount is not less than sampleMax
        go to lr1-exit
    end-if.
    add 1 to attCount.
    move evidAttRecord to attRow(attCount).
    if eaVerdict is not equal to space
        set attVerdictSeen to true
    end-if.

lr1-exit.
    exit.

*> One verdict onto the register (a later verdict on the same sample
*> replaces the earlier on the register; the pack keeps both lines).
attestSample.
    if attItem is equal to zero or attVerdict is equal to space
        display "sqrtevid: ATTEST needs SQRT_EVID_ITEM (a sample"
            " number) and SQRT_EVID_VERDICT (PASS or FAIL)"
        move 8 to return-code
        exit paragraph
    end-if.
    perform loadRegister.
    if attCount is equal to zero
        display "sqrtevid: no evidence pack register "
            function trim(attFname)
        move 8 to return-code
        exit paragraph
    end-if.
    perform varying attIdx from 1 by 1
            until attIdx is greater than attCount
        move attRow(attIdx) to evidAttRecord
        if eaSample is equal to attItem
            exit perform
        end-if
    end-perform.
    if attIdx is greater than attCount
        move attItem to editSmall
        display "sqrtevid: the pack has no sample " editSmall
        move 8 to return-code
        exit paragraph
    end-if.
    if eaVerdict is not equal to space
        display "  Sample " eaSample " had verdict " eaVerdict
            " by " eaAuditor " -- replaced"
    end-if.
    move attVerdict to eaVerdict.
    move operatorId to eaAuditor.
    move nowStamp to eaStamp.
    move attNote to eaNote.
    move evidAttRecord to attRow(attIdx).
    open output attFile.
    perform varying attIdx from 1 by 1
            until attIdx is greater than attCount
        move attRow(attIdx) to evidAttRecord
        write evidAttRecord
    end-perform.
    close attFile.
    open extend packFile.
    if packStatus is equal to "00"
        move spaces to outLine
        if attVerdict is equal to "P"
            string "  Sample " attItem " PASSED by " operatorId
                " at " nowStamp "  " attNote
                delimited by size into outLine
            end-string
        else
            string "  Sample " attItem " FAILED by " operatorId
                " at " nowStamp "  " attNote
                delimited by size into outLine
            end-string
        end-if
        perform emit
        close packFile
    end-if.
    move "ATTEST" to algAction.
    move spaces to algObject.
    string "evid " fromDate " #" attItem " " attVerdict
        delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject end-call.
    if attVerdict is equal to "P"
        display "  Sample " attItem " recorded PASS."
    else
        display "  Sample " attItem " recorded FAIL."
    end-if.
    perform tallyRegister.
    move 0 to return-code.

attestStatus.
    perform loadRegister.
    if attCount is equal to zero
        display "sqrtevid: no evidence pack register "
            function trim(attFname)
        move 8 to return-code
        exit paragraph
    end-if.
    perform varying attIdx from 1 by 1
            until attIdx is greater than attCount
        move attRow(attIdx) to evidAttRecord
        display "  #" eaSample " " eaRunId " seq " eaSeq
            " proof " eaProof " verdict " eaVerdict " " eaAuditor
            " " function trim(eaNote)
    end-perform.
    perform tallyRegister.
    move 0 to return-code.
    if attOpen is greater than zero
        move 4 to return-code
    end-if.

tallyRegister.
    move 0 to attPassed, attFailed, attOpen.
    perform varying attIdx from 1 by 1
            until attIdx is greater than attCount
        move attRow(attIdx) to evidAttRecord
        evaluate eaVerdict
            when "P"
                add 1 to attPassed
            when "F"
                add 1 to attFailed
            when other
                add 1 to attOpen
        end-evaluate
    end-perform.
    display underLine1.
    move attPassed to editCount.
    display "  Samples passed : " editCount.
    move attFailed to editCount.
    display "  Samples failed : " editCount.
    move attOpen to editCount.
    display "  Samples open   : " editCount.

*> ------------------------------------------------------------------
