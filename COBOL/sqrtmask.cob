*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -            Masked Copy of a Production Date for QA             -
*> ------------------------------------------------------------------
*> sqrtgen fabricates feeds, but some defects only reproduce on real
*> data, and production can't go to QA as-is: department codes,
*> source codes and serials identify real upstream business. This
*> copies one production date into a QA directory with those three
*> pseudonymized everywhere they appear, consistently, so every join
*> across the copied files still works:
*>
*>   sqrt.dat      the day's master (sqrt.dat.D<date>, as sqrtarch
*>                 keeps it; the live sqrt.dat for today): recDept,
*>                 recSource, recSerial; a CHN1 card's parent serial;
*>                 a CMT1 card's free text is replaced by "MASKED"
*>   sqrt.audit    the date's run groups: auditDept, auditSource,
*>                 auditSerial (the trailers' control totals never
*>                 covered them, so the groups still verify)
*>   sqrt.rej.dsp  the date's ledger rows: both record images, the
*>                 chain parent serial; the operator comment is
*>                 replaced by "MASKED"
*>   sqrt.load.log the date's journal rows: llSource, the serial
*>                 range, and llExtract renamed extract.<masked src>
*>
*> Everything that drives behaviour -- radicands, epsilons, iteration
*> caps, hold flags, tiers, profiles, effective/SLA dates, deferral
*> counts -- is copied untouched. Masking changes sealed fields, so
*> each masked master record (and ledger image) whose seal was good
*> is resealed (sqrtseal.cob) under the SQRT_SEAL_KEY in force here;
*> QA runs the copy with the same key. A broken seal is copied
*> broken, so a production tamper reproduces in QA as one.
*>
*> Sources become Q01..Q99, R01.. and departments Q001..Q999, R001..,
*> assigned in order of first appearance and remembered in the
*> production-side sqrt.mask.map (sqrtmask.cpy), so every masking
*> run reuses them. Serials shift by an offset derived from
*> SQRT_MASK_KEY (modulo 10,000,000), which keeps the load journal's
*> ranges ranges and needs no table; the offset and each masked
*> range are recorded on the map too, so a QA finding traces back.
*>
*>   SQRT_MASK_DATE  production date to copy (yyyymmdd, default today)
*>   SQRT_MASK_DIR   QA directory to write (default "qa"; never the
*>                   production directory itself)
*>   SQRT_MASK_KEY   numeric serial-masking key (required)
*>
*> RETURN-CODE: 0 masked set written, 8 refused (no key, no master
*> for the date, or the QA directory is this one).

identification division.
program-id. sqrtmask.

environment division.

input-output section.
file-control.
    select mapFile assign to "sqrt.mask.map"
        organization is line sequential
        file status is mapStatus.
    select datIn assign to dynamic datInFname
        organization is line sequential
        file status is datInStatus.
    select auditIn assign to "sqrt.audit"
        organization is line sequential
        file status is auditInStatus.
    select ledgerIn assign to "sqrt.rej.dsp"
        organization is line sequential
        file status is ledgerInStatus.
    select loadLogIn assign to "sqrt.load.log"
        organization is line sequential
        file status is loadLogInStatus.
    select qaOut assign to dynamic qaOutFname
        organization is line sequential
        file status is qaOutStatus.

data division.

file section.
fd mapFile.
    copy "sqrtmask.cpy".
fd datIn.
    01 datInRecord pic x(80).
fd auditIn.
    copy "sqrtaudit.cpy".
fd ledgerIn.
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
fd loadLogIn.
    copy "sqrtldlg.cpy".
fd qaOut.
    01 qaOutRecord pic x(302).

working-storage section.
77 mapStatus       pic x(02).
77 datInStatus     pic x(02).
77 auditInStatus   pic x(02).
77 ledgerInStatus  pic x(02).
77 loadLogInStatus pic x(02).
77 qaOutStatus     pic x(02).
77 datInFname      pic x(30) value spaces.
77 qaOutFname      pic x(80) value spaces.
77 qaOutName       pic x(20) value spaces.

copy "sqrtrec.cpy".

*> Card views of the record just read: CHN1 carries its parent's
*> serial, CMT1 free text
01 chnRecord redefines lineStruct.
    02 chnTag    pic x(04).
    02 chnParent pic x(07).
    02 chnState  pic x(01).
    02 filler    pic x(68).
01 cmtRecord redefines lineStruct.
    02 cmtTag    pic x(04).
    02 cmtText   pic x(76).
01 chnTagLit pic x(04) value 'CHN1'.
01 cmtTagLit pic x(04) value 'CMT1'.
01 hdrTagLit pic x(04) value 'HDR1'.
01 trlTagLit pic x(04) value 'TRL1'.
01 ctlTagLit pic x(04) value 'CTL1'.
01 grpTagLit pic x(04) value 'GRP1'.

77 eofSw pic x(01) value "N".
    88 atEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared sqrtseal record seal routine
77 sealAction  pic x(01) value "V".
77 sealRc      pic 9(01) value 0.

77 maskDate    pic x(08) value spaces.
77 todayStamp  pic x(08) value spaces.
77 qaDir       pic x(40) value "qa".
77 maskKey     pic 9(09) value 0.
77 keySw       pic x(01) value "N".
    88 keySupplied value "Y".
77 serialOffset pic 9(07) value 0.

*> Pseudonym tables, loaded off the map and extended as new codes
*> turn up; tSmNew/tDmNew mark the ones this run must append
77 smMax    pic 9(04) value 999.
77 smCount  pic 9(04) value 0.
77 smIdx    pic 9(04) value 0.
77 smHit    pic 9(04) value 0.
01 srcMapTable.
    02 srcMapEntry occurs 999 times.
        03 tSmReal   pic x(03).
        03 tSmMasked pic x(03).
        03 tSmNew    pic x(01).
77 dmMax    pic 9(05) value 9999.
77 dmCount  pic 9(05) value 0.
77 dmIdx    pic 9(05) value 0.
77 dmHit    pic 9(05) value 0.
01 deptMapTable.
    02 deptMapEntry occurs 9999 times.
        03 tDmReal   pic x(04).
        03 tDmMasked pic x(04).
        03 tDmNew    pic x(01).
01 pseudoLetters pic x(10) value "QRSTUVWXYZ".
77 pseudoOrd    pic 9(05) value 0.
77 pseudoLetIdx pic 9(02) value 0.
77 pseudoNum    pic 9(03) value 0.
01 pseudoSrc.
    02 psSrcLetter pic x(01).
    02 psSrcNum    pic 9(02).
01 pseudoDept.
    02 psDeptLetter pic x(01).
    02 psDeptNum    pic 9(03).

*> One code or serial through the masks
77 maskSrcIn   pic x(03) value spaces.
77 maskSrcOut  pic x(03) value spaces.
77 maskDeptIn  pic x(04) value spaces.
77 maskDeptOut pic x(04) value spaces.
77 maskSerIn   pic x(07) value spaces.
77 maskSerOut  pic x(07) value spaces.
77 maskSerNum  pic 9(07) value 0.
77 maskSerWork pic 9(08) value 0.

*> Load-journal ranges masked this run, for the map's "R" rows
77 rrMax   pic 9(03) value 500.
77 rrCount pic 9(03) value 0.
77 rrIdx   pic 9(03) value 0.
01 rangeMapTable.
    02 rangeMapEntry occurs 500 times.
        03 tRrReal       pic x(07).
        03 tRrMasked     pic x(07).
        03 tRrRealLast   pic x(07).
        03 tRrMaskedLast pic x(07).

77 datCount    pic 9(07) value 0.
77 auditCount  pic 9(07) value 0.
77 ledgerCount pic 9(07) value 0.
77 loadCount   pic 9(07) value 0.
77 editCount   pic zzz,zzz,zz9.

01 titleLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(38) value 'SQRT Masked Production Copy for QA'.

01 underLine1.
    02 filler pic x(50) value
       '--------------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    display titleLine.
    display underLine1.
    perform initParms.
    if not keySupplied
        display "  *** SQRT_MASK_KEY is required -- nothing masked ***"
        move 8 to return-code
        stop run
    end-if.
    if qaDir is equal to spaces or qaDir is equal to "."
            or qaDir is equal to "./"
        display "  *** SQRT_MASK_DIR must name a QA directory, not"
            " this one -- nothing masked ***"
        move 8 to return-code
        stop run
    end-if.
*> Odd multipliers of a key keep the offset spread across the whole
*> serial space; zero would leave the serials in the clear.
    compute serialOffset = function mod(maskKey * 7919 + 104729,
        10000000).
    if serialOffset is equal to zero
        move 1 to serialOffset
    end-if.
    perform loadMap.

    accept todayStamp from date yyyymmdd.
    if maskDate is equal to todayStamp
        move "sqrt.dat" to datInFname
    else
        move spaces to datInFname
        string "sqrt.dat.D" maskDate delimited by size
            into datInFname
        end-string
    end-if.
    perform maskMaster.
    if datInStatus is not equal to "00"
        display "  *** no master for " maskDate " ("
            function trim(datInFname) ", status " datInStatus
            ") -- nothing masked ***"
        move 8 to return-code
        stop run
    end-if.
    perform maskAudit.
    perform maskLedger.
    perform maskLoadLog.
    perform saveMap.

    display underLine1.
    display "  Production date    : " maskDate.
    display "  QA directory       : " function trim(qaDir).
    move datCount to editCount.
    display "  sqrt.dat rows      : " editCount.
    move auditCount to editCount.
    display "  sqrt.audit rows    : " editCount.
    move ledgerCount to editCount.
    display "  sqrt.rej.dsp rows  : " editCount.
    move loadCount to editCount.
    display "  sqrt.load.log rows : " editCount.
    move smCount to editCount.
    display "  Sources mapped     : " editCount.
    move dmCount to editCount.
    display "  Departments mapped : " editCount.
    display "  Trace-back map     : sqrt.mask.map (stays here)".
    stop run.

*> ------------------------The Cross-reference Map-----------------------

loadMap.
    move "N" to eofSw.
    open input mapFile.
    if mapStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read mapFile
            at end set atEof to true
            not at end
                evaluate mkType
                    when "S"
                        if smCount is less than smMax
                            add 1 to smCount
                            move mkReal to tSmReal(smCount)
                            move mkMasked to tSmMasked(smCount)
                            move "N" to tSmNew(smCount)
                        end-if
                    when "D"
                        if dmCount is less than dmMax
                            add 1 to dmCount
                            move mkReal to tDmReal(dmCount)
                            move mkMasked to tDmMasked(dmCount)
                            move "N" to tDmNew(dmCount)
                        end-if
                end-evaluate
        end-read
    end-perform.
    close mapFile.

saveMap.
    open extend mapFile.
    if mapStatus is equal to "35"
        open output mapFile
    end-if.
    move spaces to maskRecord.
    move "K" to mkType.
    move serialOffset to mkMasked.
    move maskDate to mkDate.
    write maskRecord.
    perform varying smIdx from 1 by 1 until smIdx is greater than smCount
        if tSmNew(smIdx) is equal to "Y"
            move spaces to maskRecord
            move "S" to mkType
            move tSmReal(smIdx) to mkReal
            move tSmMasked(smIdx) to mkMasked
            move maskDate to mkDate
            write maskRecord
        end-if
    end-perform.
    perform varying dmIdx from 1 by 1 until dmIdx is greater than dmCount
        if tDmNew(dmIdx) is equal to "Y"
            move spaces to maskRecord
            move "D" to mkType
            move tDmReal(dmIdx) to mkReal
            move tDmMasked(dmIdx) to mkMasked
            move maskDate to mkDate
            write maskRecord
        end-if
    end-perform.
    perform varying rrIdx from 1 by 1 until rrIdx is greater than rrCount
        move spaces to maskRecord
        move "R" to mkType
        move tRrReal(rrIdx) to mkReal
        move tRrMasked(rrIdx) to mkMasked
        move tRrRealLast(rrIdx) to mkRealLast
        move tRrMaskedLast(rrIdx) to mkMaskedLast
        move maskDate to mkDate
        write maskRecord
    end-perform.
    close mapFile.

*> ------------------------The Masks---------------------------------------

*> Spaces mean "unknown" on every one of these fields and stay so.
maskSource.
    move maskSrcIn to maskSrcOut.
    if maskSrcIn is equal to spaces
        exit paragraph
    end-if.
    move 0 to smHit.
    perform varying smIdx from 1 by 1
            until smIdx is greater than smCount or smHit is not
                equal to zero
        if tSmReal(smIdx) is equal to maskSrcIn
            move smIdx to smHit
        end-if
    end-perform.
    if smHit is equal to zero
        if smCount is not less than smMax
            move "Q00" to maskSrcOut
            exit paragraph
        end-if
        add 1 to smCount
        move smCount to smHit
        move smCount to pseudoOrd
        compute pseudoLetIdx = pseudoOrd / 100 + 1
        compute psSrcNum = function mod(pseudoOrd, 100)
        move pseudoLetters(pseudoLetIdx:1) to psSrcLetter
        move maskSrcIn to tSmReal(smHit)
        move pseudoSrc to tSmMasked(smHit)
        move "Y" to tSmNew(smHit)
    end-if.
    move tSmMasked(smHit) to maskSrcOut.

maskDept.
    move maskDeptIn to maskDeptOut.
    if maskDeptIn is equal to spaces
        exit paragraph
    end-if.
    move 0 to dmHit.
    perform varying dmIdx from 1 by 1
            until dmIdx is greater than dmCount or dmHit is not
                equal to zero
        if tDmReal(dmIdx) is equal to maskDeptIn
            move dmIdx to dmHit
        end-if
    end-perform.
    if dmHit is equal to zero
        if dmCount is not less than dmMax
            move "Q000" to maskDeptOut
            exit paragraph
        end-if
        add 1 to dmCount
        move dmCount to dmHit
        move dmCount to pseudoOrd
        compute pseudoLetIdx = pseudoOrd / 1000 + 1
        compute psDeptNum = function mod(pseudoOrd, 1000)
        move pseudoLetters(pseudoLetIdx:1) to psDeptLetter
        move maskDeptIn to tDmReal(dmHit)
        move pseudoDept to tDmMasked(dmHit)
        move "Y" to tDmNew(dmHit)
    end-if.
    move tDmMasked(dmHit) to maskDeptOut.

*> A serial that isn't numeric (hand-keyed, never loaded) has nothing
*> to identify and passes as it is.
maskSerial.
    move maskSerIn to maskSerOut.
    if maskSerIn is not numeric
        exit paragraph
    end-if.
    move maskSerIn to maskSerNum.
    compute maskSerWork = maskSerNum + serialOffset.
    if maskSerWork is not less than 10000000
        subtract 10000000 from maskSerWork
    end-if.
    move maskSerWork to maskSerNum.
    move maskSerNum to maskSerOut.

*> The source, department and serial of the 80-byte image in
*> lineStruct; CHN1 and CMT1 cards carry what they carry instead.
maskImage.
    evaluate true
        when chnTag is equal to chnTagLit
            move chnParent to maskSerIn
            perform maskSerial
            move maskSerOut to chnParent
        when cmtTag is equal to cmtTagLit
            move "MASKED" to cmtText
        when chnTag is equal to hdrTagLit
        when chnTag is equal to trlTagLit
        when chnTag is equal to ctlTagLit
        when chnTag is equal to grpTagLit
            continue
        when other
            move "V" to sealAction
            call "sqrtseal" using sealAction, lineStruct, sealRc
            end-call
            move recSource to maskSrcIn
            perform maskSource
            move maskSrcOut to recSource
            move recDept to maskDeptIn
            perform maskDept
            move maskDeptOut to recDept
            move recSerial to maskSerIn
            perform maskSerial
            move maskSerOut to recSerial
            if sealRc is equal to 0
                move "S" to sealAction
                call "sqrtseal" using sealAction, lineStruct, sealRc
                end-call
            end-if
    end-evaluate.

*> ------------------------The Copies--------------------------------------

openQaOut.
    move spaces to qaOutFname.
    string function trim(qaDir) "/" function trim(qaOutName)
        delimited by size into qaOutFname
    end-string.
    open output qaOut.

maskMaster.
    move "N" to eofSw.
    open input datIn.
    if datInStatus is not equal to "00"
        exit paragraph
    end-if.
    move "sqrt.dat" to qaOutName.
    perform openQaOut.
    if qaOutStatus is not equal to "00"
        display "  *** cannot write " function trim(qaOutFname)
            " (status " qaOutStatus ") ***"
        close datIn
        move 8 to return-code
        stop run
    end-if.
    perform until atEof
        read datIn into lineStruct
            at end set atEof to true
            not at end
                perform maskImage
                move spaces to qaOutRecord
                move lineStruct to qaOutRecord
                write qaOutRecord
                add 1 to datCount
        end-read
    end-perform.
    close datIn, qaOut.
    move "00" to datInStatus.

*> The date's batch run groups, trailers included; an express id
*> (EXPR-marked) carries only part of its date and is left behind.
maskAudit.
    move "N" to eofSw.
    open input auditIn.
    if auditInStatus is not equal to "00"
        exit paragraph
    end-if.
    move "sqrt.audit" to qaOutName.
    perform openQaOut.
    perform until atEof
        read auditIn
            at end set atEof to true
            not at end
                if auditRunId(1:8) is equal to maskDate
                    if auditRecType is not equal to "T"
                        move auditSource to maskSrcIn
                        perform maskSource
                        move maskSrcOut to auditSource
                        move auditDept to maskDeptIn
                        perform maskDept
                        move maskDeptOut to auditDept
                        move auditSerial to maskSerIn
                        perform maskSerial
                        move maskSerOut to auditSerial
                    end-if
                    move spaces to qaOutRecord
                    move auditRecord to qaOutRecord
                    write qaOutRecord
                    add 1 to auditCount
                end-if
        end-read
    end-perform.
    close auditIn, qaOut.

maskLedger.
    move "N" to eofSw.
    open input ledgerIn.
    if ledgerInStatus is not equal to "00"
        exit paragraph
    end-if.
    move "sqrt.rej.dsp" to qaOutName.
    perform openQaOut.
    perform until atEof
        read ledgerIn
            at end set atEof to true
            not at end
                if ledgerDate is equal to maskDate
                    move ledgerImage to lineStruct
                    perform maskImage
                    move lineStruct to ledgerImage
                    if ledgerCorrImage is not equal to spaces
                        move ledgerCorrImage to lineStruct
                        perform maskImage
                        move lineStruct to ledgerCorrImage
                    end-if
                    move ledgerChainParent to maskSerIn
                    perform maskSerial
                    move maskSerOut to ledgerChainParent
                    if ledgerCmt is not equal to spaces
                        move "MASKED" to ledgerCmt
                    end-if
                    move spaces to qaOutRecord
                    move ledgerRecord to qaOutRecord
                    write qaOutRecord
                    add 1 to ledgerCount
                end-if
        end-read
    end-perform.
    close ledgerIn, qaOut.

maskLoadLog.
    move "N" to eofSw.
    open input loadLogIn.
    if loadLogInStatus is not equal to "00"
        exit paragraph
    end-if.
    move "sqrt.load.log" to qaOutName.
    perform openQaOut.
    perform until atEof
        read loadLogIn
            at end set atEof to true
            not at end
                if llDate is equal to maskDate
                    perform maskJournalRow
                    move spaces to qaOutRecord
                    move loadLogRecord to qaOutRecord
                    write qaOutRecord
                    add 1 to loadCount
                end-if
        end-read
    end-perform.
    close loadLogIn, qaOut.

maskJournalRow.
    move llSource to maskSrcIn.
    perform maskSource.
    move maskSrcOut to llSource.
    move spaces to llExtract.
    string "extract." maskSrcOut delimited by size into llExtract
    end-string.
    if rrCount is less than rrMax
        add 1 to rrCount
        move llFirst to tRrReal(rrCount)
        move llLast to tRrRealLast(rrCount)
        move llFirst to maskSerIn
        perform maskSerial
        move maskSerOut to tRrMasked(rrCount)
        move llLast to maskSerIn
        perform maskSerial
        move maskSerOut to tRrMaskedLast(rrCount)
    end-if.
    move llFirst to maskSerIn.
    perform maskSerial.
    move maskSerOut to llFirst.
    move llLast to maskSerIn.
    perform maskSerial.
    move maskSerOut to llLast.

*> ------------------------Parameter Resolution----------------------------

initParms.
    move "SQRT_MASK_DATE" to parmKey.
    perform getParm.
    move parmValue(1:8) to maskDate.
    if maskDate is equal to spaces
        accept maskDate from date yyyymmdd
    end-if.
    move "SQRT_MASK_DIR" to parmKey.
    perform getParm.
    if parmSource is not equal to "DEFAULT"
        move parmValue to qaDir
    end-if.
    move "SQRT_MASK_KEY" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
            and function test-numval(parmValue) is equal to 0
        move function numval(parmValue) to maskKey
        set keySupplied to true
    end-if.

*> The key itself is never echoed: the map is the only way back.
getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    if parmKey is equal to "SQRT_MASK_KEY"
        display "  parm SQRT_MASK_KEY = (supplied, not shown) ("
            parmSource ")"
    else
        display "  parm " function trim(parmKey) " = "
            function trim(parmValue) " (" parmSource ")"
    end-if.

*> ------------------------------------------------------------------
