*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -              Shared Control-set Snapshot Subprogram               -
*> ---------------------------------------------------------------------
*> How a night computes depends on a dozen control datasets, and only
*> sqrt.parm.used used to outlive the run. SQRT now has this routine
*> copy the whole control set under its run id as it starts work, so
*> any run's configuration can be shown, compared and put back later
*> -- one routine owning the snapshot format, the sqrtlock/sqrtseal
*> mold, so SQRT, sqrtarch, sqrtcert, sqrtcdif and sqrtrply can't
*> drift apart on it.
*>
*> The members, in the order every snapshot holds them:
*>   sqrt.parm, sqrt.parm.used (what the run actually resolved),
*>   sqrt.prof, sqrt.gov, sqrt.budg, sqrt.cal (each read from the
*>   name the run resolves through SQRT_PROFILE_FILE, SQRT_GOV_FILE,
*>   SQRT_BUDGET_FILE and SQRT_CAL_FILE, kept under its standard
*>   name), sqrtsrc.ctl, sqrtmap.ctl, sqrtfix.ctl, sqrt.rate,
*>   sqrtfeeds.ctl, sqrtalert.ctl, sqrtdist.ctl
*> A member missing when the snapshot is taken is recorded as absent,
*> so a replay reproduces its absence too.
*>
*> A run's snapshot lives on sqrt.ctl.R<runid> (sqrtcsnp.cpy) until
*> sqrtarch files it with that day's generation on sqrt.ctl.Dyyyymmdd;
*> sqrt.ctl.idx lists every snapshot and the generation it went to.
*> A restarted or partitioned run finding its run id's snapshot
*> already taken keeps that one: it recorded the configuration the
*> run started under.
*>
*>   csAction "T" take the snapshot for csRunId
*>            "A" archive every unfiled snapshot into generation
*>                csTarget(1:8) (csCount = runs filed)
*>            "P" prune generation csTarget(1:8): its file and its
*>                sqrt.ctl.idx rows (csCount = files removed)
*>            "F" find the run filed with generation csTarget(1:8)
*>                -- the first, the night's own run -- into csRunId
*>            "X" extract csRunId's snapshot rows to the file named
*>                in csTarget (csCount = rows)
*>            "S" stage csRunId's members into directory csTarget and
*>                return in csEnv the environment assignments that
*>                reproduce the run's resolved parameters (csCount =
*>                members staged)
*>   csRunId  x(14) run id
*>   csTarget x(40) generation date, file or directory, per action
*>   csEnv    x(1000) returned by "S"
*>   csCount  9(05) returned count, per action
*>   csRc     0 = done, 1 = no such snapshot / generation (or, on "A",
*>            a copy failed verification and was left unfiled), 2 =
*>            the target could not be written

identification division.
program-id. sqrtcsnp.

environment division.

input-output section.
file-control.
    select memberFile assign to dynamic memberFname
        organization is line sequential
        file status is memberStatus.
    select snapFile assign to dynamic snapFname
        organization is line sequential
        file status is snapStatus.
    select copyFile assign to dynamic copyFname
        organization is line sequential
        file status is copyStatus.
    select indexFile assign to "sqrt.ctl.idx"
        organization is line sequential
        file status is indexStatus.
    select indexWork assign to "sqrt.ctl.idx.wrk"
        organization is line sequential
        file status is indexWorkStatus.

data division.

file section.
fd memberFile.
    01 memberRecord pic x(200).
fd snapFile.
    copy "sqrtcsnp.cpy".
fd copyFile.
    copy "sqrtcsnp.cpy" replacing leading ==cn== by ==cp==
                                  leading ==csnp== by ==copy==.
*> One row per snapshot taken: the run, the generation it was filed
*> with (blank until sqrtarch files it), and its size.
fd indexFile.
    01 indexRecord.
       02 ciRunId   pic x(14).
       02 filler    pic x(01).
       02 ciGen     pic x(08).
       02 filler    pic x(01).
       02 ciMembers pic 9(02).
       02 filler    pic x(01).
       02 ciLines   pic 9(07).
fd indexWork.
    01 indexWorkRecord pic x(34).

working-storage section.
77 memberStatus    pic x(02).
77 snapStatus      pic x(02).
77 copyStatus      pic x(02).
77 indexStatus     pic x(02).
77 indexWorkStatus pic x(02).
77 memberFname     pic x(60) value spaces.
77 snapFname       pic x(60) value spaces.
77 copyFname       pic x(60) value spaces.
77 cblFileInfo     pic x(20) value spaces.
77 cblRc           pic s9(9) comp-5 value zero.

77 memberEofSw pic x(01) value "N".
    88 memberAtEof value "Y".
77 snapEofSw   pic x(01) value "N".
    88 snapAtEof value "Y".
77 indexEofSw  pic x(01) value "N".
    88 indexAtEof value "Y".
77 copyEofSw   pic x(01) value "N".
    88 copyAtEof value "Y".
77 stageOpenSw pic x(01) value "N".
    88 stageOpen value "Y".
77 foundSw     pic x(01) value "N".
    88 runFound value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

01 memberList.
    02 filler pic x(16) value "sqrt.parm".
    02 filler pic x(16) value "sqrt.parm.used".
    02 filler pic x(16) value "sqrt.prof".
    02 filler pic x(16) value "sqrt.gov".
    02 filler pic x(16) value "sqrt.budg".
    02 filler pic x(16) value "sqrt.cal".
    02 filler pic x(16) value "sqrtsrc.ctl".
    02 filler pic x(16) value "sqrtmap.ctl".
    02 filler pic x(16) value "sqrtfix.ctl".
    02 filler pic x(16) value "sqrt.rate".
    02 filler pic x(16) value "sqrtfeeds.ctl".
    02 filler pic x(16) value "sqrtalert.ctl".
    02 filler pic x(16) value "sqrtdist.ctl".
01 memberTable redefines memberList.
    02 memberName occurs 13 times pic x(16).

*> The parameter that names each member's dataset for the run, where
*> one does; the rest are read under their standard names.
01 memberParmList.
    02 filler pic x(30) value spaces.
    02 filler pic x(30) value spaces.
    02 filler pic x(30) value "SQRT_PROFILE_FILE".
    02 filler pic x(30) value "SQRT_GOV_FILE".
    02 filler pic x(30) value "SQRT_BUDGET_FILE".
    02 filler pic x(30) value "SQRT_CAL_FILE".
    02 filler pic x(30) value spaces.
    02 filler pic x(30) value spaces.
    02 filler pic x(30) value spaces.
    02 filler pic x(30) value spaces.
    02 filler pic x(30) value spaces.
    02 filler pic x(30) value spaces.
    02 filler pic x(30) value spaces.
01 memberParmTable redefines memberParmList.
    02 memberParm occurs 13 times pic x(30).

77 mbrIdx      pic 9(02) value 0.
77 lineCount   pic 9(05) value 0.
77 presentCount pic 9(02) value 0.
77 totalLines  pic 9(07) value 0.
77 copiedCount pic 9(07) value 0.
77 beforeCount pic 9(07) value 0.
77 afterCount  pic 9(07) value 0.
77 genDate     pic x(08) value spaces.
77 foundGen    pic x(08) value spaces.
77 fallbackRun pic x(14) value spaces.
77 envPtr      pic 9(04) value 1.
77 wsDateTime  pic x(21).

*> sqrt.parm.used's row layout (SQRT's usedParmRecord), read back
*> off the snapshot while staging.
01 usedParmView.
    02 uvKey    pic x(24).
    02 uvValue  pic x(30).
    02 uvSource pic x(08).
    02 filler   pic x(138).

linkage section.
77 csAction pic x(01).
77 csRunId  pic x(14).
77 csTarget pic x(40).
77 csEnv    pic x(1000).
77 csCount  pic 9(05).
77 csRc     pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using csAction, csRunId, csTarget, csEnv, csCount,
        csRc.

    move 0 to csRc, csCount.
    evaluate csAction
        when "T"
            perform takeSnapshot thru takeSnapshot-exit
        when "A"
            perform archiveSnapshots
        when "P"
            perform pruneGeneration
        when "F"
            perform findGeneration
        when "X"
            perform extractSnapshot thru extractSnapshot-exit
        when "S"
            perform stageSnapshot thru stageSnapshot-exit
        when other
            move 1 to csRc
    end-evaluate.
    goback.

*> ------------------------Take-------------------------------------------

takeSnapshot.
    move spaces to snapFname.
    string "sqrt.ctl.R" function trim(csRunId)
        delimited by size into snapFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using snapFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is equal to zero
        go to takeSnapshot-exit
    end-if.
    open output snapFile.
    if snapStatus is not equal to "00"
        move 2 to csRc
        go to takeSnapshot-exit
    end-if.
    move 0 to presentCount, totalLines.
    perform countPresent varying mbrIdx from 1 by 1
        until mbrIdx is greater than 13.
    move function current-date to wsDateTime.
    move spaces to csnpRecord.
    move "SNP1" to cnTag.
    move csRunId to cnRunId.
    move presentCount to cnMbrNo.
    move 0 to cnSeq.
    move wsDateTime(1:14) to cnData.
    write csnpRecord.
    perform snapMember varying mbrIdx from 1 by 1
        until mbrIdx is greater than 13.
    close snapFile.
    move presentCount to csCount.
    open extend indexFile.
    if indexStatus is equal to "35"
        open output indexFile
    end-if.
    move spaces to indexRecord.
    move csRunId to ciRunId.
    move presentCount to ciMembers.
    move totalLines to ciLines.
    write indexRecord.
    close indexFile.

takeSnapshot-exit.
    exit.

countPresent.
    perform resolveMember.
    call "CBL_CHECK_FILE_EXIST" using memberFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is equal to zero
        add 1 to presentCount
    end-if.

*> The dataset a member is read from for this run: its standard name
*> unless the run was pointed elsewhere.
resolveMember.
    move spaces to memberFname.
    move memberName(mbrIdx) to memberFname.
    if memberParm(mbrIdx) is not equal to spaces
        move memberParm(mbrIdx) to parmKey
        call "sqrtparm" using parmKey, parmValue, parmSource end-call
        if parmValue is not equal to spaces
            move parmValue to memberFname
        end-if
    end-if.

*> Each member is read twice -- once to count, once to copy -- so its
*> MBR1 row, line count and all, precedes its lines.
snapMember.
    perform resolveMember.
    move 0 to lineCount.
    move "N" to memberEofSw.
    open input memberFile.
    move spaces to csnpRecord.
    move "MBR1" to cnTag.
    move csRunId to cnRunId.
    move mbrIdx to cnMbrNo.
    move memberName(mbrIdx) to cnMember.
    if memberStatus is not equal to "00"
        move 0 to cnSeq
        move "N" to cnData(1:1)
        move memberFname to cnData(3:60)
        write csnpRecord
        exit paragraph
    end-if.
    perform cm1 until memberAtEof.
    close memberFile.
    add lineCount to totalLines.
    move lineCount to cnSeq.
    move "Y" to cnData(1:1).
    move memberFname to cnData(3:60).
    write csnpRecord.
    move 0 to lineCount.
    move "N" to memberEofSw.
    open input memberFile.
    perform cm2 until memberAtEof.
    close memberFile.

cm1.
    read memberFile at end set memberAtEof to true end-read.
    if not memberAtEof
        add 1 to lineCount
    end-if.

cm2.
    read memberFile at end set memberAtEof to true end-read.
    if not memberAtEof
        add 1 to lineCount
        move spaces to csnpRecord
        move "DAT1" to cnTag
        move csRunId to cnRunId
        move mbrIdx to cnMbrNo
        move memberName(mbrIdx) to cnMember
        move lineCount to cnSeq
        move memberRecord to cnData
        write csnpRecord
    end-if.

*> ------------------------Archive-----------------------------------------
*> Every snapshot not yet filed is appended to the generation file,
*> the append is re-counted before the run's own file is removed,
*> and the index is rewritten through a work copy (line-sequential
*> files have no update-in-place).
archiveSnapshots.
    move csTarget(1:8) to genDate.
    move spaces to copyFname.
    string "sqrt.ctl.D" genDate delimited by size into copyFname
    end-string.
    move "N" to indexEofSw.
    open input indexFile.
    if indexStatus is not equal to "00"
        exit paragraph
    end-if.
    open output indexWork.
    perform as1 until indexAtEof.
    close indexFile, indexWork.
    perform replaceIndex.

as1.
    read indexFile at end set indexAtEof to true end-read.
    if indexAtEof
        exit paragraph
    end-if.
    if ciGen is equal to spaces
        perform fileOneSnapshot
    end-if.
    write indexWorkRecord from indexRecord.

fileOneSnapshot.
    move spaces to snapFname.
    string "sqrt.ctl.R" function trim(ciRunId)
        delimited by size into snapFname
    end-string.
    move "N" to snapEofSw.
    open input snapFile.
    if snapStatus is not equal to "00"
        exit paragraph
    end-if.
    perform countGeneration.
    move afterCount to beforeCount.
    open extend copyFile.
    if copyStatus is equal to "35"
        open output copyFile
    end-if.
    move 0 to copiedCount.
    perform fo1 until snapAtEof.
    close snapFile, copyFile.
    perform countGeneration.
    if afterCount is equal to beforeCount + copiedCount
        move genDate to ciGen
        call "CBL_DELETE_FILE" using snapFname returning cblRc
        end-call
        add 1 to csCount
    else
        move 1 to csRc
    end-if.

fo1.
    read snapFile at end set snapAtEof to true end-read.
    if not snapAtEof
        write copyRecord from csnpRecord
        add 1 to copiedCount
    end-if.

countGeneration.
    move 0 to afterCount.
    move "N" to copyEofSw.
    open input copyFile.
    if copyStatus is not equal to "00"
        exit paragraph
    end-if.
    perform cg1 until copyAtEof.
    close copyFile.

cg1.
    read copyFile at end set copyAtEof to true end-read.
    if not copyAtEof
        add 1 to afterCount
    end-if.

replaceIndex.
    move "N" to indexEofSw.
    open input indexWork.
    if indexWorkStatus is not equal to "00"
        exit paragraph
    end-if.
    open output indexFile.
    perform ri1 until indexAtEof.
    close indexWork, indexFile.
    call "CBL_DELETE_FILE" using "sqrt.ctl.idx.wrk" returning cblRc
    end-call.

ri1.
    read indexWork at end set indexAtEof to true end-read.
    if not indexAtEof
        move indexWorkRecord to indexRecord
        write indexRecord
    end-if.

*> ------------------------Prune-------------------------------------------

pruneGeneration.
    move csTarget(1:8) to genDate.
    move spaces to copyFname.
    string "sqrt.ctl.D" genDate delimited by size into copyFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using copyFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is equal to zero
        call "CBL_DELETE_FILE" using copyFname returning cblRc
        end-call
        move 1 to csCount
    end-if.
    move "N" to indexEofSw.
    open input indexFile.
    if indexStatus is not equal to "00"
        exit paragraph
    end-if.
    open output indexWork.
    perform pg1 until indexAtEof.
    close indexFile, indexWork.
    perform replaceIndex.

pg1.
    read indexFile at end set indexAtEof to true end-read.
    if not indexAtEof and ciGen is not equal to genDate
        write indexWorkRecord from indexRecord
    end-if.

*> ------------------------Find--------------------------------------------
*> The first run filed with the generation is the night's own; a
*> generation not filed yet falls back to the first run of that date
*> still waiting to be filed.
findGeneration.
    move csTarget(1:8) to genDate.
    move spaces to csRunId, fallbackRun.
    move "N" to indexEofSw.
    open input indexFile.
    if indexStatus is not equal to "00"
        move 1 to csRc
        exit paragraph
    end-if.
    perform fg1 until indexAtEof or csRunId is not equal to spaces.
    close indexFile.
    if csRunId is equal to spaces
        move fallbackRun to csRunId
    end-if.
    if csRunId is equal to spaces
        move 1 to csRc
    end-if.

fg1.
    read indexFile at end set indexAtEof to true end-read.
    if indexAtEof
        exit paragraph
    end-if.
    if ciGen is equal to genDate
        move ciRunId to csRunId
    else
        if ciGen is equal to spaces and ciRunId(1:8) is equal to genDate
                and fallbackRun is equal to spaces
            move ciRunId to fallbackRun
        end-if
    end-if.

*> ------------------------Locate------------------------------------------
*> Where a run's snapshot is now: its own file until filed, the
*> generation file after.
locateSnapshot.
    move "N" to foundSw.
    move spaces to foundGen.
    move "N" to indexEofSw.
    open input indexFile.
    if indexStatus is equal to "00"
        perform ls1 until indexAtEof or runFound
        close indexFile
    end-if.
    move spaces to snapFname.
    if foundGen is equal to spaces
        string "sqrt.ctl.R" function trim(csRunId)
            delimited by size into snapFname
        end-string
    else
        string "sqrt.ctl.D" foundGen delimited by size into snapFname
        end-string
    end-if.

ls1.
    read indexFile at end set indexAtEof to true end-read.
    if not indexAtEof and ciRunId is equal to csRunId
        set runFound to true
        move ciGen to foundGen
    end-if.

*> ------------------------Extract-----------------------------------------

extractSnapshot.
    perform locateSnapshot.
    move "N" to snapEofSw.
    open input snapFile.
    if snapStatus is not equal to "00"
        move 1 to csRc
        go to extractSnapshot-exit
    end-if.
    move spaces to copyFname.
    move csTarget to copyFname.
    open output copyFile.
    if copyStatus is not equal to "00"
        close snapFile
        move 2 to csRc
        go to extractSnapshot-exit
    end-if.
    perform xs1 until snapAtEof.
    close snapFile, copyFile.
    if csCount is equal to zero
        move 1 to csRc
    end-if.

extractSnapshot-exit.
    exit.

xs1.
    read snapFile at end set snapAtEof to true end-read.
    if not snapAtEof and cnRunId is equal to csRunId
        write copyRecord from csnpRecord
        add 1 to csCount
    end-if.

*> ------------------------Stage-------------------------------------------
*> Each member is put back under its standard name in the directory
*> -- one absent at the time is removed there, so a stale copy can't
*> stand in for it -- and the parameters the run took from its
*> environment are handed back as assignments, followed by the ones
*> pointing the four renameable datasets at the staged copies.
stageSnapshot.
    move spaces to csEnv.
    move 1 to envPtr.
    perform locateSnapshot.
    move "N" to snapEofSw.
    open input snapFile.
    if snapStatus is not equal to "00"
        move 1 to csRc
        go to stageSnapshot-exit
    end-if.
    move "N" to foundSw.
    move "N" to stageOpenSw.
    perform ss1 until snapAtEof or csRc is not equal to 0.
    if stageOpen
        close memberFile
        move "N" to stageOpenSw
    end-if.
    close snapFile.
    if not runFound and csRc is equal to 0
        move 1 to csRc
    end-if.
    if csRc is not equal to 0
        go to stageSnapshot-exit
    end-if.
    string " SQRT_PROFILE_FILE=sqrt.prof SQRT_GOV_FILE=sqrt.gov"
        " SQRT_BUDGET_FILE=sqrt.budg SQRT_CAL_FILE=sqrt.cal"
        delimited by size into csEnv with pointer envPtr
    end-string.

stageSnapshot-exit.
    exit.

ss1.
    read snapFile at end set snapAtEof to true end-read.
    if snapAtEof or cnRunId is not equal to csRunId
        exit paragraph
    end-if.
    set runFound to true.
    evaluate cnTag
        when "MBR1"
            perform stageMember
        when "DAT1"
            if stageOpen
                move cnData to memberRecord
                write memberRecord
            end-if
            if cnMbrNo is equal to 2
                perform noteEnvParm
            end-if
    end-evaluate.

stageMember.
    if stageOpen
        close memberFile
        move "N" to stageOpenSw
    end-if.
    move spaces to memberFname.
    string function trim(csTarget) "/" function trim(cnMember)
        delimited by size into memberFname
    end-string.
    call "CBL_DELETE_FILE" using memberFname returning cblRc
    end-call.
    if cnData(1:1) is not equal to "Y"
        exit paragraph
    end-if.
    open output memberFile.
    if memberStatus is not equal to "00"
        move 2 to csRc
        exit paragraph
    end-if.
    set stageOpen to true.
    add 1 to csCount.

noteEnvParm.
    move cnData to usedParmView.
    if uvSource(1:3) is not equal to "ENV" or uvKey is equal to spaces
        exit paragraph
    end-if.
    string " " function trim(uvKey) "='" function trim(uvValue) "'"
        delimited by size into csEnv with pointer envPtr
    end-string.

*> ---------------------------------------------------------------------
