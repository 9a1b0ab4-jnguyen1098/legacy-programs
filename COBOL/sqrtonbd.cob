*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -            New-source Onboarding Certification Run             -
*> ------------------------------------------------------------------
*> Adding an upstream means four hand-edited control entries --
*> sqrtsrc.ctl (the registry), sqrtmap.ctl (the layout mapping),
*> sqrt.feedsch (the arrival schedule) and sqrt.gov (the epsilon
*> policy) -- and until now the first live night was the first time
*> they met. This takes the candidate source code and a sample
*> extract from the vendor and, before anything goes live:
*>
*>   - confirms each of the four entries is on file, once, and well
*>     formed;
*>   - confirms they agree with each other: the mapping's default
*>     epsilon lies inside the source's governance band, and the
*>     registry's volume band is a real band;
*>   - pushes the sample through the source's own mapping in a dry
*>     intake (sqrtintk's parse, nothing written anywhere), listing
*>     the lines that would fail it and the records that would
*>     breach the source's governance band;
*>   - counts the sample against the registered volume band, the
*>     band sqrtintk's circuit breaker would quarantine it on.
*>
*> A clean run CERTIFIES the source READY; anything else lists what
*> is missing or wrong. Either way the verdict goes on the sqrt.onbd
*> register (sqrtonbd.cpy), and sqrtintk and sqrtload refuse the
*> extracts of a source whose row does not stand certified (see
*> sqrtonck.cob). A failed re-run withdraws an earlier certificate:
*> the four entries were changed since, and no longer agree.
*>
*> The first run creates the register. Every source sqrt.load.log
*> shows already delivering live is entered on it then as certified
*> by prior service, so starting to certify new sources does not
*> switch off the ones already running; re-running this for one of
*> them against one of its consumed extracts replaces that entry
*> with a real certificate.
*>
*>   SQRT_ONBD_SOURCE  the candidate source code (required)
*>   SQRT_ONBD_SAMPLE  the vendor's sample extract (default
*>                     <drop>/sample.<source>)
*>   SQRT_INTK_DROP    drop directory (default "drop")
*>   SQRT_GOV_FILE     governance file (default sqrt.gov)
*>
*> RETURN-CODE: 0 certified ready, 4 not ready (the findings are
*> listed), 8 no source code given or no sample to try, 24 the
*> sqrt.onbd register is locked.

identification division.
program-id. sqrtonbd.

environment division.

input-output section.
file-control.
    select registryFile assign to "sqrtsrc.ctl"
        organization is line sequential
        file status is registryStatus.
    select mapFile assign to "sqrtmap.ctl"
        organization is line sequential
        file status is mapFileStatus.
    select schedFile assign to "sqrt.feedsch"
        organization is line sequential
        file status is schedStatus.
    select govFile assign to dynamic govFname
        organization is line sequential
        file status is govFileStatus.
    select sampleFile assign to dynamic sampleFname
        organization is line sequential
        file status is sampleStatus.
    select onboardFile assign to "sqrt.onbd"
        organization is line sequential
        file status is onboardStatus.
    select loadLogFile assign to "sqrt.load.log"
        organization is line sequential
        file status is loadLogStatus.

data division.

file section.
fd registryFile.
    01 registryRecord.
       02 srSource  pic x(03).
       02 srName    pic x(20).
       02 srTeam    pic x(12).
       02 srContact pic x(20).
       02 srVolLo   pic x(07).
       02 srVolHi   pic x(07).
       02 filler    pic x(11).
fd mapFile.
    01 mapRecord.
       02 mpSource pic x(03).
       02 filler   pic x(77).
fd schedFile.
    01 schedRecord.
       02 fsSource   pic x(03).
       02 fsExpect   pic x(04).
       02 fsExpectN redefines fsExpect.
          03 fsExpectHh pic 9(02).
          03 fsExpectMm pic 9(02).
       02 fsGrace    pic x(03).
       02 fsFreq     pic x(01).
       02 fsAudience pic x(20).
       02 filler     pic x(49).
fd govFile.
    01 govRecord.
       02 gvSource  pic x(03).
       02 gvEpsMin  pic x(12).
       02 gvEpsMax  pic x(12).
       02 gvMaxCap  pic x(05).
       02 gvNegDisp pic x(01).
       02 filler    pic x(47).
fd sampleFile.
    01 extractRecord pic x(80).
fd onboardFile.
    copy "sqrtonbd.cpy".
fd loadLogFile.
    copy "sqrtldlg.cpy".

working-storage section.
77 registryStatus pic x(02).
77 mapFileStatus  pic x(02).
77 schedStatus    pic x(02).
77 govFileStatus  pic x(02).
77 sampleStatus   pic x(02).
77 onboardStatus  pic x(02).
77 loadLogStatus  pic x(02).
77 eofSw          pic x(01) value "N".
    88 atEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 onbdSource  pic x(03) value spaces.
77 dropDir     pic x(40) value "drop".
77 sampleFname pic x(60) value spaces.
77 govFname    pic x(30) value "sqrt.gov".
77 todayStamp  pic x(08) value spaces.
77 cblFileInfo pic x(20) value spaces.
77 cblRc       pic s9(9) comp-5 value zero.

*> ------------------------The Four Entries--------------------------------
77 regHits     pic 9(03) value 0.
77 regName     pic x(20) value spaces.
77 regVolLo    pic 9(07) value 0.
77 regVolHi    pic 9(07) value 0.
77 bandSw      pic x(01) value "N".
    88 bandUsable value "Y".
77 mapHits     pic 9(03) value 0.
77 mapUsableSw pic x(01) value "N".
    88 mapUsable value "Y".
77 schedHits   pic 9(03) value 0.
77 govHits     pic 9(03) value 0.
77 govUsableSw pic x(01) value "N".
    88 govUsable value "Y".
77 govEpsMin   pic v9(9) value 0.
77 govEpsMax   pic v9(9) value 0.
77 govCap      pic 9(05) value 0.
77 defEpsNum   pic v9(9) value 0.
77 hitsDisp    pic z9.

*> The source's mapping, the same shape sqrtintk sweeps with
01 useMap pic x(80) value spaces.
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

*> ------------------------Dry Intake--------------------------------------
*> Token slots and validated fields, the same shapes sqrtintk uses
01 tokTable.
    02 tokSlot occurs 10 times pic x(25).
77 radicandTok pic x(25) value spaces.
77 epsilonTok  pic x(20) value spaces.
77 capTok      pic x(10) value spaces.
77 repTok      pic x(10) value spaces.
77 degreeTok   pic x(10) value spaces.
77 degreeNum   pic 9(02) value 0.
77 radicandNum pic s9(15)v9(6).
77 epsilonNum  pic v9(9).
77 capNum      pic 9(05) value 0.
77 lineValidSw pic x(01) value "N".
    88 lineValid value "Y".
77 headerPendingSw pic x(01) value "N".
    88 headerPending value "Y".
77 dryRanSw    pic x(01) value "N".
    88 dryRan value "Y".
77 breachSw    pic x(01) value "N".
    88 breached value "Y".
77 sampleLine  pic 9(07) value 0.
77 sampleRecs  pic 9(07) value 0.
77 sampleFails pic 9(07) value 0.
77 sampleBreaches pic 9(07) value 0.
77 listMax     pic 9(02) value 10.
77 editCount   pic zzz,zzz,zz9.

*> ------------------------Findings----------------------------------------
*> Everything that stands between the source and a certificate, in
*> the order it was found, so the not-ready list reads top to bottom
77 findMax   pic 9(02) value 40.
77 findCount pic 9(02) value 0.
77 findIdx   pic 9(02) value 0.
77 findText  pic x(72) value spaces.
01 findTable.
    02 findEntry occurs 40 times pic x(72).

*> ------------------------The sqrt.onbd Register--------------------------
77 obMax    pic 9(03) value 200.
77 obCount  pic 9(03) value 0.
77 obIdx    pic 9(03) value 0.
77 obSeeded pic 9(03) value 0.
77 regExistsSw pic x(01) value "N".
    88 registerExists value "Y".
01 obTable.
    02 obEntry occurs 200 times pic x(80).
01 verdictRow pic x(80) value spaces.

*> Shop-standard enqueue on the register while it is rewritten
77 lockAction  pic x(01).
77 lockCaller  pic x(08) value "SQRTONBD".
77 lockOwner   pic x(08) value spaces.
77 lockRc      pic 9(01) value 0.
77 lockDataset pic x(30) value "sqrt.onbd".

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTONBD".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(34) value 'SQRT New-source Onboarding Check'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    accept todayStamp from date yyyymmdd.
    move "SQRT_ONBD_SOURCE" to parmKey.
    perform getParm.
    move parmValue to onbdSource.
    if onbdSource is equal to spaces
        display "sqrtonbd: SQRT_ONBD_SOURCE names no source --"
            " nothing to certify"
        move 8 to return-code
        stop run
    end-if.
    move "SQRT_INTK_DROP" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to dropDir
    end-if.
    move "SQRT_ONBD_SAMPLE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to sampleFname
    else
        string function trim(dropDir) "/sample." onbdSource
            delimited by size into sampleFname
        end-string
    end-if.
    move "SQRT_GOV_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to govFname
    end-if.
    call "CBL_CHECK_FILE_EXIST" using sampleFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is not equal to zero
        display "sqrtonbd: no sample extract "
            function trim(sampleFname) " -- nothing to certify "
            onbdSource " against"
        move 8 to return-code
        stop run
    end-if.

    display titleLine.
    display underLine1.
    display "  Source " onbdSource ", sample "
        function trim(sampleFname).
    display " ".
    display "  Control entries:".
    perform checkRegistry.
    perform checkMapping.
    perform checkSchedule.
    perform checkGovernance.
    perform checkAgreement.
    display " ".
    display "  Dry intake of the sample:".
    perform dryIntake thru dryIntake-exit.
    perform judgeVolume.

    move "C" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.
    if lockRc is not equal to 0
        display "sqrtonbd: " function trim(lockDataset)
            " is locked by " lockOwner " -- verdict not recorded"
        move 24 to return-code
        stop run
    end-if.
    perform recordVerdict.
    move "R" to lockAction.
    call "sqrtlock" using lockAction, lockDataset, lockCaller,
        lockOwner, lockRc end-call.

    move spaces to algObject.
    string "sqrt.onbd " onbdSource delimited by size into algObject
    end-string.
    display underLine1.
    if obSeeded is greater than zero
        display "  sqrt.onbd created: " obSeeded " source(s) already"
            " live entered as certified by prior service"
    end-if.
    if findCount is equal to zero
        display "  " onbdSource " CERTIFIED READY for live intake"
        move "CERTIFY" to algAction
        call "sqrtalog" using algProgram, algAction, algObject
        end-call
        move 0 to return-code
        stop run
    end-if.
    display "  " onbdSource " NOT READY -- what is missing or wrong:".
    perform varying findIdx from 1 by 1
            until findIdx is greater than findCount
        display "    - " function trim(findEntry(findIdx))
    end-perform.
    move "NOT READY" to algAction.
    call "sqrtalog" using algProgram, algAction, algObject end-call.
    move 4 to return-code.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

addFinding.
    if findCount is less than findMax
        add 1 to findCount
        move findText to findEntry(findCount)
    end-if.
    move spaces to findText.

*> ------------------------The Four Entries--------------------------------

*> The registry entry: there, once, and carrying a volume band the
*> circuit breaker can judge the feed against.
checkRegistry.
    move 0 to regHits.
    move "N" to eofSw.
    open input registryFile.
    if registryStatus is equal to "00"
        perform until atEof
            read registryFile
                at end set atEof to true
                not at end
                    if srSource is equal to onbdSource
                        add 1 to regHits
                        if regHits is equal to 1
                            perform takeRegistryEntry
                        end-if
                    end-if
            end-read
        end-perform
        close registryFile
    end-if.
    if regHits is equal to zero
        display "    sqrtsrc.ctl   MISSING"
        move "no sqrtsrc.ctl registry entry" to findText
        perform addFinding
        exit paragraph
    end-if.
    if regHits is greater than 1
        move regHits to hitsDisp
        string "sqrtsrc.ctl carries " hitsDisp " entries for the"
            " source (the first is used)" delimited by size
            into findText
        end-string
        perform addFinding
    end-if.
    if regName is equal to spaces
        move "sqrtsrc.ctl entry names no system" to findText
        perform addFinding
    end-if.
    if not bandUsable
        move "sqrtsrc.ctl entry carries no usable volume band"
            to findText
        perform addFinding
    end-if.

takeRegistryEntry.
    display "    sqrtsrc.ctl   " function trim(srName)
        ", band " srVolLo "-" srVolHi.
    move srName to regName.
    move "N" to bandSw.
    if srVolLo is numeric and srVolHi is numeric
        move srVolLo to regVolLo
        move srVolHi to regVolHi
        if regVolHi is greater than zero
                and regVolLo is not greater than regVolHi
            set bandUsable to true
        end-if
    end-if.

*> The layout mapping: there, once, and describing a layout the
*> intake can actually take a radicand from.
checkMapping.
    move 0 to mapHits.
    move "N" to eofSw.
    open input mapFile.
    if mapFileStatus is equal to "00"
        perform until atEof
            read mapFile
                at end set atEof to true
                not at end
                    if mpSource is equal to onbdSource
                        add 1 to mapHits
                        if mapHits is equal to 1
                            move mapRecord to useMap
                        end-if
                    end-if
            end-read
        end-perform
        close mapFile
    end-if.
    if mapHits is equal to zero
        display "    sqrtmap.ctl   MISSING"
        move "no sqrtmap.ctl layout mapping" to findText
        perform addFinding
        exit paragraph
    end-if.
    if umType is equal to "F"
        display "    sqrtmap.ctl   fixed-width" with no advancing
    else
        display "    sqrtmap.ctl   delimited '" umDelim "'"
            with no advancing
    end-if.
    if umNroot
        display ", nth-root feed"
    else
        display ", sqrt.dat feed"
    end-if.
    if mapHits is greater than 1
        move mapHits to hitsDisp
        string "sqrtmap.ctl carries " hitsDisp " mappings for the"
            " source (the intake would sweep it once per mapping)"
            delimited by size into findText
        end-string
        perform addFinding
    end-if.
    set mapUsable to true.
    if umType is not equal to "F" and umType is not equal to "D"
        move "N" to mapUsableSw
        string "sqrtmap.ctl layout type '" umType "' is neither D"
            " nor F" delimited by size into findText
        end-string
        perform addFinding
    end-if.
    if umType is equal to "F"
        if umRadPos is not numeric or umRadLen is not numeric
                or umRadPos is equal to zero
                or umRadLen is equal to zero
            move "N" to mapUsableSw
            move "sqrtmap.ctl fixed-width mapping names no radicand"
                & " columns" to findText
            perform addFinding
        end-if
    end-if.
    if umType is equal to "D" and umDelim is equal to space
        move "N" to mapUsableSw
        move "sqrtmap.ctl delimited mapping names no delimiter"
            to findText
        perform addFinding
    end-if.
    if umDefEps is not equal to spaces
        if function test-numval-f(umDefEps) is not equal to 0
            move "sqrtmap.ctl default epsilon is not a number"
                to findText
            perform addFinding
        else
            if function numval-f(umDefEps) is not greater than zero
                    or function numval-f(umDefEps) is not less than 1
                move "sqrtmap.ctl default epsilon is not between 0"
                    & " and 1" to findText
                perform addFinding
            else
                move function numval-f(umDefEps) to defEpsNum
            end-if
        end-if
    end-if.
    if umNroot and umDefDeg is not equal to spaces
        if function test-numval(umDefDeg) is not equal to 0
            move "sqrtmap.ctl default root degree is not a number"
                to findText
            perform addFinding
        else
            if function numval(umDefDeg) is less than 2
                move "sqrtmap.ctl default root degree is below 2"
                    to findText
                perform addFinding
            end-if
        end-if
    end-if.

*> The arrival schedule the monitor will hold the feed to: there,
*> once, with a real time of day, a frequency it knows, and someone
*> to tell when the feed is late.
checkSchedule.
    move 0 to schedHits.
    move "N" to eofSw.
    open input schedFile.
    if schedStatus is equal to "00"
        perform until atEof
            read schedFile
                at end set atEof to true
                not at end
                    if fsSource is equal to onbdSource
                        add 1 to schedHits
                        if schedHits is equal to 1
                            perform takeScheduleEntry
                        end-if
                    end-if
            end-read
        end-perform
        close schedFile
    end-if.
    if schedHits is equal to zero
        display "    sqrt.feedsch  MISSING"
        move "no sqrt.feedsch arrival schedule" to findText
        perform addFinding
        exit paragraph
    end-if.
    if schedHits is greater than 1
        move schedHits to hitsDisp
        string "sqrt.feedsch carries " hitsDisp " schedules for the"
            " source" delimited by size into findText
        end-string
        perform addFinding
    end-if.

takeScheduleEntry.
    display "    sqrt.feedsch  expected " fsExpect ", grace " fsGrace
        ", freq " fsFreq ", audience " function trim(fsAudience).
    if fsExpect is not numeric
        move "sqrt.feedsch expected arrival is not an hhmm time"
            to findText
        perform addFinding
    else
        if fsExpectHh is greater than 23 or fsExpectMm is greater
                than 59
            move "sqrt.feedsch expected arrival is not an hhmm time"
                to findText
            perform addFinding
        end-if
    end-if.
    if fsGrace is not numeric
        move "sqrt.feedsch grace is not a number of minutes"
            to findText
        perform addFinding
    end-if.
    if fsFreq is not equal to "D" and fsFreq is not equal to "B"
        move "sqrt.feedsch frequency is neither D nor B" to findText
        perform addFinding
    end-if.
    if fsAudience is equal to spaces
        move "sqrt.feedsch names no audience for the late warning"
            to findText
        perform addFinding
    end-if.

*> The epsilon policy: there, once, and a band SQRT can load -- it
*> skips a row whose bounds are not numbers, which would leave the
*> source ungoverned without anyone noticing.
checkGovernance.
    move 0 to govHits.
    move "N" to eofSw.
    open input govFile.
    if govFileStatus is equal to "00"
        perform until atEof
            read govFile
                at end set atEof to true
                not at end
                    if gvSource is equal to onbdSource
                        add 1 to govHits
                        if govHits is equal to 1
                            perform takeGovernanceEntry
                        end-if
                    end-if
            end-read
        end-perform
        close govFile
    end-if.
    if govHits is equal to zero
        display "    " govFname(1:14) "MISSING"
        string "no " function trim(govFname) " epsilon governance"
            " entry" delimited by size into findText
        end-string
        perform addFinding
        exit paragraph
    end-if.
    if govHits is greater than 1
        move govHits to hitsDisp
        string function trim(govFname) " carries " hitsDisp
            " entries for the source (the first is used)"
            delimited by size into findText
        end-string
        perform addFinding
    end-if.

takeGovernanceEntry.
    display "    " govFname(1:14) "epsilon " function trim(gvEpsMin)
        " to " function trim(gvEpsMax) ", cap "
        function trim(gvMaxCap) with no advancing.
    if gvNegDisp is equal to space
        display ", negatives per run switch"
    else
        display ", negatives " gvNegDisp
    end-if.
    if function test-numval-f(gvEpsMin) is not equal to 0
            or function test-numval-f(gvEpsMax) is not equal to 0
        string function trim(govFname) " epsilon bounds are not"
            " numbers (SQRT would ignore the entry)"
            delimited by size into findText
        end-string
        perform addFinding
        exit paragraph
    end-if.
    set govUsable to true.
    move function numval-f(gvEpsMin) to govEpsMin.
    move function numval-f(gvEpsMax) to govEpsMax.
    if govEpsMin is greater than zero and govEpsMax is greater than
            zero and govEpsMin is greater than govEpsMax
        string function trim(govFname) " epsilon minimum is above"
            " its maximum" delimited by size into findText
        end-string
        perform addFinding
    end-if.
    move 0 to govCap.
    if gvMaxCap is not equal to spaces
        if function test-numval(gvMaxCap) is equal to 0
            move function numval(gvMaxCap) to govCap
        else
            string function trim(govFname) " iteration cap is not"
                " a number" delimited by size into findText
            end-string
            perform addFinding
        end-if
    end-if.
    if gvNegDisp is not equal to space and gvNegDisp is not equal
            to "I" and gvNegDisp is not equal to "R"
        string function trim(govFname) " negative disposition '"
            gvNegDisp "' is none of blank, I or R"
            delimited by size into findText
        end-string
        perform addFinding
    end-if.

*> The entries must agree with each other, not just exist: a mapping
*> whose default epsilon the governance band refuses would have
*> every record of a feed without its own epsilon rejected.
checkAgreement.
    if mapHits is equal to zero or not govUsable
            or defEpsNum is equal to zero
        exit paragraph
    end-if.
    if (govEpsMin is greater than zero
            and defEpsNum is less than govEpsMin)
            or (govEpsMax is greater than zero
            and defEpsNum is greater than govEpsMax)
        string "sqrtmap.ctl default epsilon "
            function trim(umDefEps) " lies outside the "
            function trim(govFname) " band" delimited by size
            into findText
        end-string
        perform addFinding
    end-if.

*> ------------------------Dry Intake--------------------------------------

*> Every sample line through the mapping exactly as sqrtintk would
*> sweep it, nothing written: lines that fail the parse, and parsed
*> records the source's governance band would reject, are counted
*> and the first few of each shown.
dryIntake.
    if not mapUsable
        display "    not run -- the source has no usable mapping"
        move "the sample could not be tried without a usable mapping"
            to findText
        perform addFinding
        go to dryIntake-exit
    end-if.
    move "N" to eofSw.
    move "N" to headerPendingSw.
    if umHeader is equal to "Y"
        set headerPending to true
    end-if.
    open input sampleFile.
    if sampleStatus is not equal to "00"
        display "    " function trim(sampleFname)
            " present but unreadable (status " sampleStatus ")"
        move "the sample extract could not be read" to findText
        perform addFinding
        go to dryIntake-exit
    end-if.
    set dryRan to true.
    perform dryOne until atEof.
    close sampleFile.
    move sampleRecs to editCount.
    display "    records      " editCount.
    move sampleFails to editCount.
    display "    parse fails  " editCount.
    move sampleBreaches to editCount.
    display "    gov breaches " editCount.
    if sampleRecs is equal to zero
        move "the sample extract holds no records" to findText
        perform addFinding
    end-if.
    if sampleFails is greater than zero
        move sampleFails to editCount
        string function trim(editCount) " sample line(s) fail the"
            " source's mapping" delimited by size into findText
        end-string
        perform addFinding
    end-if.
    if sampleBreaches is greater than zero
        move sampleBreaches to editCount
        string function trim(editCount) " sample record(s) breach"
            " the source's governance band" delimited by size
            into findText
        end-string
        perform addFinding
    end-if.

dryIntake-exit.
    exit.

dryOne.
    read sampleFile
        at end
            set atEof to true
            exit paragraph
    end-read.
    add 1 to sampleLine.
    if headerPending
        move "N" to headerPendingSw
        exit paragraph
    end-if.
    add 1 to sampleRecs.
    perform parseMapped.
    if not lineValid
        add 1 to sampleFails
        if sampleFails is not greater than listMax
            display "    fails  (line " sampleLine "): "
                function trim(extractRecord)
        end-if
        exit paragraph
    end-if.
    perform judgeGovernance.
    if breached
        add 1 to sampleBreaches
        if sampleBreaches is not greater than listMax
            display "    breach (line " sampleLine "): "
                function trim(extractRecord)
        end-if
    end-if.

*> Pulls each field from wherever this source's mapping says it
*> lives, exactly the way sqrtintk's sweep does.
parseMapped.
    move "N" to lineValidSw.
    move spaces to radicandTok epsilonTok capTok repTok degreeTok.
    if umType is equal to "F"
        if umRadPos is greater than zero and umRadLen is greater
                than zero
            move extractRecord(umRadPos:umRadLen) to radicandTok
        end-if
        if umEpsPos is greater than zero and umEpsLen is greater
                than zero
            move extractRecord(umEpsPos:umEpsLen) to epsilonTok
        end-if
        if umCapPos is greater than zero and umCapLen is greater
                than zero
            move extractRecord(umCapPos:umCapLen) to capTok
        end-if
        if umNroot and umDegPos is numeric and umDegLen is numeric
                and umDegPos is greater than zero
                and umDegLen is greater than zero
            move extractRecord(umDegPos:umDegLen) to degreeTok
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
        else
            move tokSlot(1) to radicandTok
        end-if
        if umEpsCol is greater than zero and umEpsCol
                is less than or equal to 10
            move tokSlot(umEpsCol) to epsilonTok
        else
            move tokSlot(2) to epsilonTok
        end-if
        if umCapCol is greater than zero and umCapCol
                is less than or equal to 10
            move tokSlot(umCapCol) to capTok
        else
            move tokSlot(3) to capTok
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
    end-if.
    if function numval-f(radicandTok) is greater than
            999999999999999.999999
            or function numval-f(radicandTok) is less than
                -999999999999999.999999
        exit paragraph
    end-if.
    move function numval-f(radicandTok) to radicandNum.

    if function test-numval-f(epsilonTok) is not equal to 0
        exit paragraph
    end-if.
    if function numval-f(epsilonTok) is less than zero
            or function numval-f(epsilonTok) is greater than or
                equal to 1
        exit paragraph
    end-if.
    move function numval-f(epsilonTok) to epsilonNum.

    move 0 to capNum.
    if capTok is not equal to spaces
        if function test-numval(capTok) is equal to 0
            move function numval(capTok) to capNum
        end-if
    end-if.

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

*> SQRT's own governance test (checkGovernance in sqrt.cob): an
*> epsilon outside the band, zero bounds open, or a claimed cap
*> above the source's largest.
judgeGovernance.
    move "N" to breachSw.
    if not govUsable
        exit paragraph
    end-if.
    if epsilonNum is greater than zero
        if govEpsMin is greater than zero
                and epsilonNum is less than govEpsMin
            set breached to true
        end-if
        if govEpsMax is greater than zero
                and epsilonNum is greater than govEpsMax
            set breached to true
        end-if
    end-if.
    if govCap is greater than zero and capNum is greater than govCap
        set breached to true
    end-if.

*> The sample against the band sqrtintk's circuit breaker holds the
*> source to: a sample the breaker would quarantine is not a sample
*> of a normal day.
judgeVolume.
    if not dryRan or not bandUsable
        exit paragraph
    end-if.
    if sampleRecs is less than regVolLo
            or sampleRecs is greater than regVolHi
        display "    volume       " sampleRecs " against band "
            regVolLo "-" regVolHi " -- the intake would QUARANTINE"
        move sampleRecs to editCount
        string "the sample's " function trim(editCount)
            " records lie outside the registered band"
            delimited by size into findText
        end-string
        perform addFinding
    else
        display "    volume       " sampleRecs " inside band "
            regVolLo "-" regVolHi
    end-if.

*> ------------------------The sqrt.onbd Register--------------------------

*> The verdict replaces the source's row, or joins the register.
*> The register's first write also enters every source already
*> delivering live, off sqrt.load.log, as certified by prior service.
recordVerdict.
    perform loadRegister.
    if not registerExists
        perform seedFromLoadLog
    end-if.
    move spaces to onboardRecord.
    move onbdSource to obSource.
    move todayStamp to obAttempted.
    move sampleFname to obSample.
    move sampleRecs to obRecords.
    move sampleFails to obFailed.
    move sampleBreaches to obBreaches.
    perform varying obIdx from 1 by 1
            until obIdx is greater than obCount
                or obEntry(obIdx)(1:3) is equal to onbdSource
        continue
    end-perform.
    if obIdx is not greater than obCount
        move obEntry(obIdx)(5:8) to obCertified
    else
        if obCount is less than obMax
            add 1 to obCount
        end-if
        move obCount to obIdx
    end-if.
    if findCount is equal to zero
        move "C" to obResult
        move todayStamp to obCertified
    else
        move "F" to obResult
    end-if.
    move onboardRecord to obEntry(obIdx).
    open output onboardFile.
    perform varying obIdx from 1 by 1
            until obIdx is greater than obCount
        write onboardRecord from obEntry(obIdx)
    end-perform.
    close onboardFile.

loadRegister.
    move 0 to obCount.
    move "N" to eofSw.
    open input onboardFile.
    if onboardStatus is not equal to "00"
        exit paragraph
    end-if.
    set registerExists to true.
    perform until atEof
        read onboardFile
            at end set atEof to true
            not at end
                if obSource is not equal to spaces
                        and obCount is less than obMax
                    add 1 to obCount
                    move onboardRecord to obEntry(obCount)
                end-if
        end-read
    end-perform.
    close onboardFile.

seedFromLoadLog.
    move "N" to eofSw.
    open input loadLogFile.
    if loadLogStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read loadLogFile
            at end set atEof to true
            not at end
                if llSource is not equal to spaces
                        and llSource is not equal to onbdSource
                    perform seedOne
                end-if
        end-read
    end-perform.
    close loadLogFile.

seedOne.
    perform varying obIdx from 1 by 1
            until obIdx is greater than obCount
                or obEntry(obIdx)(1:3) is equal to llSource
        continue
    end-perform.
    if obIdx is not greater than obCount
            or obCount is not less than obMax
        exit paragraph
    end-if.
    move spaces to onboardRecord.
    move llSource to obSource.
    move "C" to obResult.
    move todayStamp to obCertified, obAttempted.
    move "(live before onboarding)" to obSample.
    move 0 to obRecords, obFailed, obBreaches.
    add 1 to obCount.
    move onboardRecord to obEntry(obCount).
    add 1 to obSeeded.

*> ------------------------------------------------------------------
