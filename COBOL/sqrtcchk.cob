*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          Estate-wide Control-file Consistency Checker          -
*> ------------------------------------------------------------------
*> The control datasets name each other and nothing ever checked
*> that the names still resolve. Each program that follows one of
*> these references quietly does without when it dangles -- the
*> record runs at its own epsilon, the feed is never quarantined,
*> the late warning goes nowhere -- so a typo or a retirement shows
*> up weeks later as a wrong answer, not an error. This runs first
*> in the nightly stream and cross-references them all:
*>
*>   DANGLING -- a reference to something that is not there:
*>     recProfile on sqrt.dat          not on sqrt.prof
*>     opProfile on sqrt.oper          not on sqrt.prof
*>     a source on sqrtmap.ctl,        not on the sqrtsrc.ctl
*>       sqrt.feedsch or sqrt.gov        registry
*>     fsAudience on sqrt.feedsch      no routing row on
*>                                       sqrtalert.ctl (with no
*>                                       routing table, the shop
*>                                       defaults' OPERATIONS and
*>                                       DATAOWNER)
*>   ORPHANED -- a row nothing will ever use:
*>     a rate row on sqrt.rate         names a profile no longer on
*>                                       sqrt.prof ("*" and blank
*>                                       match any, and are fine)
*>     a budget row on sqrt.budg       for a department that never
*>                                       submits: on no record of
*>                                       sqrt.dat or nthroot.dat, no
*>                                       row of sqrt.audit, and no
*>                                       sqrtmap.ctl mapping
*>
*> sqrt.dat's references are summarised one line per missing profile
*> (how many records, the first serial); everything else is listed
*> row by row. Nothing is changed: the report says what to fix.
*>
*>   SQRT_INPUT_FILE    the master to check (default sqrt.dat)
*>   SQRT_PROFILE_FILE  profile dataset (default sqrt.prof)
*>   SQRT_BUDGET_FILE   budget dataset (default sqrt.budg)
*>   SQRT_GOV_FILE      governance file (default sqrt.gov)
*>
*> RETURN-CODE (for pipeline gating): 0 every reference resolves,
*> 4 orphaned rows only, 8 at least one dangling reference.

identification division.
program-id. sqrtcchk.

environment division.

input-output section.
file-control.
    select inputFile assign to dynamic fname
        organization is line sequential
        file status is inputFileStatus.
    select nrootFile assign to "nthroot.dat"
        organization is line sequential
        file status is nrootStatus.
    select auditFile assign to "sqrt.audit"
        organization is line sequential
        file status is auditFileStatus.
    select profileFile assign to dynamic profileFname
        organization is line sequential
        file status is profileFileStatus.
    select prefsFile assign to "sqrt.oper"
        organization is line sequential
        file status is prefsStatus.
    select rateFile assign to "sqrt.rate"
        organization is line sequential
        file status is rateStatus.
    select budgetFile assign to dynamic budgetFname
        organization is line sequential
        file status is budgetFileStatus.
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
    select routeFile assign to "sqrtalert.ctl"
        organization is line sequential
        file status is routeStatus.

data division.

file section.
fd inputFile.
    copy "sqrtrec.cpy".
*> The master's card records carry no profile or department
    01 cardView.
       02 cardTag pic x(04).
          88 isCard value "CTL1" "HDR1" "TRL1" "CMT1" "GRP1" "CHN1".
       02 filler  pic x(76).
fd nrootFile.
    copy "sqrtnrec.cpy".
fd auditFile.
    copy "sqrtaudit.cpy".
fd profileFile.
    01 profileRecord.
       02 pfName    pic x(08).
       02 filler    pic x(72).
fd prefsFile.
    01 prefsRecord.
       02 opId      pic x(08).
       02 opTol     pic x(12).
       02 opProfile pic x(08).
       02 filler    pic x(52).
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
       02 bdAllow pic x(12).
       02 filler  pic x(57).
fd registryFile.
    01 registryRecord.
       02 srSource pic x(03).
       02 filler   pic x(77).
fd mapFile.
    01 mapRecord.
       02 mpSource pic x(03).
       02 filler   pic x(53).
       02 mpDept   pic x(04).
       02 filler   pic x(20).
fd schedFile.
    01 schedRecord.
       02 fsSource   pic x(03).
       02 fsExpect   pic x(04).
       02 fsGrace    pic x(03).
       02 fsFreq     pic x(01).
       02 fsAudience pic x(20).
       02 filler     pic x(49).
fd govFile.
    01 govRecord.
       02 gvSource pic x(03).
       02 filler   pic x(77).
fd routeFile.
    01 routeRecord.
       02 rtRcLo     pic x(03).
       02 rtRcHi     pic x(03).
       02 rtAudience pic x(20).
       02 filler     pic x(54).

working-storage section.
77 fname             pic x(30) value "sqrt.dat".
77 profileFname      pic x(30) value "sqrt.prof".
77 budgetFname       pic x(30) value "sqrt.budg".
77 govFname          pic x(30) value "sqrt.gov".
77 inputFileStatus   pic x(02).
77 nrootStatus       pic x(02).
77 auditFileStatus   pic x(02).
77 profileFileStatus pic x(02).
77 prefsStatus       pic x(02).
77 rateStatus        pic x(02).
77 budgetFileStatus  pic x(02).
77 registryStatus    pic x(02).
77 mapFileStatus     pic x(02).
77 schedStatus       pic x(02).
77 govFileStatus     pic x(02).
77 routeStatus       pic x(02).
77 eofSw             pic x(01) value "N".
    88 atEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> ------------------------What Is On File---------------------------------
77 profMax   pic 9(03) value 200.
77 profCount pic 9(03) value 0.
77 profIdx   pic 9(03) value 0.
01 profTable.
    02 profEntry occurs 200 times pic x(08).
77 srcMax    pic 9(03) value 100.
77 srcCount  pic 9(03) value 0.
77 srcIdx    pic 9(03) value 0.
01 srcTable.
    02 srcEntry occurs 100 times pic x(03).
77 audMax    pic 9(03) value 50.
77 audCount  pic 9(03) value 0.
77 audIdx    pic 9(03) value 0.
01 audTable.
    02 audEntry occurs 50 times pic x(20).
77 deptMax   pic 9(03) value 500.
77 deptCount pic 9(03) value 0.
77 deptIdx   pic 9(03) value 0.
01 deptTable.
    02 deptEntry occurs 500 times pic x(04).

77 lookProfile pic x(08) value spaces.
77 lookSource  pic x(03) value spaces.
77 lookAud     pic x(20) value spaces.
77 lookDept    pic x(04) value spaces.
77 foundSw     pic x(01) value "N".
    88 wasFound value "Y".

*> sqrt.dat's missing profiles, one line each however many records
77 dpMax   pic 9(03) value 100.
77 dpCount pic 9(03) value 0.
77 dpIdx   pic 9(03) value 0.
01 dpTable.
    02 dpEntry occurs 100 times.
        03 tDpProfile pic x(08).
        03 tDpCount   pic 9(07).
        03 tDpSerial  pic x(07).

*> Budget departments already reported, so a department budgeted for
*> twelve months is one finding, not twelve
77 bgMax   pic 9(03) value 200.
77 bgCount pic 9(03) value 0.
77 bgIdx   pic 9(03) value 0.
01 bgTable.
    02 bgEntry occurs 200 times pic x(04).

77 danglingCount pic 9(05) value 0.
77 orphanCount   pic 9(05) value 0.
77 sectionHits   pic 9(05) value 0.
77 rowNum        pic 9(05) value 0.
77 editCount     pic zzz,zz9.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(36) value 'SQRT Control-file Consistency Check'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    move "SQRT_INPUT_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to fname
    end-if.
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
    move "SQRT_GOV_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to govFname
    end-if.
    display titleLine.
    display underLine1.

    perform loadProfiles.
    perform loadRegistry.
    perform loadAudiences.
    perform loadDepartments.

    perform checkMasterProfiles.
    perform checkOperatorProfiles.
    perform checkMapSources.
    perform checkSchedule.
    perform checkGovSources.
    perform checkRateProfiles.
    perform checkBudgets.

    display underLine1.
    move danglingCount to editCount.
    display "  Dangling references : " editCount.
    move orphanCount to editCount.
    display "  Orphaned rows       : " editCount.
    if danglingCount is greater than zero
        move 8 to return-code
    else
        if orphanCount is greater than zero
            move 4 to return-code
        else
            display "  Every control-file reference resolves."
            move 0 to return-code
        end-if
    end-if.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------What Is On File---------------------------------

*> Every profile name on file, once, whatever versions it carries.
loadProfiles.
    move "N" to eofSw.
    open input profileFile.
    if profileFileStatus is not equal to "00"
        display "  (no " function trim(profileFname)
            " -- every profile reference dangles)"
        exit paragraph
    end-if.
    perform until atEof
        read profileFile
            at end set atEof to true
            not at end
                if pfName is not equal to spaces
                    move pfName to lookProfile
                    perform findProfile
                    if not wasFound and profCount is less than profMax
                        add 1 to profCount
                        move pfName to profEntry(profCount)
                    end-if
                end-if
        end-read
    end-perform.
    close profileFile.

loadRegistry.
    move "N" to eofSw.
    open input registryFile.
    if registryStatus is not equal to "00"
        display "  (no sqrtsrc.ctl -- every source reference dangles)"
        exit paragraph
    end-if.
    perform until atEof
        read registryFile
            at end set atEof to true
            not at end
                if srSource is not equal to spaces
                        and srcCount is less than srcMax
                    add 1 to srcCount
                    move srSource to srcEntry(srcCount)
                end-if
        end-read
    end-perform.
    close registryFile.

*> The audiences sqrtalert.ctl routes to; with no routing table
*> sqrtalert's shop defaults are the audiences that exist.
loadAudiences.
    move "N" to eofSw.
    open input routeFile.
    if routeStatus is not equal to "00"
        move 2 to audCount
        move "OPERATIONS" to audEntry(1)
        move "DATAOWNER" to audEntry(2)
        exit paragraph
    end-if.
    perform until atEof
        read routeFile
            at end set atEof to true
            not at end
                if rtAudience is not equal to spaces
                        and audCount is less than audMax
                    add 1 to audCount
                    move rtAudience to audEntry(audCount)
                end-if
        end-read
    end-perform.
    close routeFile.

*> A department submits if its code is on any record waiting to run,
*> on any row of the audit trail, or on a feed's mapping.
loadDepartments.
    move "N" to eofSw.
    open input inputFile.
    if inputFileStatus is equal to "00"
        perform until atEof
            read inputFile
                at end set atEof to true
                not at end
                    if not isCard
                        move recDept to lookDept
                        perform noteDept
                    end-if
            end-read
        end-perform
        close inputFile
    end-if.
    move "N" to eofSw.
    open input nrootFile.
    if nrootStatus is equal to "00"
        perform until atEof
            read nrootFile
                at end set atEof to true
                not at end
                    move nrDept to lookDept
                    perform noteDept
            end-read
        end-perform
        close nrootFile
    end-if.
    move "N" to eofSw.
    open input auditFile.
    if auditFileStatus is equal to "00"
        perform until atEof
            read auditFile
                at end set atEof to true
                not at end
                    if auditRecType is equal to "D"
                        move auditDept to lookDept
                        perform noteDept
                    end-if
            end-read
        end-perform
        close auditFile
    end-if.
    move "N" to eofSw.
    open input mapFile.
    if mapFileStatus is equal to "00"
        perform until atEof
            read mapFile
                at end set atEof to true
                not at end
                    move mpDept to lookDept
                    perform noteDept
            end-read
        end-perform
        close mapFile
    end-if.

noteDept.
    if lookDept is equal to spaces
        exit paragraph
    end-if.
    perform findDept.
    if not wasFound and deptCount is less than deptMax
        add 1 to deptCount
        move lookDept to deptEntry(deptCount)
    end-if.

findProfile.
    move "N" to foundSw.
    perform varying profIdx from 1 by 1
            until profIdx is greater than profCount or wasFound
        if profEntry(profIdx) is equal to lookProfile
            set wasFound to true
        end-if
    end-perform.

findSource.
    move "N" to foundSw.
    perform varying srcIdx from 1 by 1
            until srcIdx is greater than srcCount or wasFound
        if srcEntry(srcIdx) is equal to lookSource
            set wasFound to true
        end-if
    end-perform.

findAudience.
    move "N" to foundSw.
    perform varying audIdx from 1 by 1
            until audIdx is greater than audCount or wasFound
        if audEntry(audIdx) is equal to lookAud
            set wasFound to true
        end-if
    end-perform.

findDept.
    move "N" to foundSw.
    perform varying deptIdx from 1 by 1
            until deptIdx is greater than deptCount or wasFound
        if deptEntry(deptIdx) is equal to lookDept
            set wasFound to true
        end-if
    end-perform.

sectionDone.
    if sectionHits is equal to zero
        display "    ok"
    end-if.

*> ------------------------Dangling References----------------------------

checkMasterProfiles.
    display " ".
    display "  " function trim(fname) " recProfile -> "
        function trim(profileFname) ":".
    move 0 to sectionHits.
    move "N" to eofSw.
    open input inputFile.
    if inputFileStatus is not equal to "00"
        display "    (no " function trim(fname) " to check)"
        exit paragraph
    end-if.
    perform until atEof
        read inputFile
            at end set atEof to true
            not at end
                if not isCard and recProfile is not equal to spaces
                    move recProfile to lookProfile
                    perform findProfile
                    if not wasFound
                        perform noteMasterDangle
                    end-if
                end-if
        end-read
    end-perform.
    close inputFile.
    perform varying dpIdx from 1 by 1 until dpIdx is greater than
            dpCount
        add 1 to sectionHits
        add 1 to danglingCount
        move tDpCount(dpIdx) to editCount
        display "    DANGLING  profile " tDpProfile(dpIdx) " on "
            function trim(editCount) " record(s), first serial "
            tDpSerial(dpIdx)
    end-perform.
    perform sectionDone.

noteMasterDangle.
    perform varying dpIdx from 1 by 1
            until dpIdx is greater than dpCount
                or tDpProfile(dpIdx) is equal to recProfile
        continue
    end-perform.
    if dpIdx is greater than dpCount
        if dpCount is not less than dpMax
            exit paragraph
        end-if
        add 1 to dpCount
        move dpCount to dpIdx
        move recProfile to tDpProfile(dpIdx)
        move 0 to tDpCount(dpIdx)
        move recSerial to tDpSerial(dpIdx)
    end-if.
    add 1 to tDpCount(dpIdx).

checkOperatorProfiles.
    display " ".
    display "  sqrt.oper opProfile -> " function trim(profileFname)
        ":".
    move 0 to sectionHits.
    move "N" to eofSw.
    open input prefsFile.
    if prefsStatus is not equal to "00"
        display "    (no sqrt.oper)"
        exit paragraph
    end-if.
    perform until atEof
        read prefsFile
            at end set atEof to true
            not at end
                if opId is not equal to spaces
                        and opProfile is not equal to spaces
                    move opProfile to lookProfile
                    perform findProfile
                    if not wasFound
                        add 1 to sectionHits
                        add 1 to danglingCount
                        display "    DANGLING  operator " opId
                            " prefers profile " opProfile
                    end-if
                end-if
        end-read
    end-perform.
    close prefsFile.
    perform sectionDone.

checkMapSources.
    display " ".
    display "  sqrtmap.ctl source -> sqrtsrc.ctl:".
    move 0 to sectionHits.
    move 0 to rowNum.
    move "N" to eofSw.
    open input mapFile.
    if mapFileStatus is not equal to "00"
        display "    (no sqrtmap.ctl)"
        exit paragraph
    end-if.
    perform until atEof
        read mapFile
            at end set atEof to true
            not at end
                add 1 to rowNum
                if mpSource is not equal to spaces
                    move mpSource to lookSource
                    perform findSource
                    if not wasFound
                        add 1 to sectionHits
                        add 1 to danglingCount
                        display "    DANGLING  mapping (row " rowNum
                            ") for unregistered source " mpSource
                    end-if
                end-if
        end-read
    end-perform.
    close mapFile.
    perform sectionDone.

*> A scheduled feed needs a registry row, and its late warning an
*> audience the alert routing knows.
checkSchedule.
    display " ".
    display "  sqrt.feedsch source -> sqrtsrc.ctl,"
        " fsAudience -> sqrtalert.ctl:".
    move 0 to sectionHits.
    move "N" to eofSw.
    open input schedFile.
    if schedStatus is not equal to "00"
        display "    (no sqrt.feedsch)"
        exit paragraph
    end-if.
    perform until atEof
        read schedFile
            at end set atEof to true
            not at end
                if fsSource is not equal to spaces
                    perform checkScheduleRow
                end-if
        end-read
    end-perform.
    close schedFile.
    perform sectionDone.

checkScheduleRow.
    move fsSource to lookSource.
    perform findSource.
    if not wasFound
        add 1 to sectionHits
        add 1 to danglingCount
        display "    DANGLING  schedule for unregistered source "
            fsSource
    end-if.
    move fsAudience to lookAud.
    perform findAudience.
    if not wasFound
        add 1 to sectionHits
        add 1 to danglingCount
        display "    DANGLING  schedule for " fsSource
            " warns audience " function trim(fsAudience)
            ", which sqrtalert.ctl does not route"
    end-if.

checkGovSources.
    display " ".
    display "  " function trim(govFname) " source -> sqrtsrc.ctl:".
    move 0 to sectionHits.
    move "N" to eofSw.
    open input govFile.
    if govFileStatus is not equal to "00"
        display "    (no " function trim(govFname) ")"
        exit paragraph
    end-if.
    perform until atEof
        read govFile
            at end set atEof to true
            not at end
                if gvSource is not equal to spaces
                    move gvSource to lookSource
                    perform findSource
                    if not wasFound
                        add 1 to sectionHits
                        add 1 to danglingCount
                        display "    DANGLING  governance band for"
                            " unregistered source " gvSource
                    end-if
                end-if
        end-read
    end-perform.
    close govFile.
    perform sectionDone.

*> ------------------------Orphaned Rows---------------------------------

*> A rate row for a retired profile never matches a record again; a
*> "*" or blank profile matches any, and is not a reference at all.
checkRateProfiles.
    display " ".
    display "  sqrt.rate rrProfile -> " function trim(profileFname)
        ":".
    move 0 to sectionHits.
    move 0 to rowNum.
    move "N" to eofSw.
    open input rateFile.
    if rateStatus is not equal to "00"
        display "    (no sqrt.rate)"
        exit paragraph
    end-if.
    perform until atEof
        read rateFile
            at end set atEof to true
            not at end
                add 1 to rowNum
                if rrTier is not equal to space
                        and rrProfile is not equal to spaces
                        and rrProfile is not equal to "*"
                    move rrProfile to lookProfile
                    perform findProfile
                    if not wasFound
                        add 1 to sectionHits
                        add 1 to orphanCount
                        display "    ORPHANED  rate row " rowNum
                            " (tier " rrTier ") prices retired"
                            " profile " rrProfile
                    end-if
                end-if
        end-read
    end-perform.
    close rateFile.
    perform sectionDone.

checkBudgets.
    display " ".
    display "  " function trim(budgetFname)
        " department -> submitting departments:".
    move 0 to sectionHits.
    move "N" to eofSw.
    open input budgetFile.
    if budgetFileStatus is not equal to "00"
        display "    (no " function trim(budgetFname) ")"
        exit paragraph
    end-if.
    perform until atEof
        read budgetFile
            at end set atEof to true
            not at end
                if bdDept is not equal to spaces
                    perform checkBudgetRow
                end-if
        end-read
    end-perform.
    close budgetFile.
    perform sectionDone.

checkBudgetRow.
    move bdDept to lookDept.
    perform findDept.
    if wasFound
        exit paragraph
    end-if.
    perform varying bgIdx from 1 by 1
            until bgIdx is greater than bgCount
                or bgEntry(bgIdx) is equal to bdDept
        continue
    end-perform.
    if bgIdx is not greater than bgCount
        exit paragraph
    end-if.
    if bgCount is less than bgMax
        add 1 to bgCount
        move bdDept to bgEntry(bgCount)
    end-if.
    add 1 to sectionHits.
    add 1 to orphanCount.
    display "    ORPHANED  budget for department " bdDept
        " (first row month " bdMonth "), which never submits".

*> ------------------------------------------------------------------
