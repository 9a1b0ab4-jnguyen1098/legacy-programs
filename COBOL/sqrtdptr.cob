*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -             Shared Department Registry and Reorg Resolver         -
*> ---------------------------------------------------------------------
*> recDept is four bytes nobody checked: a typo pooled under a junk
*> code on the chargeback, finance mapped codes to cost centres by
*> hand, and a reorganization that split one department in two broke
*> every month-over-month comparison. The department registry
*> (sqrtdept.ctl) writes each department down, and the reorg mapping
*> (sqrtdmap.ctl) says what became of a code that no longer exists;
*> this routine is the one place either is read (the sqrtsrcr mold),
*> so intake, chargeback, the SLA report and the review pack all
*> resolve a code the same way.
*>
*> Registry record (sqrtdept.ctl), one or more per department:
*>   dpDept    x(04)  the code
*>   dpName    x(20)  department name
*>   dpCostCtr x(08)  cost centre finance posts its charges to
*>   dpOwner   x(20)  budget owner
*>   dpFrom    x(08)  yyyymmdd the row takes effect (blank: always)
*>   dpTo      x(08)  yyyymmdd its last effective day (blank: open)
*>   (a department whose cost centre or owner changes gets a second
*>   row from the change date; one that is wound up gets a dpTo)
*>
*> Reorg mapping record (sqrtdmap.ctl), one per old-to-new pair:
*>   dmOld       x(04)  the code that was reorganized away
*>   dmNew       x(04)  a code its work now belongs to
*>   dmEffective x(08)  yyyymmdd the reorganization took effect
*>   dmShare     x(03)  percent of the old code's work the new code
*>                      takes (blank: 100); a split is one row per
*>                      successor, shares adding to 100
*>   (a successor itself later reorganized is followed on, so history
*>   always lands on the organization as it stands on the date asked)
*>
*> Interface:  call "sqrtdptr" using dptAction, dptCode, dptDate,
*>                                  dptName, dptCostCtr, dptOwner,
*>                                  dptTargets, dptRc
*>   dptAction  x(01)  "V" validate and describe dptCode as of
*>                     dptDate; "R" restate dptCode under the
*>                     organization in effect on dptDate
*>   dptCode    x(04)  department code
*>   dptDate    x(08)  yyyymmdd (spaces: today)
*>   dptName    x(20)  returned name (the code itself, bracketed, when
*>                     unregistered)
*>   dptCostCtr x(08)  returned cost centre (spaces when unregistered)
*>   dptOwner   x(20)  returned budget owner
*>   dptTargets        returned on "R" (sqrtdtgt.cpy): the code(s)
*>                     dptCode's work belongs to now, largest share
*>                     first, shares adding to 100 -- the code itself
*>                     at 100 when no reorganization touched it. On
*>                     "R" the description is of the first target.
*>   dptRc      9(01)  0 registered and effective on the date,
*>                     1 not in the registry, 2 registered but not
*>                     effective on the date, 3 no registry on file
*>                     (nothing can be validated)
*>
*> Both files are read once, on the first call of the run.

identification division.
program-id. sqrtdptr.

environment division.

input-output section.
file-control.
    select registryFile assign to "sqrtdept.ctl"
        organization is line sequential
        file status is registryStatus.
    select mapFile assign to "sqrtdmap.ctl"
        organization is line sequential
        file status is mapStatus.

data division.

file section.
fd registryFile.
    01 registryRecord.
       02 dpDept    pic x(04).
       02 dpName    pic x(20).
       02 dpCostCtr pic x(08).
       02 dpOwner   pic x(20).
       02 dpFrom    pic x(08).
       02 dpTo      pic x(08).
       02 filler    pic x(12).
fd mapFile.
    01 mapRecord.
       02 dmOld       pic x(04).
       02 dmNew       pic x(04).
       02 dmEffective pic x(08).
       02 dmShare     pic x(03).
       02 filler      pic x(61).

working-storage section.
77 registryStatus pic x(02).
77 mapStatus      pic x(02).
77 eofSw          pic x(01) value "N".
    88 atEof value "Y".
77 loadedSw       pic x(01) value "N".
    88 filesLoaded value "Y".
77 registryOnSw   pic x(01) value "N".
    88 registryOn value "Y".
77 todayStamp     pic x(08) value spaces.
77 asOfDate       pic x(08) value spaces.

77 dpMax   pic 9(03) value 300.
77 dpCount pic 9(03) value 0.
77 dpIdx   pic 9(03) value 0.
77 dpBest  pic 9(03) value 0.
77 dpLast  pic 9(03) value 0.
01 dpTable.
    02 dpEntry occurs 300 times.
        03 tDpDept    pic x(04).
        03 tDpName    pic x(20).
        03 tDpCostCtr pic x(08).
        03 tDpOwner   pic x(20).
        03 tDpFrom    pic x(08).
        03 tDpTo      pic x(08).

77 dmMax   pic 9(03) value 200.
77 dmCount pic 9(03) value 0.
77 dmIdx   pic 9(03) value 0.
01 dmTable.
    02 dmEntry occurs 200 times.
        03 tDmOld   pic x(04).
        03 tDmNew   pic x(04).
        03 tDmEff   pic x(08).
        03 tDmShare pic 9(03).

*> Restatement work: the targets as they are followed through each
*> reorganization in turn
77 passNo     pic 9(02) value 0.
77 changedSw  pic x(01) value "N".
    88 anyChanged value "Y".
77 tgtIdx     pic 9(02) value 0.
77 tgtHits    pic 9(02) value 0.
77 shareSum   pic 9(05) value 0.
77 shareWork  pic 9(07) value 0.
77 swapCode   pic x(04) value spaces.
77 swapShare  pic 9(03) value 0.
77 nxtCount   pic 9(02) value 0.
01 nxtTable.
    02 nxtEntry occurs 4 times.
        03 nxtCode  pic x(04).
        03 nxtShare pic 9(03).
77 lookCode   pic x(04) value spaces.

linkage section.
77 dptAction  pic x(01).
77 dptCode    pic x(04).
77 dptDate    pic x(08).
77 dptName    pic x(20).
77 dptCostCtr pic x(08).
77 dptOwner   pic x(20).
copy "sqrtdtgt.cpy".
77 dptRc      pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using dptAction, dptCode, dptDate, dptName,
        dptCostCtr, dptOwner, dptTargets, dptRc.

    if not filesLoaded
        accept todayStamp from date yyyymmdd
        perform loadRegistry
        perform loadMappings
        set filesLoaded to true
    end-if.
    move dptDate to asOfDate.
    if asOfDate is equal to spaces
        move todayStamp to asOfDate
    end-if.

    move dptCode to lookCode.
    if dptAction is equal to "R"
        perform restate
        move dtgCode(1) to lookCode
    end-if.
    perform describe.
    goback.

*> The registry row in effect on the date; failing that, the code's
*> latest row, so a wound-up department still has a name to print.
describe.
    move spaces to dptName, dptCostCtr, dptOwner.
    string "<" lookCode ">" delimited by size into dptName
    end-string.
    if not registryOn
        move 3 to dptRc
        exit paragraph
    end-if.
    move 0 to dpBest, dpLast.
    perform varying dpIdx from 1 by 1 until dpIdx is greater than
            dpCount
        if tDpDept(dpIdx) is equal to lookCode
            move dpIdx to dpLast
            if (tDpFrom(dpIdx) is equal to spaces
                    or tDpFrom(dpIdx) is not greater than asOfDate)
                    and (tDpTo(dpIdx) is equal to spaces
                    or tDpTo(dpIdx) is not less than asOfDate)
                move dpIdx to dpBest
            end-if
        end-if
    end-perform.
    if dpBest is not equal to zero
        move 0 to dptRc
    else
        if dpLast is equal to zero
            move 1 to dptRc
            exit paragraph
        end-if
        move 2 to dptRc
        move dpLast to dpBest
    end-if.
    move tDpName(dpBest) to dptName.
    move tDpCostCtr(dpBest) to dptCostCtr.
    move tDpOwner(dpBest) to dptOwner.

*> Follows the code through every reorganization in effect on the
*> date -- five levels deep at most, which also stops a mapping loop
*> -- multiplying shares down a split, then puts the largest share
*> first and gives any rounding loss to it.
restate.
    move spaces to dptTargets.
    move 1 to dtgCount.
    move dptCode to dtgCode(1).
    move 100 to dtgShare(1).
    move 0 to passNo.
    set anyChanged to true.
    perform restatePass until not anyChanged or passNo is equal to 5.
    move 0 to shareSum.
    perform varying tgtIdx from 1 by 1 until tgtIdx is greater than
            dtgCount
        add dtgShare(tgtIdx) to shareSum
        if dtgShare(tgtIdx) is greater than dtgShare(1)
            move dtgCode(1) to swapCode
            move dtgShare(1) to swapShare
            move dtgCode(tgtIdx) to dtgCode(1)
            move dtgShare(tgtIdx) to dtgShare(1)
            move swapCode to dtgCode(tgtIdx)
            move swapShare to dtgShare(tgtIdx)
        end-if
    end-perform.
    if shareSum is less than 100
        compute dtgShare(1) = dtgShare(1) + 100 - shareSum
    end-if.

restatePass.
    add 1 to passNo.
    move "N" to changedSw.
    move 0 to nxtCount.
    move spaces to nxtTable.
    perform varying tgtIdx from 1 by 1 until tgtIdx is greater than
            dtgCount
        move 0 to tgtHits
        perform varying dmIdx from 1 by 1 until dmIdx is greater than
                dmCount
            if tDmOld(dmIdx) is equal to dtgCode(tgtIdx)
                    and (tDmEff(dmIdx) is equal to spaces
                    or tDmEff(dmIdx) is not greater than asOfDate)
                add 1 to tgtHits
                set anyChanged to true
                compute shareWork = dtgShare(tgtIdx) * tDmShare(dmIdx)
                    / 100
                move tDmNew(dmIdx) to swapCode
                move shareWork to swapShare
                perform addNext
            end-if
        end-perform
        if tgtHits is equal to zero
            move dtgCode(tgtIdx) to swapCode
            move dtgShare(tgtIdx) to swapShare
            perform addNext
        end-if
    end-perform.
    move nxtCount to dtgCount.
    perform varying tgtIdx from 1 by 1 until tgtIdx is greater than
            nxtCount
        move nxtCode(tgtIdx) to dtgCode(tgtIdx)
        move nxtShare(tgtIdx) to dtgShare(tgtIdx)
    end-perform.

*> Two routes to the same successor are one target; a fifth target
*> folds into the first, so no share is lost off the table.
addNext.
    perform varying nxtCount from 1 by 1
            until nxtCount is greater than 4
                or nxtCode(nxtCount) is equal to spaces
                or nxtCode(nxtCount) is equal to swapCode
        continue
    end-perform.
    if nxtCount is greater than 4
        add swapShare to nxtShare(1)
    else
        if nxtCode(nxtCount) is equal to spaces
            move swapCode to nxtCode(nxtCount)
            move 0 to nxtShare(nxtCount)
        end-if
        add swapShare to nxtShare(nxtCount)
    end-if.
    perform varying nxtCount from 4 by -1
            until nxtCount is equal to zero
                or nxtCode(nxtCount) is not equal to spaces
        continue
    end-perform.

loadRegistry.
    move "N" to eofSw.
    open input registryFile.
    if registryStatus is not equal to "00"
        exit paragraph
    end-if.
    set registryOn to true.
    perform until atEof
        read registryFile
            at end set atEof to true
            not at end
                if dpDept is not equal to spaces
                        and dpCount is less than dpMax
                    add 1 to dpCount
                    move dpDept to tDpDept(dpCount)
                    move dpName to tDpName(dpCount)
                    move dpCostCtr to tDpCostCtr(dpCount)
                    move dpOwner to tDpOwner(dpCount)
                    move dpFrom to tDpFrom(dpCount)
                    move dpTo to tDpTo(dpCount)
                end-if
        end-read
    end-perform.
    close registryFile.

loadMappings.
    move "N" to eofSw.
    open input mapFile.
    if mapStatus is not equal to "00"
        exit paragraph
    end-if.
    perform until atEof
        read mapFile
            at end set atEof to true
            not at end
                if dmOld is not equal to spaces
                        and dmNew is not equal to spaces
                        and dmOld is not equal to dmNew
                        and dmCount is less than dmMax
                    add 1 to dmCount
                    move dmOld to tDmOld(dmCount)
                    move dmNew to tDmNew(dmCount)
                    move dmEffective to tDmEff(dmCount)
                    if dmShare is numeric and dmShare is greater
                            than zero
                        move dmShare to tDmShare(dmCount)
                    else
                        move 100 to tDmShare(dmCount)
                    end-if
                end-if
        end-read
    end-perform.
    close mapFile.

*> ---------------------------------------------------------------------
