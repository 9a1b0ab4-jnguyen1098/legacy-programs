*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -                 Shared Incident Register Routine                  -
*> ---------------------------------------------------------------------
*> When a night failed the evidence was spread across sqrt.sumr, the
*> alert ledger, the watchdog's output and the action log, and the
*> fix lived in someone's email. This routine is the one place a row
*> is put on (or changed on) the incident register, sqrt.incident
*> (sqrtincd.cpy), the sqrtalrg mold: sqrtalert opens one for a run
*> that ended RC 8 or higher, each pipeline gate (sqrtrecon,
*> sqrtdcmp, sqrttrend, sqrtqa, sqrtconf) for a sqrt.gates row of RC
*> 8 or higher, sqrtwdog for a stalled run; the workbench (sqrtinc)
*> records acknowledgment, cause, actions and resolution through it.
*>
*> Opening collapses a repeat: the same kind and condition on the same
*> run (or gate date) while an earlier incident for it is unresolved
*> bumps that row's count and last-seen stamp and adds the alert id to
*> it, rather than opening a second incident for one failure.
*>
*> Interface:  call "sqrtincd" using incAction, incRecord, incRc
*>   incAction x(01)  "O" open an incident; "U" update one; "G" get one
*>   incRecord        a sqrt.incident row (sqrtincd.cpy layout):
*>                    "O": the caller fills incKind, incSource,
*>                      incRef, incCond and incAlert(1-3) (spaces
*>                      where it paged nothing); returned: the row it
*>                      landed on
*>                    "U": the row as the caller wants it; only the
*>                      operator's fields (status, acknowledgment,
*>                      cause, actions, resolution) are taken from it,
*>                      onto the row as it stands on file now
*>                    "G": incId to fetch; returned: the row
*>   incRc     9(01)  "O": 0 a new incident opened, 1 a repeat
*>                    collapsed onto an unresolved one; "U"/"G": 0
*>                    done, 4 no such incident; 9 action not
*>                    understood
*>
*> The register is read afresh on every call, so it is never
*> rewritten from a stale copy; one longer than the table is only
*> ever appended to.

identification division.
program-id. sqrtincd.

environment division.

input-output section.
file-control.
    select incidentFile assign to "sqrt.incident"
        organization is line sequential
        file status is incidentStatus.

data division.

file section.
fd incidentFile.
    copy "sqrtincd.cpy".

working-storage section.
77 incidentStatus pic x(02).
77 eofSw          pic x(01) value "N".
    88 atEof value "Y".

77 wsDateTime pic x(21).
77 nowStamp   pic x(14) value spaces.
77 todayStamp pic x(08) value spaces.

77 regMax   pic 9(04) value 1000.
77 regCount pic 9(04) value 0.
77 regIdx   pic 9(04) value 0.
77 regHit   pic 9(04) value 0.
77 slotIdx  pic 9(01) value 0.
77 slotHit  pic 9(01) value 0.
77 inIdx    pic 9(01) value 0.
77 overflowSw pic x(01) value "N".
    88 registerOverflow value "Y".
01 regTable.
    02 regEntry occurs 1000 times pic x(260).
copy "sqrtincd.cpy" replacing ==incidentRecord== by ==wkRecord==
    leading ==ic== by ==wk==.
77 incidentSeq pic 9(04) value 0.

linkage section.
77 incAction pic x(01).
copy "sqrtincd.cpy" replacing ==incidentRecord== by ==incRecord==
    leading ==ic== by ==inc==.
77 incRc     pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using incAction, incRecord, incRc.

    move 0 to incRc.
    move function current-date to wsDateTime.
    move wsDateTime(1:14) to nowStamp.
    move wsDateTime(1:8) to todayStamp.
    evaluate incAction
        when "O"
            perform openOne
        when "U"
            perform updateOne
        when "G"
            perform getOne
        when other
            move 9 to incRc
    end-evaluate.
    goback.

openOne.
    perform loadRegister.
    perform findUnresolved.
    if regHit is greater than zero
        perform bumpRow
    else
        perform newRow
    end-if.

updateOne.
    perform loadRegister.
    perform findById.
    if regHit is equal to zero
        move 4 to incRc
        exit paragraph
    end-if.
    move regEntry(regHit) to wkRecord.
    move incStatus to wkStatus.
    move incAckBy to wkAckBy.
    move incAcked to wkAcked.
    move incCause to wkCause.
    move incActions to wkActions.
    move incResBy to wkResBy.
    move incResolved to wkResolved.
    move wkRecord to regEntry(regHit).
    perform writeRegister.
    move wkRecord to incRecord.

getOne.
    perform loadRegister.
    perform findById.
    if regHit is equal to zero
        move 4 to incRc
        exit paragraph
    end-if.
    move regEntry(regHit) to incRecord.

*> ------------------------The Register---------------------------------

*> Today's next sequence is taken over every row on file, including
*> any past the table, so a rerun never reissues an id.
loadRegister.
    move 0 to regCount, incidentSeq.
    move "N" to overflowSw.
    move "N" to eofSw.
    open input incidentFile.
    if incidentStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lr1 thru lr1-exit until atEof.
    close incidentFile.

lr1.
    read incidentFile at end set atEof to true end-read.
    if atEof
        go to lr1-exit
    end-if.
    if icId(1:8) is equal to todayStamp
            and icId(9:4) is numeric
            and function numval(icId(9:4)) is greater than incidentSeq
        move function numval(icId(9:4)) to incidentSeq
    end-if.
    if regCount is greater than or equal to regMax
        set registerOverflow to true
        go to lr1-exit
    end-if.
    add 1 to regCount.
    move incidentRecord to regEntry(regCount).

lr1-exit.
    exit.

findById.
    move 0 to regHit.
    perform varying regIdx from 1 by 1
            until regIdx is greater than regCount
        move regEntry(regIdx) to wkRecord
        if wkId is equal to incId
            move regIdx to regHit
        end-if
    end-perform.

*> The latest unresolved incident for the same kind and condition on
*> the same run or gate date.
findUnresolved.
    move 0 to regHit.
    if registerOverflow
        exit paragraph
    end-if.
    perform fu1 thru fu1-exit
        varying regIdx from 1 by 1 until regIdx is greater than
            regCount.

fu1.
    move regEntry(regIdx) to wkRecord.
    if wkKind is not equal to incKind
            or wkCond is not equal to incCond
            or wkRef is not equal to incRef
            or wkIsResolved
        go to fu1-exit
    end-if.
    move regIdx to regHit.

fu1-exit.
    exit.

*> Each of the repeat's alert ids goes in the first free slot unless
*> the row already carries it; past three, the first three are kept.
bumpRow.
    move regEntry(regHit) to wkRecord.
    if wkCount is not numeric or wkCount is equal to zero
        move 1 to wkCount
    end-if.
    add 1 to wkCount.
    move nowStamp to wkLast.
    perform addAlert varying inIdx from 1 by 1 until inIdx is greater
        than 3.
    move wkRecord to regEntry(regHit).
    perform writeRegister.
    move wkRecord to incRecord.
    move 1 to incRc.

addAlert.
    if incAlert(inIdx) is equal to spaces
        exit paragraph
    end-if.
    move 0 to slotHit.
    perform varying slotIdx from 3 by -1 until slotIdx is less than 1
        if wkAlert(slotIdx) is equal to spaces
                or wkAlert(slotIdx) is equal to incAlert(inIdx)
            move slotIdx to slotHit
        end-if
    end-perform.
    if slotHit is greater than zero
        move incAlert(inIdx) to wkAlert(slotHit)
    end-if.

newRow.
    add 1 to incidentSeq.
    move spaces to wkRecord.
    string todayStamp incidentSeq delimited by size into wkId
    end-string.
    set wkIsOpen to true.
    move incKind to wkKind.
    move incSource to wkSource.
    move incRef to wkRef.
    move incCond to wkCond.
    move incAlerts to wkAlerts.
    move 1 to wkCount.
    move nowStamp to wkOpened, wkLast.
    move wkRecord to incidentRecord.
    open extend incidentFile.
    if incidentStatus is equal to "35"
        open output incidentFile
    end-if.
    write incidentRecord.
    close incidentFile.
    move wkRecord to incRecord.

writeRegister.
    open output incidentFile.
    perform wr1 thru wr1-exit
        varying regIdx from 1 by 1 until regIdx is greater than
            regCount.
    close incidentFile.

wr1.
    move regEntry(regIdx) to incidentRecord.
    write incidentRecord.

wr1-exit.
    exit.

*> ---------------------------------------------------------------------
