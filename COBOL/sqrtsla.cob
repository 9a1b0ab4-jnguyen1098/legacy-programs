*> Walks the sealed volumes off sqrtaudv.idx and then the live file,
*> the same reach-across-months pattern the chargeback statement
*> uses. Rows with no promise date attached aren't compliance
*> material and are skipped. The nth-root batch's trail
*> (nthroot.audit) carries the same source, department, promise date
*> and completed-at stamp, so its promised rows are scored alongside.
*> A run sqrtbkot has backed out (its "R" reversal group, through
*> sqrtrvck.cob) kept none of its promises: its rows are passed over,
*> and the rerun that replaced it is scored once, on its own.
*>
*> SQRT raises a record due by the next business day to tier 1 at
*> run time, whatever tier it was keyed with, and stamps the audit
*> row "S"; those rows are counted on their own, and a raised row
*> that then met its promise is a promise the raise saved.
*>
*> Departments are reported as the organization stands today: a
*> code since reorganized away (the department registry's mapping,
*> sqrtdmap.ctl, through sqrtdptr) is scored under its successor --
*> the principal one, when the code was split, since a promise is
*> met or missed whole.
*>
*>   SQRT_SLA_MONTH  report month as "yyyy-mm"; blank means the
*>                   current month
    select auditFile assign to dynamic auditFname
        organization is line sequential
        file status is auditFileStatus.
    select nrootAudFile assign to "nthroot.audit"
        organization is line sequential
        file status is nrootAudStatus.
    select indexFile assign to "sqrtaudv.idx"
        organization is line sequential
        file status is indexStatus.
file section.
fd auditFile.
    copy "sqrtaudit.cpy".
fd nrootAudFile.
    copy "sqrtnaud.cpy".
fd indexFile.
    01 indexRecord.
       02 ixMonth  pic x(07).
       02 ixRows   pic 9(09).
       02 filler   pic x(01).
       02 ixSealed pic x(08).
       02 filler   pic x(01).
       02 ixSum    pic x(12).
       02 filler   pic x(01).
       02 ixState  pic x(01).
       02 filler   pic x(01).
       02 ixScrub  pic x(08).

working-storage section.
77 auditFileStatus pic x(02).
    88 indexAtEof value "Y".
77 auditEofSw      pic x(01) value "N".
    88 auditAtEof value "Y".
77 nrootAudStatus  pic x(02).
77 nrootEofSw      pic x(01) value "N".
    88 nrootAtEof value "Y".

*> The compliance facts of one audit row, whichever trail it came off
77 rowStamp  pic x(19) value spaces.
77 rowSla    pic x(08) value spaces.
77 rowSource pic x(03) value spaces.
77 rowDept   pic x(04) value spaces.
77 rowPromo  pic x(01) value space.

*> Interface to the shared backed-out run check
77 rvkRunId pic x(14) value spaces.
77 rvkStamp pic x(14) value spaces.
77 rvkRc    pic 9(01) value 0.

77 monthFilter   pic x(07) value spaces.
77 wsDateTime    pic x(21).
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared department registry resolver
77 dptAction  pic x(01) value "R".
77 dptDate    pic x(08) value spaces.
77 dptName    pic x(20) value spaces.
77 dptCostCtr pic x(08) value spaces.
77 dptOwner   pic x(20) value spaces.
copy "sqrtdtgt.cpy".
77 dptRc      pic 9(01) value 0.

*> The completed date rebuilt as yyyymmdd from the audit timestamp,
*> and the lateness arithmetic both rollups share
77 doneDate    pic x(08) value spaces.
77 srcWork    pic x(04) value spaces.
77 rowsUsed   pic 9(09) value 0.
77 missTotal  pic 9(09) value 0.
77 raisedTotal pic 9(09) value 0.
77 savedTotal  pic 9(09) value 0.

01 srcTable.
    02 srcEntry occurs 100 times.
    02 filler pic x(21) value 'Promises missed     :'.
    02 outMissTotal pic zzz,zzz,zz9.

01 summaryLine3.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Raised to tier 1    :'.
    02 outRaisedTotal pic zzz,zzz,zz9.

01 summaryLine4.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Promises saved      :'.
    02 outSavedTotal pic zzz,zzz,zz9.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    end-if.
    move "sqrt.audit" to auditFname.
    perform scanOneFile.
    perform scanNroot.
    perform printSource thru printSource-done.
    perform printDept thru printDept-done.
    display underLine1.
    move missTotal to outMissTotal.
    display summaryLine1.
    display summaryLine2.
    move raisedTotal to outRaisedTotal.
    move savedTotal to outSavedTotal.
    display summaryLine3.
    display summaryLine4.
    if missTotal is greater than zero
        move 4 to return-code
    end-if.
    if auditSla is not numeric or auditSla is equal to zeros
        go to c1-exit
    end-if.
    move auditRunId to rvkRunId.
    call "sqrtrvck" using rvkRunId, rvkStamp, rvkRc end-call.
    if rvkRc is equal to 1
        go to c1-exit
    end-if.
    move auditTimestamp to rowStamp.
    move auditSla to rowSla.
    move auditSource to rowSource.
    move auditDept to rowDept.
    move auditPromo to rowPromo.
    perform tallyRow.

c1-exit.
    exit.

*> The nth-root trail is never sealed into the close-out's volumes,
*> so the live file is all there is.
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
    if naudSla is not numeric or naudSla is equal to zeros
        go to n1-exit
    end-if.
    move naudTimestamp to rowStamp.
    move naudSla to rowSla.
    move naudSource to rowSource.
    move naudDept to rowDept.
    move space to rowPromo.
    perform tallyRow.

n1-exit.
    exit.

tallyRow.
    add 1 to rowsUsed.
    perform scoreRow.
    if rowPromo is equal to "S"
        add 1 to raisedTotal
        if not rowMissed
            add 1 to savedTotal
        end-if
    end-if.
    move rowSource to srcWork.
    if srcWork is equal to spaces
        move "---" to srcWork
    end-if.
    perform tallySource.
    move rowDept to srcWork.
    if srcWork is equal to spaces
        move "----" to srcWork
    else
        call "sqrtdptr" using dptAction, rowDept, dptDate, dptName,
            dptCostCtr, dptOwner, dptTargets, dptRc end-call
        move dtgCode(1) to srcWork
    end-if.
    perform tallyDept.

*> The promise is kept when the completed-at date is on or before the
*> promised date; a miss is measured in whole days late.
scoreRow.
    move "N" to rowMissedSw.
    move 0 to lateDays.
    move spaces to doneDate.
    string rowStamp(1:4) rowStamp(6:2) rowStamp(9:2)
        delimited by size into doneDate
    end-string.
    if doneDate is greater than rowSla
        set rowMissed to true
        add 1 to missTotal
        compute lateDays =
            function integer-of-date(function numval(doneDate))
            - function integer-of-date(function numval(rowSla))
    end-if.

tallySource.
