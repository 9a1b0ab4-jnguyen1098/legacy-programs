*> trailer uses), verifies the volume re-reads complete before one
*> byte of the live file is trimmed, and maintains the volume index
*> (sqrtaudv.idx) the query tooling uses to reach across months.
*> The volume's content checksum (sqrtcsum.cob) goes onto its index
*> row with it, for the nightly scrub (sqrtscrb) to re-prove.
*>
*>   SQRT_ACLO_MONTH  month to close as "yyyy-mm"; blank closes the
*>                    month before the current one
*>
*> A month holding any detail or group row under a standing legal
*> hold (sqrtlhck.cob: the row's department, source and date, and
*> the live sqrt.audit by name) is not closed at all: the split is
*> discarded and the live file left exactly as it stood, so no run
*> group is ever divided between the live file and a sealed volume
*> and the month closes whole once the hold is released. What was
*> kept, and under which hold, is reported, and the refusal has an
*> RC of its own so the month-end controller (sqrtmend) can tell a
*> held month from one with nothing in it: the month is NOT closed.
*>
*> RETURN-CODE: 0 closed and trimmed, 4 nothing to close for the
*> month, 8 the volume failed verification (live file untouched),
*> 12 the month is under legal hold and was not closed (live file
*> untouched), 22 the operator holds no PURGE entitlement on
*> sqrt.auth.

identification division.
program-id. sqrtaclo.
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
77 chkRootSum   pic 9(16)v9(6) value 0.
77 chkIterSum   pic 9(12) value 0.
77 editCount    pic zzz,zzz,zz9.
77 heldCount    pic 9(09) value 0.

*> Interface to the shared sqrtlhck legal-hold check
77 lhkAction  pic x(01) value "R".
77 lhkCaller  pic x(08) value "SQRTACLO".
77 lhkDataset pic x(40) value "sqrt.audit".
77 lhkDept    pic x(04) value spaces.
77 lhkSource  pic x(03) value spaces.
77 lhkDate    pic x(08) value spaces.
77 lhkHeld    pic x(01) value "N".
77 lhkHoldId  pic x(12) value spaces.
*> Interface to the shared sqrtcsum content checksum routine
77 csumFile pic x(80) value spaces.
77 csumRows pic 9(09) value 0.
77 csumSum  pic 9(12) value 0.
77 csumRc   pic 9(01) value 0.
*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTACLO".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> Interface to the shared sqrtauth authority check
77 authProgram  pic x(08) value "SQRTACLO".
77 authPriv     pic x(08) value "PURGE".
77 authObject   pic x(30) value "sqrt.audit close-out".
77 authOperator pic x(08) value spaces.
77 authRc       pic 9(01) value 0.


*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    perform checkAuthority.
    display "sqrtaclo: closing audit month " closeMonth
        " into " function trim(volumeFname).

    perform writeSeal.
    close auditFile, volumeFile, keepFile.

    if heldCount is greater than zero
        call "CBL_DELETE_FILE" using volumeFname returning cblRc
        end-call
        call "CBL_DELETE_FILE" using "sqrt.audit.keep"
            returning cblRc
        end-call
        move heldCount to editCount
        display "sqrtaclo: " editCount " rows of " closeMonth
            " are under legal hold -- the month is not closed;"
            " the live file is untouched"
        move "S" to lhkAction
        call "sqrtlhck" using lhkAction, lhkCaller, lhkDataset,
            lhkDept, lhkSource, lhkDate, lhkHeld, lhkHoldId
        end-call
        move 12 to return-code
        stop run
    end-if.

    if movedCount is equal to zero
        display "sqrtaclo: no rows for " closeMonth
            " -- nothing to close"
    else
        move auditTimestamp to rowStamp
    end-if.
    if rowStamp(1:7) is equal to closeMonth
            and (auditRecType is equal to "D"
                or auditRecType is equal to "G")
        perform checkHold
    end-if.
    if rowStamp(1:7) is equal to closeMonth
        move auditRecord to volRecord
        write volRecord
split1-exit.
    exit.

*> Trailers are their group's; the rows that carry a department and
*> source are the ones offered.
checkHold.
    move auditDept to lhkDept.
    move auditSource to lhkSource.
    string rowStamp(1:4) rowStamp(6:2) rowStamp(9:2)
        delimited by size into lhkDate
    end-string.
    call "sqrtlhck" using lhkAction, lhkCaller, lhkDataset, lhkDept,
        lhkSource, lhkDate, lhkHeld, lhkHoldId end-call.
    if lhkHeld is equal to "Y"
        add 1 to heldCount
    end-if.

*> The seal: a trailer-shaped row typed "S", counting the volume's
*> detail rows with the same truncate-on-overflow sums.
writeSeal.
    exit.

appendIndex.
    move volumeFname to csumFile.
    call "sqrtcsum" using csumFile, csumRows, csumSum, csumRc
    end-call.
    open extend indexFile.
    if indexStatus is equal to "35"
        open output indexFile
    end-if.
    move spaces to indexRecord.
    move closeMonth to ixMonth.
    move volumeFname(1:20) to ixVolume.
    move movedCount to ixRows.
    move todayStamp to ixSealed.
    if csumRc is equal to 0
        move csumSum to ixSum
    end-if.
    write indexRecord.
    close indexFile.

        delimited by size into volumeFname
    end-string.

*> ------------------------Operator Authority------------------------

*> sqrtauth has already put the refusal on sqrt.action.log; all that
*> is left is to say why and stop before anything is touched.
checkAuthority.
    call "sqrtauth" using authProgram, authPriv, authObject,
        authOperator, authRc end-call.
    if authRc is equal to 2
        display "sqrtaclo: no sqrt.auth registry -- "
            function trim(authPriv) " refused"
        move 22 to return-code
        stop run
    end-if.
    if authRc is not equal to 0
        display "sqrtaclo: operator " function trim(authOperator)
            " is not entitled to " function trim(authPriv)
            " -- refused"
        move 22 to return-code
        stop run
    end-if.

*> ------------------------------------------------------------------
