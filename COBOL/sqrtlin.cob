*> record touches), prints the record's whole journey:
*>
*>   sqrt.load.log   which extract loaded it, when, from which source
*>                   and under which work order
*>   sqrt.cancel.log whether its source sent a cancellation for it,
*>                   and whether the intake applied it; which record
*>                   a resend superseded it with, or which one it
*>                   superseded itself
*>   sqrt.dat        whether it still stands on the master (and held/
*>                   effective-date state)
*>   sqrt.pend       whether last night carried it forward
*>   sqrt.rej        whether it rejected
*>   sqrt.rej.dsp    the reject's disposition history
*>   sqrt.audit      every accepted calculation, live and sealed
*>                   volumes (run id, timestamp, cache flag), and
*>                   when the run was backed out by sqrtbkot since
*>   sqrt.out.ksds   the latest answer given it, by one keyed read
*>                   of the results master (root, run id and
*>                   sequence, source, department, cache flag)
*>   sqrt.out        the result rows it produced (walked only where
*>                   there is no results master to read)
*>   nthroot.dat     for a serial the intake gave an nth-root feed's
*>   nthroot.rej     record: whether it stands on the nth-root input,
*>   nthroot.audit   whether the nth-root batch rejected it, and
*>                   every converged nth root (degree, cache flag)
*>
*>   SQRT_LIN_SERIAL  the serial being traced (required)
*>
    select resultFile assign to "sqrt.out"
        organization is line sequential
        file status is resultStatus.
    select cancelLog assign to "sqrt.cancel.log"
        organization is line sequential
        file status is cancelLogStatus.
    select nrootAudFile assign to "nthroot.audit"
        organization is line sequential
        file status is nrootAudStatus.

data division.

       02 ledgerCorrImage pic x(80).
       02 ledgerEntered   pic x(08).
       02 ledgerCmt       pic x(76).
       02 ledgerChainParent pic x(07).
       02 ledgerChainState  pic x(01).
fd auditFile.
    copy "sqrtaudit.cpy".
fd indexFile.
       02 ixRows   pic 9(09).
       02 filler   pic x(01).
       02 ixSealed pic x(08).
       02 filler   pic x(01).
       02 ixSum    pic x(12).
       02 filler   pic x(01).
       02 ixState  pic x(01).
       02 filler   pic x(01).
       02 ixScrub  pic x(08).
fd resultFile.
    copy "sqrtresult.cpy".
fd cancelLog.
    copy "sqrtcanc.cpy".
fd nrootAudFile.
    copy "sqrtnaud.cpy".

working-storage section.
77 loadLogStatus   pic x(02).
77 auditFileStatus pic x(02).
77 indexStatus     pic x(02).
77 resultStatus    pic x(02).
77 cancelLogStatus pic x(02).
77 nrootAudStatus  pic x(02).
77 scanFname       pic x(30) value spaces.
77 auditFname      pic x(30) value "sqrt.audit".

copy "sqrtrec.cpy".
copy "sqrtnrec.cpy".

77 logEofSw    pic x(01) value "N".
    88 logAtEof value "Y".
    88 indexAtEof value "Y".
77 resultEofSw pic x(01) value "N".
    88 resultAtEof value "Y".
77 cancelEofSw pic x(01) value "N".
    88 cancelAtEof value "Y".
77 nrootEofSw  pic x(01) value "N".
    88 nrootAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.

77 targetSerial pic x(07) value spaces.
77 traceCount   pic 9(05) value 0.
*> Interface to the shared sqrtomst keyed results master
77 omsAction    pic x(01) value spaces.
copy "sqrtomst.cpy" replacing leading ==om== by ==oms==.
77 omsCount     pic 9(09) value 0.
77 omsRc        pic 9(01) value 0.
77 scanLabel    pic x(20) value spaces.
77 dispRadicand pic -(15)9.9(6).
77 dispEpsilon  pic 0.9(9).
77 dispRoot     pic z(16)9.9(6).
77 dispDegree   pic z9.
77 dispPower    pic z9.
77 dispExponent pic x(05).
77 dispSignedRoot pic -(16)9.9(6).

*> Interface to the shared backed-out run check
77 rvkRunId pic x(14) value spaces.
77 rvkStamp pic x(14) value spaces.
77 rvkRc    pic 9(01) value 0.

01 titleLine.
    02 filler pic x(9) value spaces.
    display serialLine.
    display underLine1.
    perform traceLoadLog.
    perform traceCancels.
    move "sqrt.dat" to scanFname.
    move "on the master      " to scanLabel.
    perform traceMasterLike.
    move "sqrt.audit" to auditFname.
    perform traceOneAudit.
    perform traceResults.
    move "nthroot.dat" to scanFname.
    move "nth-root input     " to scanLabel.
    perform traceNrootLike.
    move "nthroot.rej" to scanFname.
    move "nth-root REJECTED  " to scanLabel.
    perform traceNrootLike.
    perform traceNrootAudit.
    display underLine1.
    if traceCount is equal to zero
        display "  No trace of serial " targetSerial
    add 1 to traceCount.
    display "  loaded " llDate "  from extract "
        function trim(llExtract) "  source " llSource.
    if llWorkOrder is not equal to spaces
        display "    under work order " llWorkOrder
    end-if.

tll1-exit.
    exit.

*> ------------------------Upstream Cancellations--------------------------

traceCancels.
    move "N" to cancelEofSw.
    open input cancelLog.
    if cancelLogStatus is not equal to "00"
        exit paragraph
    end-if.
    perform tcn1 thru tcn1-exit until cancelAtEof.
    close cancelLog.

tcn1.
    read cancelLog at end set cancelAtEof to true end-read.
    if cancelAtEof
        go to tcn1-exit
    end-if.
    if cnBySerial is equal to targetSerial
            and cnOutcome is equal to "SUPERSEDED"
        add 1 to traceCount
        display "  supersedes serial  : " cnSerial " on " cnDate
            "  (resent by source " cnSource ")"
        go to tcn1-exit
    end-if.
    if cnSerial is not equal to targetSerial
        go to tcn1-exit
    end-if.
    add 1 to traceCount.
    if cnOutcome is equal to "SUPERSEDED"
        display "  superseded by      : " cnBySerial " on " cnDate
            "  (resent by source " cnSource ")"
        go to tcn1-exit
    end-if.
    if cnOutcome is equal to "REFUSED"
        display "  replacement refused: on " cnDate "  "
            function trim(cnDetail)
        go to tcn1-exit
    end-if.
    display "  cancellation       : " cnOutcome " on " cnDate
        "  by source " cnSource.
    if cnOutcome is equal to "APPLIED"
        move cnImage to lineStruct
        move radicandIn to dispRadicand
        display "    withdrawn from " function trim(cnWhere) ": "
            dispRadicand
    else
        display "    " function trim(cnDetail)
    end-if.
    if cnReason is not equal to spaces
        display "    source's note: " function trim(cnReason)
    end-if.

tcn1-exit.
    exit.

*> ------------------------80-byte Record Files----------------------------

*> sqrt.dat, the pending file and the reject file all carry the
    add 1 to traceCount.
    display "  reject disposition : " ledgerDisp " on " ledgerDate
        "  " function trim(ledgerReason).
    if ledgerChainParent is not equal to spaces
        display "  chained to parent  : " ledgerChainParent
            " (parent state " ledgerChainState ")"
    end-if.

tlg1-exit.
    exit.
        display "  converged          : root " dispRoot " at "
            auditTimestamp "  run id " auditRunId
    end-if.
    move auditRunId to rvkRunId.
    call "sqrtrvck" using rvkRunId, rvkStamp, rvkRc end-call.
    if rvkRc is equal to 1
        display "  backed out         : run " auditRunId " at "
            rvkStamp " -- this answer no longer stands"
    end-if.

ta1-exit.
    exit.
*> ------------------------Result Rows-------------------------------------

traceResults.
    move spaces to omsRecord.
    move targetSerial to omsSerial.
    move "S" to omsAction.
    call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
    end-call.
    if omsRc is equal to 0
        add 1 to traceCount
        move omsRoot to dispRoot
        display "  latest result      : root " dispRoot " (run "
            omsRunId " seq " omsRunSeq ")"
        display "                       source " omsSource " dept "
            omsDept " cache [" omsCache "] posted " omsPosted
    end-if.
    if omsRc is not equal to 8
        move "X" to omsAction
        call "sqrtomst" using omsAction, omsRecord, omsCount, omsRc
        end-call
        exit paragraph
    end-if.
    move "N" to resultEofSw.
    open input resultFile.
    if resultStatus is not equal to "00"
tr1-exit.
    exit.

*> ------------------------Nth-root Files----------------------------------

*> nthroot.dat and the nth-root reject file both carry the
*> sqrtnrec.cpy image, so one scan paragraph serves the two.
traceNrootLike.
    move "N" to scanEofSw.
    open input scanFile.
    if scanStatus is not equal to "00"
        exit paragraph
    end-if.
    perform tnl1 thru tnl1-exit until scanAtEof.
    close scanFile.

tnl1.
    read scanFile into nrootStruct at end set scanAtEof to true
    end-read.
    if scanAtEof
        go to tnl1-exit
    end-if.
    if nrSerial is not equal to targetSerial
        go to tnl1-exit
    end-if.
    add 1 to traceCount.
    move nrRadicand to dispRadicand.
    move nrDegree to dispDegree.
    if nrPower is numeric and nrPower is greater than zero
        move nrPower to dispPower
    else
        move 1 to dispPower
    end-if.
    perform setDispExponent.
    move nrEpsilon to dispEpsilon.
    display "  " scanLabel ": " dispRadicand " exponent "
        dispExponent " eps=" dispEpsilon.

tnl1-exit.
    exit.

traceNrootAudit.
    move "N" to nrootEofSw.
    open input nrootAudFile.
    if nrootAudStatus is not equal to "00"
        exit paragraph
    end-if.
    perform tna1 thru tna1-exit until nrootAtEof.
    close nrootAudFile.

tna1.
    read nrootAudFile at end set nrootAtEof to true end-read.
    if nrootAtEof
        go to tna1-exit
    end-if.
    if naudRecType is not equal to "D"
            or naudSerial is not equal to targetSerial
        go to tna1-exit
    end-if.
    add 1 to traceCount.
    move naudRoot to dispSignedRoot.
    if naudRootSign is equal to "-"
        compute dispSignedRoot = - naudRoot
    end-if.
    move naudDegree to dispDegree.
    if naudPower is numeric and naudPower is greater than zero
        move naudPower to dispPower
    else
        move 1 to dispPower
    end-if.
    perform setDispExponent.
    if naudCache is equal to "C"
        display "  nth root (cache)   : exponent " dispExponent
            " result " dispSignedRoot " at " naudTimestamp
            "  run id " naudRunId
    else
        display "  nth root           : exponent " dispExponent
            " result " dispSignedRoot " at " naudTimestamp
            "  run id " naudRunId
    end-if.

tna1-exit.
    exit.

*> An nth-root exponent as sqrtnbat prints it, power/degree.
setDispExponent.
    move spaces to dispExponent.
    string function trim(dispPower) "/" function trim(dispDegree)
        delimited by size into dispExponent
    end-string.

*> ------------------------Parameter Resolution----------------------------

initParms.
