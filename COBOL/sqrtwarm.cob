01 cmtRecord redefines lineStruct.
    02 cmtTag pic x(04).
    02 filler pic x(76).
01 grpRecord redefines lineStruct.
    02 grpTag pic x(04).
    02 filler pic x(76).
01 chnRecord redefines lineStruct.
    02 chnTag pic x(04).
    02 filler pic x(76).
01 ctlTagLit pic x(04) value 'CTL1'.
01 hdrTagLit pic x(04) value 'HDR1'.
01 trlTagLit pic x(04) value 'TRL1'.
01 cmtTagLit pic x(04) value 'CMT1'.
01 grpTagLit pic x(04) value 'GRP1'.
01 chnTagLit pic x(04) value 'CHN1'.
77 chainNextSw pic x(01) value "N".

77 inputEofSw pic x(01) value "N".
    88 inputAtEof value "Y".
77 histFoundSw pic x(01) value "N".
    88 wasHistFound value "Y".

*> Tonight's history-resolution work file (sqrthres), read alongside
*> the input through sqrthrlk: the master is only probed for a record
*> the work file can't answer.
77 hresFname      pic x(34) value "sqrt.hres".
77 hresSw         pic x(01) value "N".
    88 hresOn value "Y".
77 physCount      pic 9(07) value 0.
77 hrlAction      pic x(01).
77 hrlSeq         pic 9(07).
77 hrlRadicand    pic s9(15)v9(6) sign leading separate.
77 hrlEpsilon     pic v9(9).
77 hrlRc          pic 9(01).
77 hresCblRc      pic s9(9) comp-5 value zero.

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
*> The run's own budget discipline, applied before the grind: the
*> table is primed from the live audit trail's month-to-date rows,
*> and each warm charges its iterations so one evening can't blow an
*> allowance either. A backed-out run's rows are not charged.
77 budgetFname      pic x(30) value "sqrt.budg".
77 budgetFileStatus pic x(02).
77 auditFileStatus  pic x(02).
77 budgIdx          pic 9(02) value 0.
77 budgSlot         pic 9(02) value 0.
77 budgMonth        pic x(07) value spaces.
77 rvkRunId         pic x(14) value spaces.
77 rvkStamp         pic x(14) value spaces.
77 rvkRc            pic 9(01) value 0.
77 budgExhaustSw    pic x(01) value "N".
    88 budgExhausted value "Y".

    if auditFileStatus is equal to "35"
        open output auditFile
    end-if.
    perform openHres.
    perform w1 thru w1-exit until inputAtEof.
    if warmedCount is greater than zero
        perform writeAuditTrailer
    end-if.
    close inputFile, historyFile, auditFile.
    move "C" to hrlAction.
    perform callHrlk.
*> Rows warmed tonight are rows a work file cut before them never
*> saw; the pass must run again before anything takes its answers.
    if warmedCount is greater than zero
        call "CBL_DELETE_FILE" using hresFname returning hresCblRc
        end-call
    end-if.
    display underLine1.
    move readCount to editCount.
    display "  Records examined    : " editCount.

w1.
    read inputFile into lineStruct at end set inputAtEof to true
        not at end add 1 to physCount
    end-read.
    if inputAtEof
        go to w1-exit
    if ctlTag is equal to ctlTagLit or hdrTag is equal to hdrTagLit
            or trlTag is equal to trlTagLit
            or cmtTag is equal to cmtTagLit
            or grpTag is equal to grpTagLit
        go to w1-exit
    end-if.
    if chnTag is equal to chnTagLit
        move "Y" to chainNextSw
        go to w1-exit
    end-if.
    add 1 to readCount.
*> Only work the run will actually converge tonight is worth
*> warming; everything else stays the run's business. That includes
*> a chained dependent, whose radicand is its parent's root and
*> exists only once the run has converged the parent.
    if chainNextSw is equal to "Y"
        move "N" to chainNextSw
        add 1 to skippedCount
        go to w1-exit
    end-if.
    if recHeld
        add 1 to skippedCount
        go to w1-exit
        add 1 to skippedCount
        go to w1-exit
    end-if.
    if hresOn
        perform stepHres
    end-if.
    if recProfile is not equal to spaces
        perform applyProfile
    end-if.
*> disturb the aging evidence housekeeping reads.
findHist.
    move "N" to histFoundSw.
    if hresOn
        perform lookupHres
        if hrlRc is less than 3
            exit paragraph
        end-if
    end-if.
    move radicandIn to histRadicand.
    move epsilonIn to histEpsilon.
    read historyFile key is histKey
            end-read
    end-start.

*> Takes the work file for this pass over the input when it is
*> today's and was cut from this very input.
openHres.
    move "O" to hrlAction.
    perform callHrlk.
    if hrlRc is equal to 0
        set hresOn to true
    end-if.

*> Steps the work file to the record just read while its epsilon is
*> still the record's own, before a profile replaces it.
stepHres.
    move "S" to hrlAction.
    move physCount to hrlSeq.
    move radicandIn to hrlRadicand.
    move epsilonIn to hrlEpsilon.
    perform callHrlk.

*> The work file's answer at the epsilon the record will run at; rc
*> 3 leaves it to the keyed read.
lookupHres.
    move "L" to hrlAction.
    move radicandIn to hrlRadicand.
    move epsilonIn to hrlEpsilon.
    perform callHrlk.
    if hrlRc is less than 2
        move "Y" to histFoundSw
    end-if.

callHrlk.
    call "sqrthrlk" using hrlAction, hresFname, fname, hrlSeq,
        hrlRadicand, hrlEpsilon, histRecord, hrlRc
    end-call.

*> One miss converged through the engine and remembered; the night
*> run finds the row exactly where its own saveHist would have put
*> it.
    if auditCache is equal to "C"
        go to pbu1-exit
    end-if.
    move auditRunId to rvkRunId.
    call "sqrtrvck" using rvkRunId, rvkStamp, rvkRc end-call.
    if rvkRc is equal to 1
        go to pbu1-exit
    end-if.
    perform varying budgIdx from 1 by 1
            until budgIdx is greater than budgCount
                or tBudgDept(budgIdx) is equal to auditDept
    if parmValue is not equal to spaces
        move parmValue to profileFname
    end-if.
    move "SQRT_HRES_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to hresFname
    end-if.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
