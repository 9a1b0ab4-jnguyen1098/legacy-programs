*>                           (default 5000/sec)
*>   SQRT_FCST_WINDOW_MIN    batch window length in minutes
*>                           (default 360)
*>   SQRT_HRES_FILE          the history-resolution work file, taken
*>                           in place of the keyed reads when
*>                           sqrthres has cut it from this input
*>                           today (default sqrt.hres)
*>
*> RETURN-CODE: 0 projection fits the window, 4 it doesn't -- so the
*> 11pm operator can split the file or trim the feed before it's a
77 histFoundSw     pic x(01) value "N".
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

*> Tagged administrative records are recognized and skipped the same
*> way SQRT itself skips them.
01 ctlRecord redefines lineStruct.
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

*> ------------------------Forecast Parameters----------------------------
77 iterPerSec     pic 9(07) value 5000.
        move 8 to return-code
        stop run
    end-if.
    perform openHres.
    perform f1 thru f1-exit until inputAtEof.
    close inputFile.
    move "C" to hrlAction.
    perform callHrlk.
    if histUsable
        close historyFile
    end-if.

f1.
    read inputFile into lineStruct at end set inputAtEof to true
        not at end add 1 to physCount
        end-read.
    if inputAtEof
        go to f1-exit
        set inputAtEof to true
        go to f1-exit
    end-if.
*> Comment, group and chain cards annotate, they don't run: counting
*> one would inflate the projection and the fcRecCount the watchdog
*> and postmortem consume.
    if cmtTag is equal to cmtTagLit or grpTag is equal to grpTagLit
            or chnTag is equal to chnTagLit
        go to f1-exit
    end-if.
    add 1 to recCount.
    if not histUsable
        exit paragraph
    end-if.
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

*> The work file's answer for the record just read, as read; rc 3
*> leaves it to the keyed read.
lookupHres.
    move "S" to hrlAction.
    move physCount to hrlSeq.
    move radicandIn to hrlRadicand.
    move epsilonIn to hrlEpsilon.
    perform callHrlk.
    move "L" to hrlAction.
    perform callHrlk.
    if hrlRc is less than 2
        move "Y" to histFoundSw
    end-if.

callHrlk.
    call "sqrthrlk" using hrlAction, hresFname, fname, hrlSeq,
        hrlRadicand, hrlEpsilon, histRecord, hrlRc
    end-call.

*> Iteration estimate for a record the cache won't cover: with a
*> radicand/2 starting guess the loop needs roughly half the
*> radicand's magnitude in halving steps before it starts converging
    if fcstFileStatus is equal to "35"
        open output fcstFile
    end-if.
    move spaces to fcstRecord.
    move runDateRaw to fcDate.
    move recCount to fcRecCount.
    move hitCount to fcHitCount.
    if parmValue is not equal to spaces
        move parmValue to fname
    end-if.
    move "SQRT_HRES_FILE" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to hresFname
    end-if.
    move "SQRT_FCST_ITER_PER_SEC" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
