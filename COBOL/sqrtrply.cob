*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -         Replay an Archived Generation Under Its Own Setup      -
*> ------------------------------------------------------------------
*> Reruns an archived generation exactly as it was run: the archived
*> input (sqrt.dat.Dyyyymmdd) and the control set its run started
*> under (filed with the generation by sqrtarch, sqrtcsnp.cob) are
*> put back in a scratch directory under their standard names, the
*> parameters that run took from its environment are set again, and
*> SQRT runs there. Nothing it writes can touch a production file.
*> The replayed sqrt.out is verified through sqrtoutv and its row
*> count and root control total set against the archived
*> sqrt.out.Dyyyymmdd; sqrtcert gives the record-by-record compare
*> when they differ.
*>
*> The archived sqrt.out holds every run of that day (supplemental
*> sequences included); a replay is of the one run named, so a day
*> with supplemental runs shows fewer replayed rows by design.
*>
*>   SQRT_RPLY_GEN  archived generation, yyyymmdd (required)
*>   SQRT_RPLY_RUN  run whose control set to use (default: the run
*>                  filed first with the generation -- the night's
*>                  own)
*>   SQRT_RPLY_BIN  binary to run (default "./sqrt")
*>   SQRT_RPLY_DIR  scratch directory (default "replaywork"; must
*>                  exist and be disposable)
*>
*> RETURN-CODE: 0 replayed and agrees with the archive, 4 replayed
*> but the totals differ, 8 generation, snapshot or scratch directory
*> missing, 12 the replayed sqrt.out failed output verification.

identification division.
program-id. sqrtrply.

environment division.

input-output section.
file-control.
    select archInFile assign to dynamic archInFname
        organization is line sequential
        file status is archInStatus.
    select scratchInFile assign to dynamic scratchInFname
        organization is line sequential
        file status is scratchInStatus.
    select countFile assign to dynamic countFname
        organization is line sequential
        file status is countStatus.

data division.

file section.
fd archInFile.
    01 archInRec pic x(80).
fd scratchInFile.
    01 scratchInRec pic x(80).
fd countFile.
    copy "sqrtresult.cpy".

working-storage section.
77 archInStatus    pic x(02).
77 scratchInStatus pic x(02).
77 countStatus     pic x(02).
77 archInFname    pic x(50) value spaces.
77 scratchInFname pic x(70) value spaces.
77 countFname     pic x(70) value spaces.

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

*> Interface to the shared sqrtcsnp control-snapshot routine
77 csAction pic x(01) value spaces.
77 csRunId  pic x(14) value spaces.
77 csTarget pic x(40) value spaces.
77 csEnv    pic x(1000) value spaces.
77 csCount  pic 9(05) value 0.
77 csRc     pic 9(01) value 0.

*> Interface to the shared output control-record verifier
77 ovFname pic x(30) value spaces.
77 ovKind  pic x(01) value spaces.
77 ovRc    pic 9(01) value 0.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTRPLY".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

77 rplyGen pic x(08) value spaces.
77 rplyRun pic x(14) value spaces.
77 rplyBin pic x(40) value "./sqrt".
77 rplyDir pic x(40) value "replaywork".

77 copyEofSw pic x(01) value "N".
    88 copyAtEof value "Y".
77 copiedCount pic 9(09) value 0.

01 sysCommand pic x(1200) value spaces.
77 savedRc    pic s9(04) value 0.

*> Data rows and root control total of one sqrt.out, summed the way
*> sqrtoutv sums a group; control rows are skipped.
77 rowCount     pic 9(09) value 0.
77 rootSum      pic 9(16)v9(6) value 0.
77 replayRows   pic 9(09) value 0.
77 replaySum    pic 9(16)v9(6) value 0.
77 archiveRows  pic 9(09) value 0.
77 archiveSum   pic 9(16)v9(6) value 0.
77 editCount    pic zzz,zzz,zz9.
77 editSum      pic z(15)9.9(6).

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(34) value 'SQRT Archived Generation Replay'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    display titleLine.
    display underLine1.
    perform stageInput.
    perform stageControls.
    perform runReplay.
    move spaces to ovFname.
    string function trim(rplyDir) "/sqrt.out"
        delimited by size into ovFname
    end-string.
    move "O" to ovKind.
    call "sqrtoutv" using ovFname, ovKind, ovRc end-call.
    if ovRc is not equal to 0
        display "sqrtrply: " function trim(ovFname)
            " FAILED output verification (" ovRc ")"
        move 12 to return-code
        stop run
    end-if.
    move ovFname to countFname.
    perform countOutput.
    move rowCount to replayRows.
    move rootSum to replaySum.
    move spaces to countFname.
    string "sqrt.out.D" rplyGen delimited by size into countFname
    end-string.
    perform countOutput.
    move rowCount to archiveRows.
    move rootSum to archiveSum.
    display underLine1.
    move replayRows to editCount.
    move replaySum to editSum.
    display "  Replayed rows   : " editCount "  root total " editSum.
    move archiveRows to editCount.
    move archiveSum to editSum.
    display "  Archived rows   : " editCount "  root total " editSum.
    move "REPLAY" to algAction.
    move spaces to algObject.
    string "gen " rplyGen " run " rplyRun
        delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.
    move 0 to return-code.
    if replayRows is equal to archiveRows
            and replaySum is equal to archiveSum
        display "  Replay agrees with generation " rplyGen "."
    else
        display "  *** REPLAY DIFFERS FROM THE ARCHIVE -- run sqrtcert"
            " against " rplyGen " for the record-level compare ***"
        move 4 to return-code
    end-if.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

initParms.
    move "SQRT_RPLY_GEN" to parmKey.
    perform getParm.
    move parmValue(1:8) to rplyGen.
    if rplyGen is equal to spaces or rplyGen is not numeric
        display "sqrtrply: SQRT_RPLY_GEN must name an archived"
            " generation (yyyymmdd)"
        move 8 to return-code
        stop run
    end-if.
    move "SQRT_RPLY_RUN" to parmKey.
    perform getParm.
    move parmValue(1:14) to rplyRun.
    move "SQRT_RPLY_BIN" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to rplyBin
    end-if.
    move "SQRT_RPLY_DIR" to parmKey.
    perform getParm.
    if parmValue is not equal to spaces
        move parmValue to rplyDir
    end-if.
    move spaces to archInFname.
    string "sqrt.dat.D" rplyGen delimited by size into archInFname
    end-string.
    move spaces to scratchInFname.
    string function trim(rplyDir) "/sqrt.dat"
        delimited by size into scratchInFname
    end-string.

*> ------------------------Stage the Generation----------------------------

stageInput.
    move "N" to copyEofSw.
    open input archInFile.
    if archInStatus is not equal to "00"
        display "sqrtrply: no archived input "
            function trim(archInFname) " (status " archInStatus ")"
        move 8 to return-code
        stop run
    end-if.
    open output scratchInFile.
    if scratchInStatus is not equal to "00"
        display "sqrtrply: cannot write into "
            function trim(rplyDir) " (status " scratchInStatus
            ") -- does the scratch directory exist?"
        move 8 to return-code
        stop run
    end-if.
    perform si1 thru si1-exit until copyAtEof.
    close archInFile, scratchInFile.
    move copiedCount to editCount.
    display "  Staged " editCount " archived input records into "
        function trim(rplyDir) ".".

si1.
    read archInFile at end set copyAtEof to true end-read.
    if not copyAtEof
        write scratchInRec from archInRec
        add 1 to copiedCount
    end-if.

si1-exit.
    exit.

*> Unlike a certification, a replay without the run's own control set
*> would not be a replay at all, so a missing snapshot stops it.
stageControls.
    if rplyRun is equal to spaces
        move "F" to csAction
        move spaces to csTarget
        move rplyGen to csTarget
        call "sqrtcsnp" using csAction, csRunId, csTarget, csEnv,
            csCount, csRc
        end-call
        if csRc is not equal to 0
            display "sqrtrply: no control snapshot filed with "
                "generation " rplyGen
            move 8 to return-code
            stop run
        end-if
        move csRunId to rplyRun
    end-if.
    move rplyRun to csRunId.
    move "S" to csAction.
    move rplyDir to csTarget.
    call "sqrtcsnp" using csAction, csRunId, csTarget, csEnv, csCount,
        csRc
    end-call.
    if csRc is not equal to 0
        display "sqrtrply: control snapshot for run " rplyRun
            " could not be staged (rc " csRc ")"
        move 8 to return-code
        stop run
    end-if.
    move csCount to editCount.
    display "  Staged " editCount " control datasets from run "
        rplyRun "'s snapshot.".

*> ------------------------Run the Replay----------------------------------

*> The snapshot's environment assignments go first, so the three that
*> place the run in the scratch directory win. SQRT_FORCE rides along
*> because the staged run-control ledger may remember the date.
runReplay.
    move spaces to sysCommand.
    string "cd " function trim(rplyDir)
        " &&" function trim(csEnv trailing)
        " SQRT_INPUT_FILE=sqrt.dat"
        " SQRT_REPORT_DEST=sqrt.rpt"
        " SQRT_FORCE=Y "
        function trim(rplyBin)
        delimited by size into sysCommand
    end-string.
    display "  Replaying with: " function trim(rplyBin).
    call "SYSTEM" using sysCommand end-call.
    move return-code to savedRc.
    move 0 to return-code.
    display "  Replay ended with status " savedRc ".".

*> ------------------------Output Totals-----------------------------------

countOutput.
    move 0 to rowCount, rootSum.
    move "N" to copyEofSw.
    open input countFile.
    if countStatus is not equal to "00"
        exit paragraph
    end-if.
    perform co1 thru co1-exit until copyAtEof.
    close countFile.

co1.
    read countFile at end set copyAtEof to true end-read.
    if copyAtEof
        go to co1-exit
    end-if.
    if resultCtlTag is equal to "HDR1" or resultCtlTag is equal to "TRL1"
        go to co1-exit
    end-if.
    add 1 to rowCount.
    add resultRoot to rootSum
        on size error continue
    end-add.

co1-exit.
    exit.

*> ------------------------------------------------------------------
