*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -            Control-set Difference Between Two Runs             -
*> ------------------------------------------------------------------
*> When two nights' figures disagree, the first question is what was
*> set differently. This lays two runs' control-set snapshots
*> (sqrtcsnp.cob) side by side -- wherever each one is now, on its
*> run's own file or filed with its generation -- and lists every
*> member that appeared, disappeared or was read from a different
*> dataset, and every line that changed, was added or was removed.
*>
*> Lines are compared by position within their member: a line
*> inserted near the top of sqrt.prof shows as every line below it
*> changed, then one added. Every change is still shown; it is just
*> not summarized as a single insertion.
*>
*>   SQRT_CDIF_RUN1  earlier run id, yyyymmddhhmmss (required)
*>   SQRT_CDIF_RUN2  later run id (required)
*>
*> RETURN-CODE: 0 identical, 4 differences listed, 8 a run id
*> missing or either run has no snapshot.

identification division.
program-id. sqrtcdif.

environment division.

input-output section.
file-control.
    select oldFile assign to "sqrt.cdif.wk1"
        organization is line sequential
        file status is oldStatus.
    select newFile assign to "sqrt.cdif.wk2"
        organization is line sequential
        file status is newStatus.

data division.

file section.
fd oldFile.
    copy "sqrtcsnp.cpy" replacing leading ==cn== by ==co==
                                  leading ==csnp== by ==old==.
fd newFile.
    copy "sqrtcsnp.cpy" replacing leading ==cn== by ==cw==
                                  leading ==csnp== by ==new==.

working-storage section.
77 oldStatus pic x(02).
77 newStatus pic x(02).
77 oldDoneSw pic x(01) value "N".
    88 oldDone value "Y".
77 newDoneSw pic x(01) value "N".
    88 newDone value "Y".

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

77 run1 pic x(14) value spaces.
77 run2 pic x(14) value spaces.

*> Walk position on each side: member number, then line number, with
*> a member's MBR1 row sorting ahead of its first line.
77 oldKey pic 9(07) value 0.
77 newKey pic 9(07) value 0.

77 changedCount pic 9(07) value 0.
77 addedCount   pic 9(07) value 0.
77 removedCount pic 9(07) value 0.
77 memberDiffCount pic 9(05) value 0.
77 editCount pic zzz,zz9.
77 editLine  pic zzzz9.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(34) value 'SQRT Control-set Difference'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    perform initParms.
    display titleLine.
    display underLine1.
    move run1 to csRunId.
    move "sqrt.cdif.wk1" to csTarget.
    perform extractRun.
    move run2 to csRunId.
    move "sqrt.cdif.wk2" to csTarget.
    perform extractRun.
    display "  Run 1 : " run1.
    display "  Run 2 : " run2.
    display " ".
    open input oldFile, newFile.
    perform readOld.
    perform readNew.
    perform w1 thru w1-exit until oldDone and newDone.
    close oldFile, newFile.
    call "CBL_DELETE_FILE" using "sqrt.cdif.wk1" end-call.
    call "CBL_DELETE_FILE" using "sqrt.cdif.wk2" end-call.
    display underLine1.
    move memberDiffCount to editCount.
    display "  Member changes : " editCount.
    move changedCount to editCount.
    display "  Lines changed  : " editCount.
    move addedCount to editCount.
    display "  Lines added    : " editCount.
    move removedCount to editCount.
    display "  Lines removed  : " editCount.
    if memberDiffCount + changedCount + addedCount + removedCount
            is equal to zero
        display "  The two runs started under identical control sets."
    else
        move 4 to return-code
    end-if.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

initParms.
    move "SQRT_CDIF_RUN1" to parmKey.
    perform getParm.
    move parmValue(1:14) to run1.
    move "SQRT_CDIF_RUN2" to parmKey.
    perform getParm.
    move parmValue(1:14) to run2.
    if run1 is equal to spaces or run2 is equal to spaces
        display "sqrtcdif: SQRT_CDIF_RUN1 and SQRT_CDIF_RUN2 must both"
            " name a run id"
        move 8 to return-code
        stop run
    end-if.

extractRun.
    move "X" to csAction.
    call "sqrtcsnp" using csAction, csRunId, csTarget, csEnv, csCount,
        csRc
    end-call.
    if csRc is not equal to 0
        display "sqrtcdif: no control snapshot for run " csRunId
        move 8 to return-code
        stop run
    end-if.

*> The SNP1 header says when each was taken; it is not compared.
readOld.
    read oldFile at end set oldDone to true end-read.
    if not oldDone and coTag is equal to "SNP1"
        display "  Run 1 snapshot taken " coData(1:14)
        read oldFile at end set oldDone to true end-read
    end-if.
    if oldDone
        move 9999999 to oldKey
        exit paragraph
    end-if.
    compute oldKey = coMbrNo * 100000.
    if coTag is equal to "DAT1"
        add coSeq to oldKey
    end-if.

readNew.
    read newFile at end set newDone to true end-read.
    if not newDone and cwTag is equal to "SNP1"
        display "  Run 2 snapshot taken " cwData(1:14)
        read newFile at end set newDone to true end-read
    end-if.
    if newDone
        move 9999999 to newKey
        exit paragraph
    end-if.
    compute newKey = cwMbrNo * 100000.
    if cwTag is equal to "DAT1"
        add cwSeq to newKey
    end-if.

*> The sorted-lockstep walk, the sqrtrecon pattern, on member and line.
w1.
    if oldKey is equal to newKey
        if coTag is equal to "MBR1"
            perform compareMembers
        else
            if coData is not equal to cwData
                add 1 to changedCount
                move coSeq to editLine
                display "  ~ " coMember " line " editLine
                display "      run 1: " function trim(coData trailing)
                display "      run 2: " function trim(cwData trailing)
            end-if
        end-if
        perform readOld
        perform readNew
        go to w1-exit
    end-if.
    if oldKey is less than newKey
        if coTag is equal to "DAT1"
            add 1 to removedCount
            move coSeq to editLine
            display "  - " coMember " line " editLine
            display "      run 1: " function trim(coData trailing)
        end-if
        perform readOld
        go to w1-exit
    end-if.
    if cwTag is equal to "DAT1"
        add 1 to addedCount
        move cwSeq to editLine
        display "  + " cwMember " line " editLine
        display "      run 2: " function trim(cwData trailing)
    end-if.
    perform readNew.

w1-exit.
    exit.

*> A member present for one run and absent for the other, or read
*> from a different dataset, is reported before its lines are.
compareMembers.
    if coData(1:1) is not equal to cwData(1:1)
        add 1 to memberDiffCount
        if coData(1:1) is equal to "Y"
            display "  * " coMember " present for run 1, absent for"
                " run 2"
        else
            display "  * " coMember " absent for run 1, present for"
                " run 2"
        end-if
        exit paragraph
    end-if.
    if coData(3:60) is not equal to cwData(3:60)
        add 1 to memberDiffCount
        display "  * " coMember " read from "
            function trim(coData(3:60)) " for run 1, "
            function trim(cwData(3:60)) " for run 2"
    end-if.

*> ------------------------------------------------------------------
