*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -           Run Output Reconstruction from the Audit Trail       -
*> ------------------------------------------------------------------
*> sqrt.out, sqrt.csv and the printed report lost or damaged before
*> sqrtarch picks them up used to be gone for good; the audit trail
*> is the only other copy of a run's answers. Given a run id, this
*> gathers that run's group from the sealed monthly volumes (through
*> the close-out's sqrtaudv.idx, oldest first) and the live
*> sqrt.audit -- a run that straddled a month end is found in both --
*> and certifies it against its T trailer by the verifier's own
*> rules (sqrtaudv.cob): an unbroken sequence, and a count, root sum
*> and iteration sum that agree. Only a certified group is rebuilt:
*>
*>   sqrt.out.R<runid>  the run's sqrt.out group, HDR1/TRL1 controls
*>                      included, verified through sqrtoutv before
*>                      this reports success
*>   sqrt.csv.R<runid>  the run's converged sqrt.csv rows (OK,
*>                      BISECTED and DEGRADED) under their own HDR1/TRL1 controls;
*>                      rejects and aborts never reached the audit
*>                      trail, so they are not in the rebuilt group
*>   sqrt.rpt.R<runid>  a reprint of the converged detail report,
*>                      every page marked as reconstructed
*>
*> The audit trail keeps the 6-place root, so the extended-precision
*> refinement lines of a wide record, and the duplicate and tighter-
*> epsilon flags, are not reprinted. Group statistic ("G") rows count
*> toward the trailer but were never output rows and are not rebuilt.
*>
*> A run sqrtbkot has backed out carries a second group under its id:
*> the "R" (reversal) rows and the trailer that seals them. That group
*> is passed over -- the run's own group is certified as usual -- and
*> nothing is rebuilt: its answers were withdrawn, and a rebuilt set
*> would put them back into circulation.
*>
*>   SQRT_RBLD_RUNID  run id to rebuild, as the audit rows carry it
*>                    (the run stamp, or an EXPR id)
*>
*> RETURN-CODE: 0 rebuilt and verified, 4 the run was backed out
*> (nothing written), 8 no run id, the run is not on the trail, or its
*> group does not certify against its trailer (nothing written), 12 a
*> rebuilt file failed sqrtoutv.

identification division.
program-id. sqrtrbld.

environment division.

input-output section.
file-control.
    select auditFile assign to dynamic auditFname
        organization is line sequential
        file status is auditFileStatus.
    select indexFile assign to "sqrtaudv.idx"
        organization is line sequential
        file status is indexStatus.
    select resultFile assign to dynamic outFname
        organization is line sequential
        file status is resFileStatus.
    select csvFile assign to dynamic csvFname
        organization is line sequential
        file status is csvFileStatus.
    select reportFile assign to dynamic rptFname
        organization is line sequential
        file status is rptFileStatus.

data division.

file section.
fd auditFile.
    copy "sqrtaudit.cpy".
*> The close-out's volume index, as sqrtaudq reads it.
fd indexFile.
    01 indexRecord.
       02 ixMonth  pic x(07).
       02 filler   pic x(01).
       02 ixVolume pic x(20).
       02 filler   pic x(01).
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
fd csvFile.
    01 csvRecord pic x(80).
fd reportFile.
    01 outLine   pic x(132).

working-storage section.
77 auditFileStatus pic x(02).
77 auditFname      pic x(30) value "sqrt.audit".
77 indexStatus     pic x(02).
77 resFileStatus   pic x(02).
77 csvFileStatus   pic x(02).
77 rptFileStatus   pic x(02).
77 outFname        pic x(30) value spaces.
77 csvFname        pic x(30) value spaces.
77 rptFname        pic x(30) value spaces.
77 indexEofSw      pic x(01) value "N".
    88 indexAtEof value "Y".
77 auditEofSw      pic x(01) value "N".
    88 auditAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.

77 rebuildRunId pic x(14) value spaces.

*> The trail is walked twice: once to certify the group, once to
*> write it out.
77 passSw pic x(01) value "V".
    88 certifyPass value "V".
    88 rebuildPass value "W".

*> ------------------------Group Certification--------------------------
77 groupFoundSw   pic x(01) value "N".
    88 groupFound value "Y".
77 trailerSeenSw  pic x(01) value "N".
    88 trailerSeen value "Y".
77 groupBrokenSw  pic x(01) value "N".
    88 groupBroken value "Y".
77 expectSeq      pic 9(07) value 0.
77 groupCount     pic 9(09) value 0.
77 groupRootSum   pic 9(16)v9(6) value 0.
77 groupIterSum   pic 9(12) value 0.
77 detailCount    pic 9(09) value 0.
77 revGroupSw     pic x(01) value "N".
    88 inRevGroup value "Y".

*> Interface to the shared backed-out run check
77 rvkRunId pic x(14) value spaces.
77 rvkStamp pic x(14) value spaces.
77 rvkRc    pic 9(01) value 0.

*> ------------------------Output Controls------------------------------
77 outCtlCount    pic 9(09) value 0.
77 outCtlRootSum  pic 9(16)v9(6) value 0.
77 csvCtlCount    pic 9(09) value 0.
77 csvCtlRootSum  pic 9(16)v9(6) value 0.
77 csvCtlCountTxt pic 9(09).
77 csvCtlSumTxt   pic 9(16).9(6).

*> ------------------------CSV Export-------------------------------------
77 csvRadicandText pic x(24) value spaces.
77 csvEpsilonText  pic x(24) value spaces.
77 csvRootText     pic x(24) value spaces.
77 csvStatusText   pic x(09) value spaces.
77 csvLine         pic x(80) value spaces.
77 csvRadicandEdit pic -(16)9.9(6).
77 csvEpsilonEdit  pic 9.9(9).
77 csvRootEdit     pic z(16)9.9(6).
77 csvRunSeqTxt    pic 99.
77 srcWork         pic x(03) value spaces.

01 csvHeaderLine pic x(60) value
    'Radicand,Epsilon,Root,Status,Source,Profile,RunSeq,Serial'.

*> Interface to the shared output control-record verifier
77 ovFname pic x(30) value spaces.
77 ovKind  pic x(01) value spaces.
77 ovRc    pic 9(01) value 0.

*> Interface to the shared estate-wide action log
77 algProgram pic x(08) value "SQRTRBLD".
77 algAction  pic x(12) value spaces.
77 algObject  pic x(30) value spaces.

*> ------------------------Reprinted Report------------------------------
77 pageNum       pic 9(05) value 0.
77 lineCount     pic 9(03) value 0.
77 linesPerPage  pic 9(03) value 50.
77 residual      pic s9(11)v9(6) value 0.
77 firstRunSeq   pic 9(02) value 0.
77 editCount     pic zzz,zzz,zz9.

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(26) value 'Square Root Approximations'.

01 rebuiltLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(40) value
       '*** RECONSTRUCTED FROM AUDIT TRAIL ***'.

01 runIdLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(8) value 'Run Id: '.
    02 outRunId pic x(14).
    02 filler pic x(4) value spaces.
    02 filler pic x(5) value 'Seq: '.
    02 outRunSeq pic z9.
    02 filler pic x(4) value spaces.
    02 filler pic x(9) value 'Rebuilt: '.
    02 outRebuilt pic x(19).

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

01 colHeads.
    02 filler pic x(8) value spaces.
    02 filler pic x(6) value 'Number'.
    02 filler pic x(15) value spaces.
    02 filler pic x(11) value 'Square Root'.
    02 filler pic x(8) value spaces.
    02 filler pic x(5) value 'Iters'.
    02 filler pic x(13) value spaces.
    02 filler pic x(8) value 'Residual'.

01 underLine2.
    02 filler pic x(20) value ' -------------------'.
    02 filler pic x(5) value spaces.
    02 filler pic x(19) value '------------------'.
    02 filler pic x(4) value spaces.
    02 filler pic x(5) value '-----'.
    02 filler pic x(13) value spaces.
    02 filler pic x(8) value '--------'.

01 pageLine.
    02 filler pic x(6) value spaces.
    02 filler pic x(5) value 'Page '.
    02 outPage pic zzzz9.

*> Same columns as SQRT's own printLine.
01 printLine.
    02 filler pic x value space.
    02 outZ pic z(16)9.9(6).
    02 filler pic x(5) value spaces.
    02 outY pic z(16)9.9(6).
    02 filler pic x(5) value spaces.
    02 outIter pic zzzz9.
    02 filler pic x(3) value spaces.
    02 outResidual pic -(10)9.9(6).
    02 filler pic x(2) value spaces.
    02 outDupFlag pic x(26) value spaces.

01 degFlagText   pic x(26) value '* DEGRADED PRECISION *'.
01 bisFlagText   pic x(26) value '* BISECTED AT FULL EPS *'.
01 promoFlagText pic x(26) value '* TIER PROMOTED *'.
01 promiseFlagText pic x(26) value '* PROMISE: RAISED TO T1 *'.

01 trailerLine1.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Rows reconstructed  :'.
    02 outRowCount pic zzz,zzz,zz9.

77 wsDateTime pic x(21).

*> --------------------------Main Program----------------------------------
procedure division.
    move "SQRT_RBLD_RUNID" to parmKey.
    perform getParm.
    move parmValue(1:14) to rebuildRunId.
    if rebuildRunId is equal to spaces
        display "sqrtrbld: no SQRT_RBLD_RUNID given -- nothing to"
            " rebuild"
        move 8 to return-code
        stop run
    end-if.
    display "sqrtrbld: rebuilding run " rebuildRunId
        " from the audit trail".

*> Pass 1: certify the group before anything is written.
    set certifyPass to true.
    perform walkTrail.
    if not groupFound
        display "sqrtrbld: run " rebuildRunId
            " is not on sqrt.audit or any sealed volume"
        move 8 to return-code
        stop run
    end-if.
    if not trailerSeen
        display "sqrtrbld: run " rebuildRunId " has no trailer on the"
            " audit trail -- group cannot be certified, nothing"
            " rebuilt"
        move 8 to return-code
        stop run
    end-if.
    if groupBroken
        display "sqrtrbld: run " rebuildRunId " does NOT agree with"
            " its trailer -- nothing rebuilt"
        move 8 to return-code
        stop run
    end-if.
    move groupCount to editCount.
    display "sqrtrbld: group certified, " editCount
        " rows against its trailer".
    move rebuildRunId to rvkRunId.
    call "sqrtrvck" using rvkRunId, rvkStamp, rvkRc end-call.
    if rvkRc is equal to 1
        display "sqrtrbld: run " rebuildRunId " was backed out "
            rvkStamp(1:4) "-" rvkStamp(5:2) "-" rvkStamp(7:2) " "
            rvkStamp(9:2) ":" rvkStamp(11:2) ":" rvkStamp(13:2)
            " -- its answers were withdrawn, nothing rebuilt"
        move 4 to return-code
        stop run
    end-if.

*> Pass 2: write the output set from the certified group.
    perform openOutputs.
    set rebuildPass to true.
    perform walkTrail.
    perform closeOutputs.

    move outCtlCount to editCount.
    display "sqrtrbld: " editCount " rows rebuilt into "
        function trim(outFname) ", " function trim(csvFname) ", "
        function trim(rptFname).

*> The rebuilt files have to pass the same gate an original does
*> before anyone ships them.
    move outFname to ovFname.
    move "O" to ovKind.
    call "sqrtoutv" using ovFname, ovKind, ovRc end-call.
    if ovRc is not equal to 0
        display "sqrtrbld: " function trim(outFname)
            " FAILED output verification (" ovRc ")"
        move 12 to return-code
        stop run
    end-if.
    move csvFname to ovFname.
    move "C" to ovKind.
    call "sqrtoutv" using ovFname, ovKind, ovRc end-call.
    if ovRc is not equal to 0
        display "sqrtrbld: " function trim(csvFname)
            " FAILED output verification (" ovRc ")"
        move 12 to return-code
        stop run
    end-if.
    display "sqrtrbld: rebuilt output verified".
    move "REBUILD" to algAction.
    move spaces to algObject.
    string "run " rebuildRunId " output"
        delimited by size into algObject
    end-string.
    call "sqrtalog" using algProgram, algAction, algObject
    end-call.
    move 0 to return-code.
    stop run.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------Audit Trail Walk------------------------------
*> Sealed volumes first, oldest first as the index appends, then the
*> live file -- the order the run's rows were written in.
walkTrail.
    move "N" to indexEofSw, revGroupSw.
    open input indexFile.
    if indexStatus is equal to "00"
        perform volPass thru volPass-exit until indexAtEof
        close indexFile
    end-if.
    move "sqrt.audit" to auditFname.
    perform scanOneFile.

volPass.
    read indexFile at end set indexAtEof to true end-read.
    if indexAtEof or ixVolume is equal to spaces
        go to volPass-exit
    end-if.
    move ixVolume to auditFname.
*> A volume the scrub has flagged unusable is not read: a group that
*> ran through it then fails certification rather than being rebuilt
*> from damaged rows.
    if ixState is equal to "U"
        if certifyPass
            display "  (skipping " function trim(auditFname)
                ", flagged unusable by the scrub " ixScrub ")"
        end-if
        go to volPass-exit
    end-if.
    perform scanOneFile.

volPass-exit.
    exit.

scanOneFile.
    move "N" to auditEofSw.
    open input auditFile.
    if auditFileStatus is not equal to "00"
        if certifyPass
            display "  (skipping " function trim(auditFname)
                ", status " auditFileStatus ")"
        end-if
        exit paragraph
    end-if.
    perform r1 thru r1-exit until auditAtEof.
    close auditFile.

r1.
    read auditFile at end set auditAtEof to true end-read.
    if auditAtEof
        go to r1-exit
    end-if.
    if auditRecType is equal to "S"
            or auditRunId is not equal to rebuildRunId
        go to r1-exit
    end-if.
*> A backout's reversal group, "R" rows through the trailer sealing
*> them, is its own group and no part of the run's.
    if auditRecType is equal to "R"
        set inRevGroup to true
        go to r1-exit
    end-if.
    if inRevGroup
        if auditRecType is equal to "T"
            move "N" to revGroupSw
        end-if
        go to r1-exit
    end-if.
    if certifyPass
        perform certifyRow
    else
        perform rebuildRow
    end-if.

r1-exit.
    exit.

*> ------------------------Group Certification--------------------------
*> sqrtaudv's rules applied to the one group: every row in sequence,
*> and the trailer's count and sums matching what was re-read. A row
*> for the run after its trailer has no place in the group either.
certifyRow.
    set groupFound to true.
    if trailerSeen
        set groupBroken to true
        exit paragraph
    end-if.
    add 1 to expectSeq.
    if auditSeq is not equal to expectSeq
        set groupBroken to true
    end-if.
    if auditRecType is equal to "T"
        set trailerSeen to true
        if audTrlCount is not equal to groupCount
                or audTrlRootSum is not equal to groupRootSum
                or audTrlIterSum is not equal to groupIterSum
            set groupBroken to true
        end-if
        exit paragraph
    end-if.
    add 1 to groupCount.
    add auditRoot to groupRootSum
        on size error continue
    end-add.
    add auditIter to groupIterSum
        on size error continue
    end-add.
    if auditRecType is equal to "D"
        add 1 to detailCount
        if detailCount is equal to 1
            move auditRunSeq to firstRunSeq
        end-if
    end-if.

*> ------------------------Output Set-----------------------------------
openOutputs.
    move spaces to outFname, csvFname, rptFname.
    string "sqrt.out.R" function trim(rebuildRunId)
        delimited by size into outFname
    end-string.
    string "sqrt.csv.R" function trim(rebuildRunId)
        delimited by size into csvFname
    end-string.
    string "sqrt.rpt.R" function trim(rebuildRunId)
        delimited by size into rptFname
    end-string.
    open output resultFile.
    move spaces to resultCtlRec.
    move "HDR1" to resultCtlTag.
    move rebuildRunId to resultCtlRunId.
    move 0 to resultCtlCount, resultCtlRootSum.
    write resultCtlRec.
    open output csvFile.
    write csvRecord from csvHeaderLine.
    move spaces to csvLine.
    string "HDR1," rebuildRunId delimited by size into csvLine
    end-string.
    write csvRecord from csvLine.
    open output reportFile.
    move function current-date to wsDateTime.
    move spaces to outRebuilt.
    string wsDateTime(1:4) "-" wsDateTime(5:2) "-" wsDateTime(7:2) " "
        wsDateTime(9:2) ":" wsDateTime(11:2) ":" wsDateTime(13:2)
        delimited by size into outRebuilt
    end-string.
    move rebuildRunId to outRunId.
    move firstRunSeq to outRunSeq.
    perform hdr.

closeOutputs.
    move spaces to resultCtlRec.
    move "TRL1" to resultCtlTag.
    move rebuildRunId to resultCtlRunId.
    move outCtlCount to resultCtlCount.
    move outCtlRootSum to resultCtlRootSum.
    write resultCtlRec.
    close resultFile.
    move csvCtlCount to csvCtlCountTxt.
    move csvCtlRootSum to csvCtlSumTxt.
    move spaces to csvLine.
    string "TRL1," csvCtlCountTxt "," csvCtlSumTxt
        delimited by size into csvLine
    end-string.
    write csvRecord from csvLine.
    close csvFile.
    move outCtlCount to outRowCount.
    write outLine from underLine1 after advancing 2 lines.
    write outLine from trailerLine1 after advancing 1 line.
    write outLine from rebuiltLine after advancing 1 line.
    close reportFile.

*> One detail row back into all three outputs, in the form SQRT
*> wrote it: the sqrt.out row, the CSV row with its edited values,
*> and the report line with its department/source slice stamp.
rebuildRow.
    if auditRecType is not equal to "D"
        exit paragraph
    end-if.
    move auditRadicand to resultNum.
    move auditRoot to resultRoot.
    move auditRunSeq to resultRunSeq.
    move auditSerial to resultSerial.
    move auditSource to resultSource.
    move auditDept to resultDept.
    write resultRecord.
    add 1 to outCtlCount.
    add auditRoot to outCtlRootSum
        on size error continue
    end-add.

    move auditRadicand to csvRadicandEdit.
    move function trim(csvRadicandEdit) to csvRadicandText.
    move auditEpsilon to csvEpsilonEdit.
    move function trim(csvEpsilonEdit) to csvEpsilonText.
    move auditRoot to csvRootEdit.
    move function trim(csvRootEdit) to csvRootText.
    evaluate auditCache
        when "B"
            move "BISECTED" to csvStatusText
        when "D"
            move "DEGRADED" to csvStatusText
        when other
            move "OK" to csvStatusText
    end-evaluate.
    move auditRunSeq to csvRunSeqTxt.
    move auditSource to srcWork.
    if srcWork is equal to spaces
        move "---" to srcWork
    end-if.
    move spaces to csvLine.
    string function trim(csvRadicandText) delimited by size
        "," delimited by size
        function trim(csvEpsilonText) delimited by size
        "," delimited by size
        function trim(csvRootText) delimited by size
        "," delimited by size
        function trim(csvStatusText) delimited by size
        "," delimited by size
        srcWork delimited by size
        "," delimited by size
        function trim(auditProfile) delimited by size
        "," delimited by size
        csvRunSeqTxt delimited by size
        "," delimited by size
        function trim(auditSerial) delimited by size
        into csvLine
    end-string.
    write csvRecord from csvLine.
    add 1 to csvCtlCount.
    add auditRoot to csvCtlRootSum
        on size error continue
    end-add.

    perform chkPage.
    move auditRadicand to outZ.
    move auditRoot to outY.
    move auditIter to outIter.
    move 0 to residual.
    compute residual = auditRoot * auditRoot - auditRadicand
        on size error continue
    end-compute.
    move residual to outResidual.
    evaluate true
        when auditCache is equal to "B"
            move bisFlagText to outDupFlag
        when auditCache is equal to "D"
            move degFlagText to outDupFlag
        when auditPromo is equal to "P"
            move promoFlagText to outDupFlag
        when auditPromo is equal to "S"
            move promiseFlagText to outDupFlag
        when auditProfile is equal to spaces
            move spaces to outDupFlag
        when other
            move spaces to outDupFlag
            string "PROF=" function trim(auditProfile)
                delimited by size into outDupFlag
            end-string
    end-evaluate.
    move spaces to outLine.
    move printLine to outLine(1:113).
    move auditDept to outLine(115:4).
    move auditSource to outLine(120:3).
    write outLine after advancing 1 line.

*> Every page carries the reconstruction banner, so a reprinted page
*> filed loose can never pass for the original.
hdr.
    add 1 to pageNum.
    move pageNum to outPage.
    if pageNum is greater than 1
        write outLine from pageLine after advancing page
    end-if.
    write outLine from titleLine after advancing 0 lines.
    write outLine from rebuiltLine after advancing 1 line.
    write outLine from runIdLine after advancing 1 line.
    write outLine from underLine1 after advancing 1 line.
    write outLine from colHeads after advancing 1 line.
    write outLine from underLine2 after advancing 1 line.
    move 0 to lineCount.

chkPage.
    add 1 to lineCount.
    if lineCount is greater than linesPerPage
        perform hdr
    end-if.

*> ------------------------------------------------------------------
