*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -               Shared Backed-out Run Check Subprogram              -
*> ---------------------------------------------------------------------
*> sqrtbkot never deletes a backed-out run's audit rows: it appends a
*> compensating "R" (reversal) group under the run's own id. Every
*> reader that counts, bills or reports answers off the trail must
*> net those out, and this is the one place they ask (the sqrtonck
*> mold), so they all agree which runs no longer count.
*>
*> The "R" groups are gathered once, on the first call of the run,
*> off every sealed volume on sqrtaudv.idx and then the live
*> sqrt.audit -- a reversal sealed into a volume still reverses.
*>
*>   rvkRunId  x(14)  run id of the answer in hand (auditRunId)
*>   rvkStamp  x(14)  returned: yyyymmddhhmmss the run was backed out
*>                    (spaces when it was not)
*>   rvkRc     9(01)  returned: 0 not backed out, 1 backed out
*>
*> A reader asking about a moment in the past (sqrtasof) compares
*> rvkStamp with it: before the backout the answer was real.

identification division.
program-id. sqrtrvck.

environment division.

input-output section.
file-control.
    select auditFile assign to dynamic auditFname
        organization is line sequential
        file status is auditFileStatus.
    select indexFile assign to "sqrtaudv.idx"
        organization is line sequential
        file status is indexStatus.

data division.

file section.
fd auditFile.
    copy "sqrtaudit.cpy".
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

working-storage section.
77 auditFname      pic x(30) value "sqrt.audit".
77 auditFileStatus pic x(02).
77 indexStatus     pic x(02).
77 auditEofSw      pic x(01) value "N".
    88 auditAtEof value "Y".
77 indexEofSw      pic x(01) value "N".
    88 indexAtEof value "Y".
77 loadedSw        pic x(01) value "N".
    88 tableLoaded value "Y".

77 rvMax   pic 9(03) value 500.
77 rvCount pic 9(03) value 0.
77 rvIdx   pic 9(03) value 0.
77 rvFullSw pic x(01) value "N".
    88 rvTableFull value "Y".
77 rvFoundSw pic x(01) value "N".
    88 rvFound value "Y".
77 rvRowStamp pic x(14) value spaces.
77 rvProbe    pic x(14) value spaces.
01 rvTable.
    02 rvEntry occurs 500 times.
        03 tRvRunId pic x(14).
        03 tRvStamp pic x(14).

linkage section.
77 rvkRunId pic x(14).
77 rvkStamp pic x(14).
77 rvkRc    pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using rvkRunId, rvkStamp, rvkRc.

    if not tableLoaded
        perform loadReversals
        set tableLoaded to true
    end-if.

    move 0 to rvkRc.
    move spaces to rvkStamp.
    move rvkRunId to rvProbe.
    perform findRun.
    if rvFound
        move 1 to rvkRc
        move tRvStamp(rvIdx) to rvkStamp
    end-if.
    goback.

findRun.
    move "N" to rvFoundSw.
    perform varying rvIdx from 1 by 1
            until rvIdx is greater than rvCount
                or tRvRunId(rvIdx) is equal to rvProbe
        continue
    end-perform.
    if rvIdx is not greater than rvCount
        set rvFound to true
    end-if.

*> ------------------------Reversal Groups------------------------------

loadReversals.
    move "N" to indexEofSw.
    open input indexFile.
    if indexStatus is equal to "00"
        perform volPass thru volPass-exit until indexAtEof
        close indexFile
    end-if.
    move "sqrt.audit" to auditFname.
    perform scanOneAudit.
    if rvTableFull
        display "sqrtrvck: more than " rvMax " backed-out runs on the"
            " trail -- the rest are counted as standing"
    end-if.

volPass.
    read indexFile at end set indexAtEof to true end-read.
    if indexAtEof or ixVolume is equal to spaces
        go to volPass-exit
    end-if.
    move ixVolume to auditFname.
    perform scanOneAudit.

volPass-exit.
    exit.

scanOneAudit.
    move "N" to auditEofSw.
    open input auditFile.
    if auditFileStatus is not equal to "00"
        exit paragraph
    end-if.
    perform r1 thru r1-exit until auditAtEof.
    close auditFile.

*> One entry per backed-out run, stamped with its first reversal row.
r1.
    read auditFile at end set auditAtEof to true end-read.
    if auditAtEof or auditRecType is not equal to "R"
        go to r1-exit
    end-if.
    move auditRunId to rvProbe.
    perform findRun.
    if rvFound
        go to r1-exit
    end-if.
    if rvCount is not less than rvMax
        set rvTableFull to true
        go to r1-exit
    end-if.
    move spaces to rvRowStamp.
    string auditTimestamp(1:4) auditTimestamp(6:2)
        auditTimestamp(9:2) auditTimestamp(12:2)
        auditTimestamp(15:2) auditTimestamp(18:2)
        delimited by size into rvRowStamp
    end-string.
    add 1 to rvCount.
    move auditRunId to tRvRunId(rvCount).
    move rvRowStamp to tRvStamp(rvCount).

r1-exit.
    exit.

*> ---------------------------------------------------------------------
