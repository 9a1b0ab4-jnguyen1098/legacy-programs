*> will skip to -- so the stream reruns only the dead partitions
*> instead of all of them "to be safe".
*>
*> Partitions that took over a slower sibling's tail during the run
*> (the sqrt.steal ledger, sqrtstl.cpy) are inspected after the ones
*> sqrtsplit cut, each under its own id, and go on the rerun list
*> the same way: a thief's input is the sqrt.dat.pNN its victim cut
*> for it, and a rerun victim stops again at its cession point, so
*> rerunning both redoes nothing and drops nothing.
*>
*>   SQRT_SPLIT_COUNT  how many partitions to inspect, the same
*>                     convention sqrtsplit/sqrtmerge use
*>
        file status is ckpFileStatus.
    select restartFile assign to "sqrt.restart"
        organization is line sequential.
    select stealFile assign to "sqrt.steal"
        organization is line sequential
        file status is stealStatus.

data division.

       02 restartPart  pic 9(02).
       02 filler       pic x(01) value space.
       02 restartCount pic 9(09).
fd stealFile.
    copy "sqrtstl.cpy".

working-storage section.
77 ckpFname       pic x(30) value spaces.
77 parmSource  pic x(08) value spaces.

77 partIdx        pic 9(02) value 0.
77 stealStatus    pic x(02).
77 stealEofSw     pic x(01) value "N".
    88 stealAtEof value "Y".

77 completeCount  pic 9(02) value 0.
77 restartCount2  pic 9(02) value 0.
01 stateNoCkp.
    02 filler pic x(34) value 'no checkpoint - never started'.

01 cessionLine.
    02 filler pic x(5) value spaces.
    02 filler pic x(11) value 'Partition '.
    02 outCedeVictim pic z9.
    02 filler pic x(8) value ': ceded '.
    02 outCedeTail pic zzz,zzz,zz9.
    02 filler pic x(29) value ' tier-3 records to partition '.
    02 outCedeThief pic z9.

01 summaryLine1.
    02 filler pic x(5) value spaces.
    02 filler pic x(21) value 'Partitions complete :'.
    open output restartFile.
    perform inspectOne thru inspectOne-exit
        varying partIdx from 1 by 1 until partIdx is greater than splitCount.
    perform inspectThieves.
    close restartFile.
    display underLine1.
    move completeCount to outCompleteCount.
inspectOne-exit.
    exit.

*> Each cession on the ledger, then the thief it created.
inspectThieves.
    move "N" to stealEofSw.
    open input stealFile.
    if stealStatus is not equal to "00"
        exit paragraph
    end-if.
    perform it1 thru it1-exit until stealAtEof.
    close stealFile.

it1.
    read stealFile at end set stealAtEof to true end-read.
    if stealAtEof
        go to it1-exit
    end-if.
    if not stCeded or stThief is not numeric
        go to it1-exit
    end-if.
    move stVictim to partIdx.
    move partIdx to outCedeVictim.
    move stTail to outCedeTail.
    move stThief to partIdx.
    move partIdx to outCedeThief.
    display cessionLine.
    perform inspectOne thru inspectOne-exit.

it1-exit.
    exit.

addToRerunList.
    move partIdx to restartPart.
    if ckrRc is equal to 0 and wckCount is numeric
