       02 ledgerCorrImage pic x(80).
       02 ledgerEntered   pic x(08).
       02 ledgerCmt       pic x(76).
       02 ledgerChainParent pic x(07).
       02 ledgerChainState  pic x(01).

working-storage section.
77 ledgerStatus pic x(02).
*> Defect classes, the run's own rejection taxonomy:
*>  1 Scientific Notation   2 Zero Radicand   3 Negative Radicand
*>  4 Invalid Epsilon       5 Malformed/Unknown  6 Aborted (cap)
*>  7 Chain Parent Failed   8 Chain Unresolved
77 classIdx pic 9(01) value 0.
77 eNotationCount pic 9(02) value 0.
01 classNames.
    02 filler pic x(20) value 'Invalid Epsilon'.
    02 filler pic x(20) value 'Malformed/Unknown'.
    02 filler pic x(20) value 'Aborted (iter cap)'.
    02 filler pic x(20) value 'Chain Parent Failed'.
    02 filler pic x(20) value 'Chain Unresolved'.
01 classNameTable redefines classNames.
    02 className occurs 8 times pic x(20).

*> Per-source rollup: defect classes, dispositions, resub delay
77 srcMax   pic 9(02) value 30.
01 srcTable.
    02 srcEntry occurs 30 times.
        03 tSrcCode pic x(03).
        03 tSrcClass occurs 8 times pic 9(07).
        03 tSrcCorrected pic 9(07).
        03 tSrcWrittenOff pic 9(07).
        03 tSrcNew pic 9(07).
*> The workbench's own field-level diagnosis, reduced to one class
*> per entry (first failure wins, the order the run itself tests).
classifyDefect.
*> An orphaned dependent's own radicand field was never its radicand;
*> the chain stamp the workbench kept is the whole diagnosis.
    if ledgerChainState is equal to "F"
        move 7 to classIdx
        exit paragraph
    end-if.
    if ledgerChainState is equal to "U"
        move 8 to classIdx
        exit paragraph
    end-if.
    move 0 to eNotationCount.
    inspect radicandDigits tallying eNotationCount
        for all "E" all "e".
    display "  Source " tSrcCode(srcIdx).
    perform sc1 thru sc1-exit
        varying classIdx from 1 by 1 until classIdx is greater
            than 8.
    move tSrcCorrected(srcIdx) to editCount.
    display "    corrected/resub  : " editCount.
    move tSrcWrittenOff(srcIdx) to editCount.
