*> conversation, and the candidate list for standing-record status
*> instead of daily retransmission.
*>
*> A generation the scrub (sqrtscrb) has flagged unusable on the
*> ledger is skipped like one missing from disk -- its records can
*> no longer be trusted to be what the feed sent.
*>
*>   SQRT_STND_N  consecutive generations that make a pair a
*>                standing submission (default 5)
*>

file section.
fd ledgerFile.
    copy "sqrtaidx.cpy".
fd genFile.
    01 genRecord pic x(80).

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

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.

oneGeneration.
    read ledgerFile at end set ledgerAtEof to true end-read.
    if ledgerAtEof or aiDate is equal to spaces
        go to oneGeneration-exit
    end-if.
    move spaces to genFname.
    string "sqrt.dat.D" aiDate
        delimited by size into genFname
    end-string.
    if aiUnusable
        display "  (skipping " function trim(genFname)
            ", flagged unusable by the scrub " aiScrubbed ")"
        go to oneGeneration-exit
    end-if.
    move "N" to genEofSw.
    open input genFile.
    if genStatus is not equal to "00"
    if ctlTag is equal to ctlTagLit or hdrTag is equal to hdrTagLit
            or trlTag is equal to trlTagLit
            or cmtTag is equal to cmtTagLit
            or grpTag is equal to grpTagLit
            or chnTag is equal to chnTagLit
        go to g1-exit
    end-if.
    if radicandIn is not numeric or epsilonIn is not numeric
