*> otherwise the very records this report exists to count would all
*> be doubled.
*>
*> The schedule is also left as rows on sqrt.fwd (sqrtfwdr.cpy),
*> rewritten each run, for the capacity runway projection (sqrtcap)
*> to count as work already committed to the nights ahead.
*>
*> RETURN-CODE: 0 schedule printed (possibly empty), 8 nothing to
*> scan.

    select scanFile assign to dynamic scanFname
        organization is line sequential
        file status is scanStatus.
    select schedFile assign to "sqrt.fwd"
        organization is line sequential
        file status is schedStatus.

data division.

file section.
fd scanFile.
    01 scanRecord pic x(80).
fd schedFile.
    copy "sqrtfwdr.cpy".

working-storage section.
77 scanFname  pic x(30) value spaces.
77 scanStatus pic x(02).
77 schedStatus pic x(02).
77 scanEofSw  pic x(01) value "N".
    88 scanAtEof value "Y".
77 filesRead  pic 9(01) value 0.
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

77 todayStamp pic x(08) value spaces.

        move 8 to return-code
        stop run
    end-if.
    open output schedFile.
    if fwdCount is equal to zero
        display "  No future-dated work queued."
    else
        perform reportDates thru reportDates-done
    end-if.
    close schedFile.
    display underLine1.
    move futureRecs to editCount.
    display "  Future-dated records: " editCount.
    if ctlTag is equal to ctlTagLit or hdrTag is equal to hdrTagLit
            or trlTag is equal to trlTagLit
            or cmtTag is equal to cmtTagLit
            or grpTag is equal to grpTagLit
            or chnTag is equal to chnTagLit
        go to f1-exit
    end-if.
    if recEffDate is not numeric
    move tFwdRecs(fwdIdx) to editCount.
    display "    " tFwdSource(fwdIdx) "             : " editCount.
    add tFwdRecs(fwdIdx) to dateTotal.
    move spaces to fwdSchedRecord.
    move tFwdDate(fwdIdx) to fsDate.
    move tFwdSource(fwdIdx) to fsSource.
    move tFwdRecs(fwdIdx) to fsRecs.
    write fwdSchedRecord.

rd1-exit.
    exit.
