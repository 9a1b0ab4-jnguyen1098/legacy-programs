*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -            Shared History-resolution Work File Reader             -
*> ---------------------------------------------------------------------
*> sqrthres walks the night's input in step with sqrt.hist once and
*> writes what the master holds for every record (sqrt.hres); this
*> routine is the one place that work file is read (the sqrtsrcr
*> mold), so SQRT, sqrtvalid, sqrtsplit, sqrtfcst and sqrtwarm all
*> take an answer from it the same way -- and all fall back to their
*> own keyed read the same way whenever it can't give one.
*>
*> Interface:  call "sqrthrlk" using hrlAction, hrlFname, hrlInput,
*>                                  hrlSeq, hrlRadicand, hrlEpsilon,
*>                                  histRecord, hrlRc
*>   hrlAction   x(01)  "O" open hrlFname for a pass over the input
*>                      named hrlInput; "S" step to the row for the
*>                      record just read; "L" look the record up;
*>                      "C" close
*>   hrlFname    x(34)  the work file (on "O")
*>   hrlInput    x(30)  the input file the caller is reading (on "O")
*>   hrlSeq      9(07)  the record's physical position in the input,
*>                      every record read counted (on "S")
*>   hrlRadicand        the record's radicand (on "S" and "L")
*>   hrlEpsilon  v9(9)  on "S" the epsilon as read from the record;
*>                      on "L" the epsilon it will actually run at,
*>                      after any profile or override
*>   histRecord         on an "L" hit, the history row that answers
*>                      it (sqrthist.cpy), exactly as a keyed read
*>                      would have returned it
*>   hrlRc       9(01)  "O": 0 the work file is today's and was cut
*>                      from hrlInput, 3 it can't be used; "S": 0 a
*>                      row is held for the record, 3 none; "L": 0 an
*>                      exact hit, 1 a tighter-epsilon hit, 2 nothing
*>                      on file answers it, 3 not resolvable here --
*>                      read the master
*>
*> A row is held only for the record it was cut for (same position,
*> radicand and epsilon), and an "L" consumes it, so a lookup made for
*> any other purpose in between (a restart's parents, an express
*> request) always comes back 3. When the effective epsilon differs
*> from the record's own, the radicand's tightest row still settles
*> it if that row is at least as loose as the epsilon asked for.

identification division.
program-id. sqrthrlk.

environment division.

input-output section.
file-control.
    select hresFile assign to dynamic hresFname
        organization is line sequential
        file status is hresStatus.

data division.

file section.
fd hresFile.
    copy "sqrthres.cpy".

working-storage section.
77 hresFname    pic x(34) value spaces.
77 hresStatus   pic x(02).
77 openSw       pic x(01) value "N".
    88 hresOpen value "Y".
77 eofSw        pic x(01) value "N".
    88 hresAtEof value "Y".
77 heldSw       pic x(01) value "N".
    88 rowHeld value "Y".
77 todayStamp   pic x(08) value spaces.
*> The input's name without its directory: a partition run names its
*> input relative to the data directory, the splitter by full path
77 nameWork     pic x(30) value spaces.
77 nameTail     pic x(30) value spaces.
77 headTail     pic x(30) value spaces.
77 scanPos      pic 9(02) value 0.
77 slashPos     pic 9(02) value 0.

linkage section.
77 hrlAction   pic x(01).
77 hrlFname    pic x(34).
77 hrlInput    pic x(30).
77 hrlSeq      pic 9(07).
77 hrlRadicand pic s9(15)v9(6) sign leading separate.
77 hrlEpsilon  pic v9(9).
copy "sqrthist.cpy".
77 hrlRc       pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using hrlAction, hrlFname, hrlInput, hrlSeq,
        hrlRadicand, hrlEpsilon, histRecord, hrlRc.

    move 3 to hrlRc.
    evaluate hrlAction
        when "O"
            perform openFile
        when "S"
            perform stepTo
        when "L"
            perform lookUp
        when "C"
            perform closeFile
    end-evaluate.
    goback.

*> Only a work file cut today from the very input being read is
*> taken; anything else is left alone and the caller reads the master.
openFile.
    perform closeFile.
    move hrlFname to hresFname.
    open input hresFile.
    if hresStatus is not equal to "00"
        exit paragraph
    end-if.
    set hresOpen to true.
    move "N" to eofSw.
    read hresFile at end set hresAtEof to true end-read.
    accept todayStamp from date yyyymmdd.
    if hresAtEof or hhSeq is not equal to zero
            or hhTag is not equal to "HRS1"
            or hhDate is not equal to todayStamp
        perform closeFile
        exit paragraph
    end-if.
    move hhInput to nameWork.
    perform tailOfName.
    move nameTail to headTail.
    move hrlInput to nameWork.
    perform tailOfName.
    if nameTail is not equal to headTail
        perform closeFile
        exit paragraph
    end-if.
    move 0 to hrlRc.

tailOfName.
    move 0 to slashPos.
    perform varying scanPos from 1 by 1 until scanPos is greater than 30
        if nameWork(scanPos:1) is equal to "/"
            move scanPos to slashPos
        end-if
    end-perform.
    move spaces to nameTail.
    if slashPos is less than 30
        move nameWork(slashPos + 1:) to nameTail
    end-if.

closeFile.
    if hresOpen
        close hresFile
    end-if.
    move "N" to openSw.
    move "N" to heldSw.

*> Rows are in input order, one per detail record, so stepping to
*> the record's position never goes backwards.
stepTo.
    move "N" to heldSw.
    if not hresOpen
        exit paragraph
    end-if.
    perform until hresAtEof or hrSeq is not less than hrlSeq
        read hresFile at end set hresAtEof to true end-read
    end-perform.
    if hresAtEof or hrSeq is not equal to hrlSeq
        exit paragraph
    end-if.
    if hrRadicand is not equal to hrlRadicand
            or hrEpsilon is not equal to hrlEpsilon
        exit paragraph
    end-if.
    set rowHeld to true.
    move 0 to hrlRc.

lookUp.
    if not rowHeld
        exit paragraph
    end-if.
    move "N" to heldSw.
    if hrLive or hrRadicand is not equal to hrlRadicand
        exit paragraph
    end-if.
    if hrlEpsilon is equal to hrEpsilon
        evaluate true
            when hrExact
                move hrlRadicand to histRadicand
                move hrEpsilon to histEpsilon
                move hrExRoot to histRoot
                move hrExIter to histIter
                move hrExStamp to histRunStamp
                move 0 to hrlRc
            when hrTighter
                perform takeMinRow
                move 1 to hrlRc
            when other
                move 2 to hrlRc
        end-evaluate
        exit paragraph
    end-if.
*> A profile or override moved the epsilon: nothing on file can
*> answer an epsilon tighter than the radicand's tightest row, and
*> that row itself answers its own epsilon exactly; anything looser
*> may have an exact row of its own the pass never looked for.
    if not hrMinOnFile or hrlEpsilon is less than hrMinEps
        move 2 to hrlRc
        exit paragraph
    end-if.
    if hrlEpsilon is equal to hrMinEps
        perform takeMinRow
        move 0 to hrlRc
    end-if.

takeMinRow.
    move hrlRadicand to histRadicand.
    move hrMinEps to histEpsilon.
    move hrMinRoot to histRoot.
    move hrMinIter to histIter.
    move hrMinStamp to histRunStamp.
