*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -        Subscriber Posting Reconciliation Against Feeds         -
*> ------------------------------------------------------------------
*> sqrt.feed.led proves a subscriber picked a feed up; it does not
*> prove the subscriber posted what we sent. A subscriber returns
*> what it actually booked as sqrt.feed.<name>.post (sqrtfpst.cpy):
*> delivery sequence, serial and posted value, one row per item.
*> For every subscriber on sqrtfeeds.ctl that has returned one, this
*> re-reads each posted delivery the way sqrtrsta does -- from the
*> sqrt.out generation it was cut from (its sqrt.out.Dyyyymmdd
*> snapshot, or the live sqrt.out on the day itself), through the
*> subscriber's selection -- and matches it against the postings by
*> serial. The value each item should have been posted at is the
*> feed's value (its first root slot, else its first radicand slot)
*> presented under the subscriber's own sqrtfeeds.ctl rule: its
*> decimal count, truncated or rounded exactly as sqrtfeed cut it.
*> Reported per subscriber and delivery sequence:
*>
*>   DIFFERENT    posted, but not at the value the spec yields
*>   NOT POSTED   delivered, and no posting came back for it
*>   NOT SENT     posted, but that delivery never carried the serial
*>                (or the sequence is not on the ledger at all)
*>
*> A delivery the subscriber has returned no posting for at all is
*> still in its hands, and is only counted. Feed rows without a serial
*> cannot be matched and are counted apart; so are the postings of a
*> delivery whose generation sqrtarch no longer retains. The posting
*> files are read, never consumed, so the run can be repeated as the
*> subscriber posts more.
*>
*>   SQRT_POST_SUBSCRIBER  reconcile only this subscriber
*>
*> RETURN-CODE: 0 every posted delivery agrees, 4 exceptions found,
*> 8 no posting file to reconcile.

identification division.
program-id. sqrtpost.

environment division.

input-output section.
file-control.
    select specFile assign to "sqrtfeeds.ctl"
        organization is line sequential
        file status is specFileStatus.
    select feedLedFile assign to "sqrt.feed.led"
        organization is line sequential
        file status is feedLedStatus.
    select resultFile assign to dynamic resultFname
        organization is line sequential
        file status is resFileStatus.
    select postFile assign to dynamic postFname
        organization is line sequential
        file status is postStatus.

data division.

file section.
fd specFile.
    01 specRecord pic x(80).
fd feedLedFile.
    copy "sqrtfled.cpy".
fd resultFile.
    copy "sqrtresult.cpy".
fd postFile.
    copy "sqrtfpst.cpy".

working-storage section.
77 specFileStatus  pic x(02).
77 feedLedStatus   pic x(02).
77 resFileStatus   pic x(02).
77 resultFname     pic x(30) value "sqrt.out".
77 postStatus      pic x(02).
77 postFname       pic x(40) value spaces.

77 specEofSw   pic x(01) value "N".
    88 specAtEof value "Y".
77 feedLedEofSw pic x(01) value "N".
    88 feedLedAtEof value "Y".
77 resEofSw    pic x(01) value "N".
    88 resAtEof value "Y".
77 postEofSw   pic x(01) value "N".
    88 postAtEof value "Y".

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
77 parmValue   pic x(50) value spaces.
77 parmSource  pic x(08) value spaces.
77 onlySubscriber pic x(08) value spaces.

*> ------------------------Subscribers And Deliveries----------------------
77 specMax   pic 9(03) value 100.
77 specCount pic 9(03) value 0.
77 specIdx   pic 9(03) value 0.
01 specTable.
    02 specEntry occurs 100 times pic x(80).
01 spView.
    02 spSubscriber pic x(08).
    02 spType       pic x(01).
    02 spDelim      pic x(01).
    02 spRound      pic x(01).
    02 spSlot occurs 4 times.
       03 spCode  pic x(01).
       03 spWidth pic 9(02).
       03 spDec   pic 9(01).
    02 spSelSrc     pic x(03).
    02 spSelDept    pic x(04).
    02 spRadLo      pic x(12).
    02 spRadHi      pic x(12).
    02 filler       pic x(22).
77 selRadLo    pic s9(15)v9(6) value 0.
77 selRadHi    pic s9(15)v9(6) value 0.
77 selRangeSw  pic x(01) value "N".
    88 selRangeOn value "Y".

77 ledMax   pic 9(03) value 200.
77 ledCount pic 9(03) value 0.
77 ledIdx   pic 9(03) value 0.
01 ledTable.
    02 ledEntry occurs 200 times pic x(40).
copy "sqrtfled.cpy" replacing ==feedLedRecord== by ==wkRecord==
    leading ==fd== by ==wk==.
77 cblFileInfo pic x(20) value spaces.
77 cblRc       pic s9(9) comp-5 value zero.
77 todayStamp  pic x(08) value spaces.

*> ------------------------The Posting Rule--------------------------------
*> The feed slot whose value the subscriber posts, and that value as
*> sqrtfeed presents it: nudged half a unit of the last kept digit
*> unless the spec truncates, then cut at the slot's decimals.
77 valueSlot   pic 9(01) value 0.
77 valueCode   pic x(01) value space.
77 valueDec    pic 9(01) value 0.
77 fldValue    pic s9(16)v9(6) value 0.
77 roundAdj    pic 9v9(6) value 0.
77 expected    pic s9(16)v9(6) value 0.

*> ------------------------The Subscriber's Postings----------------------
*> ptState: space not yet matched, "M" matched to a delivered item,
*> "X" its delivery can no longer be re-read.
77 postMax   pic 9(04) value 5000.
77 postCount pic 9(04) value 0.
77 postIdx   pic 9(04) value 0.
77 hitIdx    pic 9(04) value 0.
77 postFullSw pic x(01) value "N".
    88 postFull value "Y".
01 postTable.
    02 postEntry occurs 5000 times.
       03 ptSeq      pic 9(06).
       03 ptSerial   pic x(07).
       03 ptText     pic x(25).
       03 ptReadable pic x(01).
       03 ptValue    pic s9(16)v9(6).
       03 ptState    pic x(01).
77 seqPostedSw pic x(01) value "N".
    88 seqPosted value "Y".

*> ------------------------Counts------------------------------------------
*> Per delivery, per subscriber and for the run.
77 dlvRows      pic 9(07) value 0.
77 dlvAgreed    pic 9(07) value 0.
77 dlvDiffer    pic 9(07) value 0.
77 dlvUnposted  pic 9(07) value 0.
77 dlvNoSerial  pic 9(07) value 0.
77 subAwaiting  pic 9(03) value 0.
77 subLost      pic 9(03) value 0.
77 subUnsent    pic 9(07) value 0.
77 subExceptions pic 9(07) value 0.
77 totSubs      pic 9(03) value 0.
77 totDeliveries pic 9(05) value 0.
77 totExceptions pic 9(07) value 0.

77 editCount    pic zzz,zz9.
77 editCount2   pic zzz,zz9.
77 editCount3   pic zzz,zz9.
77 editCount4   pic zzz,zz9.
77 dispValue    pic -(16)9.9(6).
77 dispPosted   pic -(16)9.9(6).

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(40) value 'SQRT Subscriber Posting Reconciliation'.

01 underLine1.
    02 filler pic x(44) value
       '--------------------------------------------'.

*> --------------------------Main Program----------------------------------
procedure division.
    accept todayStamp from date yyyymmdd.
    move "SQRT_POST_SUBSCRIBER" to parmKey.
    perform getParm.
    move parmValue(1:8) to onlySubscriber.
    display titleLine.
    display underLine1.
    perform loadSpecs.
    perform loadFeedLedger.
    perform oneSubscriber thru oneSubscriber-exit
        varying specIdx from 1 by 1 until specIdx is greater than
            specCount.
    display underLine1.
    move totSubs to editCount.
    display "  subscribers reconciled : " editCount.
    move totDeliveries to editCount.
    display "  deliveries reconciled  : " editCount.
    move totExceptions to editCount.
    display "  exceptions             : " editCount.
    evaluate true
        when totSubs is equal to zero
            display "sqrtpost: no subscriber has returned a posting"
                " file -- nothing to reconcile"
            move 8 to return-code
        when totExceptions is greater than zero
            move 4 to return-code
        when other
            display "  Every posted delivery agrees with what was"
                " sent."
            move 0 to return-code
    end-evaluate.
    stop run.

*> ------------------------Loading----------------------------------------

loadSpecs.
    move "N" to specEofSw.
    open input specFile.
    if specFileStatus is not equal to "00"
        display "  (no sqrtfeeds.ctl -- no subscribers to reconcile)"
        exit paragraph
    end-if.
    perform ls1 thru ls1-exit until specAtEof.
    close specFile.

ls1.
    read specFile at end set specAtEof to true end-read.
    if specAtEof or specCount is greater than or equal to specMax
        go to ls1-exit
    end-if.
    if specRecord(1:8) is equal to spaces
        go to ls1-exit
    end-if.
    add 1 to specCount.
    move specRecord to specEntry(specCount).

ls1-exit.
    exit.

loadFeedLedger.
    move "N" to feedLedEofSw.
    open input feedLedFile.
    if feedLedStatus is not equal to "00"
        display "  (no sqrt.feed.led -- nothing was ever delivered)"
        exit paragraph
    end-if.
    perform lf1 thru lf1-exit until feedLedAtEof.
    close feedLedFile.

lf1.
    read feedLedFile at end set feedLedAtEof to true end-read.
    if feedLedAtEof or ledCount is greater than or equal to ledMax
        go to lf1-exit
    end-if.
    add 1 to ledCount.
    move feedLedRecord to ledEntry(ledCount).

lf1-exit.
    exit.

*> The subscriber's postings, whole, so every delivery can be
*> matched against them and whatever is left over reported.
loadPostings.
    move 0 to postCount.
    move "N" to postFullSw.
    move "N" to postEofSw.
    open input postFile.
    if postStatus is not equal to "00"
        exit paragraph
    end-if.
    perform lp1 thru lp1-exit until postAtEof.
    close postFile.

lp1.
    read postFile at end set postAtEof to true end-read.
    if postAtEof
        go to lp1-exit
    end-if.
    if postRecord is equal to spaces
        go to lp1-exit
    end-if.
    if postCount is greater than or equal to postMax
        set postFull to true
        set postAtEof to true
        go to lp1-exit
    end-if.
    add 1 to postCount.
    move fpSeq to ptSeq(postCount).
    move fpSerial to ptSerial(postCount).
    move fpValue to ptText(postCount).
    move space to ptState(postCount).
    move 0 to ptValue(postCount).
    move "N" to ptReadable(postCount).
    if fpValue is not equal to spaces
            and function test-numval(fpValue) is equal to 0
        compute ptValue(postCount) = function numval(fpValue)
            on size error continue
            not on size error move "Y" to ptReadable(postCount)
        end-compute
    end-if.

lp1-exit.
    exit.

*> ------------------------One Subscriber--------------------------------

oneSubscriber.
    move specEntry(specIdx) to spView.
    if onlySubscriber is not equal to spaces
            and spSubscriber is not equal to onlySubscriber
        go to oneSubscriber-exit
    end-if.
    move spaces to postFname.
    string "sqrt.feed." function trim(spSubscriber) ".post"
        delimited by size into postFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using postFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is not equal to zero
        go to oneSubscriber-exit
    end-if.
    add 1 to totSubs.
    display " ".
    display "  " spSubscriber " <- " function trim(postFname).
    perform setPostingRule.
    if valueSlot is equal to zero
        display "           its spec carries no root or radicand"
            " slot -- nothing it could post to check"
        go to oneSubscriber-exit
    end-if.
    perform loadPostings.
    if postFull
        move postMax to editCount
        display "           more than " function trim(editCount)
            " postings -- the rest are not reconciled this run"
        add 1 to totExceptions
    end-if.
    perform setSelection.
    move 0 to subAwaiting, subLost, subUnsent, subExceptions.
    perform oneDelivery thru oneDelivery-exit
        varying ledIdx from 1 by 1 until ledIdx is greater than
            ledCount.
    perform reportUnsent.
    if subAwaiting is greater than zero
        move subAwaiting to editCount
        display "           " function trim(editCount)
            " delivery(ies) with no posting returned yet"
    end-if.
    if subLost is greater than zero
        move subLost to editCount
        display "           " function trim(editCount)
            " posted delivery(ies) no longer retained -- not"
            " reconciled"
    end-if.
    add subExceptions to totExceptions.
    move subExceptions to editCount.
    display "           " function trim(editCount)
        " exception(s) for " spSubscriber.

oneSubscriber-exit.
    exit.

*> Which slot's value the subscriber posts: the root when the feed
*> carries one, else the radicand.
setPostingRule.
    move 0 to valueSlot.
    perform varying postIdx from 1 by 1 until postIdx is greater
            than 4 or valueSlot is greater than zero
        if spCode(postIdx) is equal to "R"
            move postIdx to valueSlot
        end-if
    end-perform.
    if valueSlot is equal to zero
        perform varying postIdx from 1 by 1 until postIdx is greater
                than 4 or valueSlot is greater than zero
            if spCode(postIdx) is equal to "N"
                move postIdx to valueSlot
            end-if
        end-perform
    end-if.
    if valueSlot is greater than zero
        move spCode(valueSlot) to valueCode
        move spDec(valueSlot) to valueDec
        if valueDec is greater than 6
            move 6 to valueDec
        end-if
    end-if.

*> The subscriber's selection, the one sqrtfeed cut the feed under.
setSelection.
    move "N" to selRangeSw.
    if spRadLo is not equal to spaces or spRadHi is not equal
            to spaces
        move -999999999999999.999999 to selRadLo
        move 999999999999999.999999 to selRadHi
        if spRadLo is not equal to spaces
                and function test-numval-f(spRadLo) is equal to 0
            move function numval-f(spRadLo) to selRadLo
        end-if
        if spRadHi is not equal to spaces
                and function test-numval-f(spRadHi) is equal to 0
            move function numval-f(spRadHi) to selRadHi
        end-if
        set selRangeOn to true
    end-if.

*> ------------------------One Delivery------------------------------------

*> Only a delivery the subscriber has posted something against is
*> reconciled; the generation rule is sqrtrsta's.
oneDelivery.
    move ledEntry(ledIdx) to wkRecord.
    if wkSubscriber is not equal to spSubscriber
        go to oneDelivery-exit
    end-if.
    move "N" to seqPostedSw.
    perform varying postIdx from 1 by 1
            until postIdx is greater than postCount or seqPosted
        if ptSeq(postIdx) is equal to wkSeq
            set seqPosted to true
        end-if
    end-perform.
    if not seqPosted
        add 1 to subAwaiting
        go to oneDelivery-exit
    end-if.
    move spaces to resultFname.
    string "sqrt.out.D" wkDate delimited by size into resultFname
    end-string.
    call "CBL_CHECK_FILE_EXIST" using resultFname, cblFileInfo
        returning cblRc
    end-call.
    if cblRc is not equal to zero
        if wkDate is equal to todayStamp
            move "sqrt.out" to resultFname
        else
            perform setAsideDelivery
            go to oneDelivery-exit
        end-if
    end-if.
    move "N" to resEofSw.
    open input resultFile.
    if resFileStatus is not equal to "00"
        perform setAsideDelivery
        go to oneDelivery-exit
    end-if.
    move 0 to dlvRows, dlvAgreed, dlvDiffer, dlvUnposted, dlvNoSerial.
    perform od1 thru od1-exit until resAtEof.
    close resultFile.
    add 1 to totDeliveries.
    move dlvRows to editCount.
    move dlvAgreed to editCount2.
    move dlvDiffer to editCount3.
    move dlvUnposted to editCount4.
    display "    seq " wkSeq " (" wkDate "): "
        function trim(editCount) " sent, "
        function trim(editCount2) " agreed, "
        function trim(editCount3) " different, "
        function trim(editCount4) " not posted".
    if dlvNoSerial is greater than zero
        move dlvNoSerial to editCount
        display "                          "
            function trim(editCount) " sent without a serial --"
            " cannot be matched"
    end-if.

oneDelivery-exit.
    exit.

od1.
    read resultFile at end set resAtEof to true end-read.
    if resAtEof
        go to od1-exit
    end-if.
    if resultCtlTag is equal to "HDR1"
            or resultCtlTag is equal to "TRL1"
        go to od1-exit
    end-if.
    if spSelSrc is not equal to spaces
            and resultSource is not equal to spSelSrc
        go to od1-exit
    end-if.
    if spSelDept is not equal to spaces
            and resultDept is not equal to spSelDept
        go to od1-exit
    end-if.
    if selRangeOn
        if resultNum is less than selRadLo
                or resultNum is greater than selRadHi
            go to od1-exit
        end-if
    end-if.
    add 1 to dlvRows.
    if resultSerial is equal to spaces
        add 1 to dlvNoSerial
        go to od1-exit
    end-if.
    perform computeExpected.
    move 0 to hitIdx.
    perform varying postIdx from 1 by 1
            until postIdx is greater than postCount
                or hitIdx is greater than zero
        if ptSeq(postIdx) is equal to wkSeq
                and ptSerial(postIdx) is equal to resultSerial
                and ptState(postIdx) is equal to space
            move postIdx to hitIdx
        end-if
    end-perform.
    if hitIdx is equal to zero
        add 1 to dlvUnposted
        add 1 to subExceptions
        move expected to dispValue
        display "      NOT POSTED  serial " resultSerial "  sent "
            function trim(dispValue)
        go to od1-exit
    end-if.
    move "M" to ptState(hitIdx).
    if ptReadable(hitIdx) is equal to "Y"
            and ptValue(hitIdx) is equal to expected
        add 1 to dlvAgreed
        go to od1-exit
    end-if.
    add 1 to dlvDiffer.
    add 1 to subExceptions.
    move expected to dispValue.
    if ptReadable(hitIdx) is equal to "Y"
        move ptValue(hitIdx) to dispPosted
        display "      DIFFERENT   serial " resultSerial "  sent "
            function trim(dispValue) "  posted "
            function trim(dispPosted)
    else
        display "      DIFFERENT   serial " resultSerial "  sent "
            function trim(dispValue) "  posted '"
            function trim(ptText(hitIdx)) "' (not a number)"
    end-if.

od1-exit.
    exit.

*> The value as sqrtfeed put it in this subscriber's feed.
computeExpected.
    if valueCode is equal to "R"
        move resultRoot to fldValue
    else
        move resultNum to fldValue
    end-if.
    if spRound is not equal to "T" and valueDec is less than 6
        compute roundAdj = 0.5 / (10 ** valueDec)
        if fldValue is less than zero
            subtract roundAdj from fldValue
        else
            add roundAdj to fldValue
        end-if
    end-if.
    compute expected = function integer-part(fldValue
        * (10 ** valueDec)) / (10 ** valueDec).

*> A delivery whose generation is gone cannot be re-read; its
*> postings are set aside rather than reported as never sent.
setAsideDelivery.
    add 1 to subLost.
    perform varying postIdx from 1 by 1
            until postIdx is greater than postCount
        if ptSeq(postIdx) is equal to wkSeq
            move "X" to ptState(postIdx)
        end-if
    end-perform.

*> Whatever posting no delivered item claimed: a serial the delivery
*> never carried, or a sequence the ledger never issued.
reportUnsent.
    perform varying postIdx from 1 by 1
            until postIdx is greater than postCount
        if ptState(postIdx) is equal to space
            add 1 to subUnsent
            add 1 to subExceptions
            display "      NOT SENT    seq " ptSeq(postIdx)
                " serial " ptSerial(postIdx) "  posted "
                function trim(ptText(postIdx))
        end-if
    end-perform.

getParm.
    call "sqrtparm" using parmKey, parmValue, parmSource end-call.
    display "  parm " function trim(parmKey) " = "
        function trim(parmValue) " (" parmSource ")".

*> ------------------------------------------------------------------
