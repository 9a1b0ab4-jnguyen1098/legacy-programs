*>
*>   SQRT_DGST_DATE  digest date yyyymmdd; blank means today
*>
*> Alerts a planned maintenance window suppressed (sqrtalrg) are
*> never delivered, so no alert file shows them; they are listed from
*> the acknowledgment ledger -- with how often each recurred and the
*> window that held it -- as are delivered alerts whose condition kept
*> recurring, for every row last seen on the digest date or the day
*> before it (the night spans midnight). Neither is flagged.
*>
*> Every emergency override of a change freeze this month, up to the
*> digest date, is listed from the override register sqrt.frzovr
*> (sqrtfrz.cob): when, which utility did what, who ran it, who
*> agreed and why. An override was agreed by two operators, so it is
*> listed, not flagged.
*>
*> RETURN-CODE: 0 a quiet night, 4 anything flagged (nonzero gate
*> RC, an alert file present, a missing summary).

    select gateFile assign to "sqrt.gates"
        organization is line sequential
        file status is gateStatus.
    select estrFile assign to "sqrt.estr.log"
        organization is line sequential
        file status is estrStatus.
    select alertFile assign to dynamic alertFname
        organization is line sequential
        file status is alertStatus.
    select alertLedFile assign to "sqrt.alert.led"
        organization is line sequential
        file status is alertLedStatus.
    select ovrFile assign to "sqrt.frzovr"
        organization is line sequential
        file status is ovrStatus.
    select digestFile assign to "sqrt.digest"
        organization is line sequential.

*> rows; see sqrtgate.cpy.
fd gateFile.
    copy "sqrtgate.cpy".
*> The early-start trigger's verdicts; see sqrtestr.cpy.
fd estrFile.
    copy "sqrtestr.cpy".
*> Every alert registered, delivered or suppressed; see sqrtaled.cpy.
fd alertLedFile.
    copy "sqrtaled.cpy".
fd ovrFile.
    copy "sqrtfovr.cpy".
fd digestFile.
    01 digestLine pic x(100).

77 gateEofSw     pic x(01) value "N".
    88 gateAtEof value "Y".
77 gateRows      pic 9(03) value 0.
77 estrStatus    pic x(02).
77 estrEofSw     pic x(01) value "N".
    88 estrAtEof value "Y".
77 estrRows      pic 9(03) value 0.
77 estrLastRow   pic x(80) value spaces.
77 unpickedCount pic 9(03) value 0.
77 alertFname    pic x(40) value spaces.
77 alertLedStatus pic x(02).
77 alertLedEofSw  pic x(01) value "N".
    88 alertLedAtEof value "Y".
77 priorDate     pic x(08) value spaces.
77 lastSeenDate  pic x(08) value spaces.
77 suppressedRows pic 9(03) value 0.
77 editRepeat    pic zzzz9.
77 ovrStatus     pic x(02).
77 ovrEofSw      pic x(01) value "N".
    88 ovrAtEof value "Y".
77 overrideRows  pic 9(03) value 0.

77 rcEofSw    pic x(01) value "N".
    88 rcAtEof value "Y".
    perform digestSqrtRun.
    perform digestNthRun.
    perform digestGates.
    perform digestEarlyStart.
    perform digestGateRows.
    perform digestAlerts.
    perform digestSuppressed.
    perform digestOverrides.
    perform digestFeeds.
    move all "=" to outLine.
    perform emit.
            add 1 to flagCount
        end-if
    else
        if rcStatus is equal to "B"
            string "Run control     : run " rcRunId " seq " rcSeq
                " BACKED OUT" delimited by size into outLine
            end-string
            add 1 to flagCount
            perform emit
            go to dg1-exit
        end-if
        string "Run control     : seq " rcSeq " started (status "
            rcStatus ")" delimited by size into outLine
        end-string
dg1-exit.
    exit.

*> ------------------------Early Start-------------------------------------

*> The trigger logs only when its verdict changes, so the day's last
*> row is the answer: the start, or why the fixed window ran instead.
*> A shop not running the trigger has no log, and the digest says
*> nothing about it.
digestEarlyStart.
    move "N" to estrEofSw.
    open input estrFile.
    if estrStatus is not equal to "00"
        exit paragraph
    end-if.
    perform des1 thru des1-exit until estrAtEof.
    close estrFile.
    if estrRows is equal to zero
        move "Early start     : trigger did not run for the date"
            to outLine
        perform emit
        exit paragraph
    end-if.
    move estrLastRow to estrRecord.
    move spaces to outLine.
    if esAction is equal to "STARTED"
        string "Early start     : started at " esTime " -- "
            function trim(esReason)
            delimited by size into outLine
        end-string
    else
        string "Early start     : not triggered -- "
            function trim(esAction) " " function trim(esReason)
            " (as of " esTime ")"
            delimited by size into outLine
        end-string
    end-if.
    perform emit.

des1.
    read estrFile at end set estrAtEof to true end-read.
    if estrAtEof or esDate is not equal to digestDate
        go to des1-exit
    end-if.
    add 1 to estrRows.
    move estrRecord to estrLastRow.

des1-exit.
    exit.

*> ------------------------Downstream Gates--------------------------------

*> The reconciliation, feed-churn and trend gates each leave one
da1-exit.
    exit.

*> ------------------------Suppressed and Repeated Alerts-----------------

digestSuppressed.
    if digestDate is not numeric
        exit paragraph
    end-if.
    move function date-of-integer(
        function integer-of-date(function numval(digestDate)) - 1)
        to priorDate.
    move "N" to alertLedEofSw.
    open input alertLedFile.
    if alertLedStatus is not equal to "00"
        exit paragraph
    end-if.
    perform dsp1 thru dsp1-exit until alertLedAtEof.
    close alertLedFile.
    if suppressedRows is equal to zero
        move "Suppressed      : none" to outLine
        perform emit
    end-if.

dsp1.
    read alertLedFile at end set alertLedAtEof to true end-read.
    if alertLedAtEof
        go to dsp1-exit
    end-if.
    if alLast is numeric
        move alLast(1:8) to lastSeenDate
    else
        move alStamp(1:8) to lastSeenDate
    end-if.
    if lastSeenDate is less than priorDate
            or lastSeenDate is greater than digestDate
        go to dsp1-exit
    end-if.
    if alCount is numeric and alCount is greater than zero
        move alCount to editRepeat
    else
        move 1 to editRepeat
    end-if.
    if alSuppressed
        add 1 to suppressedRows
        move spaces to outLine
        string "Suppressed      : " alId " " function trim(alCond)
            " x" function trim(editRepeat) " -> "
            function trim(alAudience) " " function trim(alUrgency)
            delimited by size into outLine
        end-string
        perform emit
        move spaces to outLine
        string "                  window from " alWindow ": "
            function trim(alNote)
            delimited by size into outLine
        end-string
        perform emit
        go to dsp1-exit
    end-if.
    if alCount is numeric and alCount is greater than 1
        move spaces to outLine
        string "Repeated        : " alId " " function trim(alCond)
            " x" function trim(editRepeat) " -> "
            function trim(alAudience) " last " alLast
            delimited by size into outLine
        end-string
        perform emit
    end-if.

dsp1-exit.
    exit.

*> ------------------------Freeze Overrides--------------------------------

digestOverrides.
    move "N" to ovrEofSw.
    open input ovrFile.
    if ovrStatus is not equal to "00"
        move "Freeze override : none this month" to outLine
        perform emit
        exit paragraph
    end-if.
    perform dov1 thru dov1-exit until ovrAtEof.
    close ovrFile.
    if overrideRows is equal to zero
        move "Freeze override : none this month" to outLine
        perform emit
    end-if.

dov1.
    read ovrFile at end set ovrAtEof to true end-read.
    if ovrAtEof
        go to dov1-exit
    end-if.
    if foStamp(1:6) is not equal to digestDate(1:6)
            or foStamp(1:8) is greater than digestDate
        go to dov1-exit
    end-if.
    add 1 to overrideRows.
    move spaces to outLine.
    string "Freeze override : " foStamp(1:8) " " foStamp(9:4) " "
        function trim(foProgram) " " function trim(foAttempt)
        " by " function trim(foOperator) ", agreed by "
        function trim(foSecond) " (" function trim(foFreeze) ")"
        delimited by size into outLine
    end-string.
    perform emit.
    move spaces to outLine.
    string "                  " function trim(foReason)
        delimited by size into outLine
    end-string.
    perform emit.

dov1-exit.
    exit.

*> ------------------------Feed Pickups------------------------------------

*> Every produced feed nobody has confirmed picking up: a dead
