*> operator and timestamp -- so "did anyone see the 3am PAGE" is a
*> ledger row, not a hallway question. The sweep (sqrtaesc)
*> escalates what sits here too long.
*>
*> An alert a maintenance window suppressed was never delivered and
*> is not listed as outstanding (the morning digest reports those);
*> one whose condition has recurred since it was raised is listed
*> with how many times it has.
*>
*> Each alert's ledger row names who was rostered on call for its
*> audience when it was raised (sqrt.oncall); an acknowledgment by
*> anyone else is called out as it is made, and the (R)oster check
*> lists every acknowledgment on the ledger made by someone other
*> than the rostered primary or secondary.

identification division.
program-id. sqrtack.
    88 listChoice value "L" "l".
    88 ackChoice  value "A" "a".
    88 quitChoice value "Q" "q".
    88 rosterChoice value "R" "r".

*> The ledger, table-loaded for the acknowledge-and-rewrite pass
77 ledMax   pic 9(03) value 500.
77 ledCount pic 9(03) value 0.
77 ledIdx   pic 9(03) value 0.
01 ledTable.
    02 ledEntry occurs 500 times pic x(200).
copy "sqrtaled.cpy" replacing ==alertLedRecord== by ==wkRecord==
    leading ==al== by ==wk==.

77 dirtySw   pic x(01) value "N".
    88 fileDirty value "Y".
77 outstandingCount pic 9(03) value 0.
77 repeatNote pic x(30) value spaces.
77 offRosterCount pic 9(03) value 0.
77 editRepeat pic zzzz9.

77 operatorId pic x(08) value spaces.
77 wsDateTime pic x(21).

mainMenu.
    display " ".
    display "(L)ist outstanding  (A)cknowledge  (R)oster check  "
        "(Q)uit: " with no advancing.
    accept choice end-accept.
    if listChoice
        perform listOutstanding thru lst-done
        if ackChoice
            perform ackOne thru ack-done
        else
            if rosterChoice
                perform rosterCheck thru rc-done
            else
                if not quitChoice
                    display "  Invalid choice; re-enter."
                end-if
            end-if
        end-if
    end-if.

lo1.
    move ledEntry(ledIdx) to wkRecord.
    if wkAckOper is not equal to spaces or wkSuppressed
        go to lo1-exit
    end-if.
    add 1 to outstandingCount.
    move spaces to repeatNote.
    if wkCount is numeric and wkCount is greater than 1
        move wkCount to editRepeat
        string "  x" function trim(editRepeat) " to " wkLast
            delimited by size into repeatNote
        end-string
    end-if.
    if wkEscal is equal to "Y"
        display "  " wkId "  " wkStamp "  " wkAudience " "
            wkUrgency "  (ESCALATED)" function trim(repeatNote
            trailing)
    else
        display "  " wkId "  " wkStamp "  " wkAudience " "
            wkUrgency function trim(repeatNote trailing)
    end-if.

lo1-exit.
    move wkRecord to ledEntry(ledIdx).
    set fileDirty to true.
    display "  Acknowledged by " operatorId " at " wkAckStamp ".".
    if wkOnCall is not equal to spaces
            and operatorId is not equal to wkOnCall
            and operatorId is not equal to wkSecond
        display "  NOTE: " function trim(operatorId)
            " is not the rostered contact (primary "
            function trim(wkOnCall) ", secondary "
            function trim(wkSecond) ")."
    end-if.

ao1-exit.
    exit.

*> Acknowledgments made by someone other than the people rostered
*> for the alert's audience when it was raised; rows raised with
*> nobody rostered have nobody to compare against.
rosterCheck.
    move 0 to offRosterCount.
    perform rc1 thru rc1-exit
        varying ledIdx from 1 by 1 until ledIdx is greater than
            ledCount.
    if offRosterCount is equal to zero
        display "  Every acknowledgment was made by a rostered "
            "contact."
    else
        display "  " offRosterCount " acknowledgment(s) made off "
            "the roster."
    end-if.

rc-done.
    exit.

rc1.
    move ledEntry(ledIdx) to wkRecord.
    if wkAckOper is equal to spaces or wkOnCall is equal to spaces
        go to rc1-exit
    end-if.
    if wkAckOper is equal to wkOnCall or wkAckOper is equal to wkSecond
        go to rc1-exit
    end-if.
    add 1 to offRosterCount.
    display "  " wkId "  " wkAudience " acked by " wkAckOper
        " at " wkAckStamp " -- rostered " function trim(wkOnCall)
        " / " function trim(wkSecond).

rc1-exit.
    exit.

*> ---------------------------------------------------------------------
