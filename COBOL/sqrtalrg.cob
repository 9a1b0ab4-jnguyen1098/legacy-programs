*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -        Shared Alert Registration, Collapse and Suppression         -
*> ---------------------------------------------------------------------
*> During planned maintenance the watchdog paged a stall every cycle,
*> the feed monitor raised LATE for feeds told to hold, and the sweep
*> escalated the pages nobody acknowledged -- and outside maintenance
*> the same condition raised on every cycle buried the one alert that
*> mattered under its own repeats. This routine is the one place an
*> alert is put on the acknowledgment ledger (the sqrtsrcr mold), so
*> sqrtalert, sqrtwdog, sqrtfmon and sqrtaesc all decide the same way
*> whether an alert goes out at all:
*>
*>   - inside a planned maintenance window (sqrtmwin.ctl) whose scope
*>     covers it, the alert is recorded on the ledger as suppressed
*>     (alState "S", the window's start and reason on the row) and is
*>     not delivered; repeats inside the same window bump that row;
*>   - otherwise a repeat of a condition already open on the ledger
*>     (same source, condition and audience, not yet acknowledged)
*>     bumps that row's count and last-seen stamp and is not
*>     delivered again;
*>   - otherwise a new row is registered and the caller delivers it.
*>
*> A new row carries the audience's rostered primary and secondary
*> at the moment it was raised (sqrtoncr), so an acknowledgment can
*> later be checked against the people who were meant to see it.
*>
*> Maintenance-window record (sqrtmwin.ctl), one per window, kept by
*> hand ("*" in column 1 is a comment):
*>   mwStart  x(12)  yyyymmddhhmm the window opens
*>   mwEnd    x(12)  yyyymmddhhmm it closes (not itself inside)
*>   mwScope  x(08)  what it holds: ALL, RUN (sqrtalert's run
*>                   outcome alerts), WATCHDOG (sqrtwdog), FEED
*>                   (sqrtfmon) or ESCALATE (sqrtaesc)
*>   mwTarget x(08)  narrows a scope to one subject -- for FEED the
*>                   source code held (blank: everything in scope)
*>   mwReason x(30)  why, carried onto every alert it suppresses
*>   mwBy     x(08)  who entered it
*>
*> Interface:  call "sqrtalrg" using alrAction, alrSource, alrScope,
*>                                  alrTarget, alrAudience,
*>                                  alrUrgency, alrCond, alrId,
*>                                  alrCount, alrNote, alrRc
*>   alrAction   x(01)  "R" raise an alert; "S" screen one the caller
*>                      keeps its own books for (recorded only when a
*>                      window suppresses it); "P" mark alert alrId
*>                      passed to its audience's secondary; "X" mark
*>                      it escalated to the next audience
*>   alrSource   x(08)  raising program
*>   alrScope    x(08)  the window scope the alert falls under
*>   alrTarget   x(08)  the subject a window may name (spaces: none)
*>   alrAudience x(20)  the audience it is for
*>   alrUrgency  x(08)  PAGE / NOTE / MORNING
*>   alrCond     x(30)  the condition, worded the same on every repeat
*>   alrId       x(12)  returned: the ledger row the alert landed on
*>                      (on "X", the row to mark)
*>   alrCount    9(05)  returned: occurrences now on that row
*>   alrNote     x(30)  returned: the suppressing window's reason
*>   alrRc       9(01)  "R"/"S": 0 deliver it (on "R" a new row is
*>                      registered; on "S" nothing is written), 1 a
*>                      repeat collapsed onto an open alert -- do not
*>                      deliver, 2 suppressed by a maintenance window
*>                      -- do not deliver; "P"/"X": 0 marked, 1 no
*>                      such row; 3 any action not understood
*>
*> Both files are read afresh on every call: a window entered while
*> the scheduler is cycling takes effect on the next alert, and the
*> ledger is never rewritten from a stale copy.

identification division.
program-id. sqrtalrg.

environment division.

input-output section.
file-control.
    select windowFile assign to "sqrtmwin.ctl"
        organization is line sequential
        file status is windowStatus.
    select ledgerFile assign to "sqrt.alert.led"
        organization is line sequential
        file status is ledgerStatus.

data division.

file section.
fd windowFile.
    01 windowRecord.
       02 mwStart  pic x(12).
       02 mwEnd    pic x(12).
       02 mwScope  pic x(08).
       02 mwTarget pic x(08).
       02 mwReason pic x(30).
       02 mwBy     pic x(08).
       02 filler   pic x(02).
fd ledgerFile.
    copy "sqrtaled.cpy".

working-storage section.
77 windowStatus pic x(02).
77 ledgerStatus pic x(02).
77 eofSw        pic x(01) value "N".
    88 atEof value "Y".

77 wsDateTime pic x(21).
77 nowStamp   pic x(14) value spaces.
77 todayStamp pic x(08) value spaces.

77 inWindowSw pic x(01) value "N".
    88 inWindow value "Y".
77 winStart   pic x(12) value spaces.
77 winReason  pic x(30) value spaces.

*> The ledger, table-loaded for the bump-and-rewrite pass; a ledger
*> longer than the table is only ever appended to, never rewritten
77 ledMax   pic 9(04) value 2000.
77 ledCount pic 9(04) value 0.
77 ledIdx   pic 9(04) value 0.
77 ledHit   pic 9(04) value 0.
77 overflowSw pic x(01) value "N".
    88 ledgerOverflow value "Y".
01 ledTable.
    02 ledEntry occurs 2000 times pic x(200).
copy "sqrtaled.cpy" replacing ==alertLedRecord== by ==wkRecord==
    leading ==al== by ==wk==.
77 alertSeq pic 9(04) value 0.
77 markValue pic x(01) value spaces.

*> Interface to the shared on-call roster resolver
77 oncStamp      pic x(12) value spaces.
77 oncPrimary    pic x(08) value spaces.
77 oncPriContact pic x(20) value spaces.
77 oncSecondary  pic x(08) value spaces.
77 oncSecContact pic x(20) value spaces.
77 oncRc         pic 9(01) value 0.

linkage section.
77 alrAction   pic x(01).
77 alrSource   pic x(08).
77 alrScope    pic x(08).
77 alrTarget   pic x(08).
77 alrAudience pic x(20).
77 alrUrgency  pic x(08).
77 alrCond     pic x(30).
77 alrId       pic x(12).
77 alrCount    pic 9(05).
77 alrNote     pic x(30).
77 alrRc       pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using alrAction, alrSource, alrScope, alrTarget,
        alrAudience, alrUrgency, alrCond, alrId, alrCount, alrNote,
        alrRc.

    move 0 to alrRc.
    move function current-date to wsDateTime.
    move wsDateTime(1:14) to nowStamp.
    move wsDateTime(1:8) to todayStamp.
    evaluate alrAction
        when "R"
            perform raiseOne
        when "S"
            perform screenOne
        when "P"
            move "S" to markValue
            perform markEscalated
        when "X"
            move "Y" to markValue
            perform markEscalated
        when other
            move 3 to alrRc
    end-evaluate.
    goback.

raiseOne.
    move spaces to alrId, alrNote.
    move 0 to alrCount.
    perform checkWindows.
    perform loadLedger.
    perform findOpen.
    if ledHit is greater than zero
        perform bumpRow
    else
        perform newRow
    end-if.
    if inWindow
        move 2 to alrRc
    end-if.

*> The caller keeps its own books for an alert that goes out; only
*> one a window holds back needs a row of its own here.
screenOne.
    move spaces to alrId, alrNote.
    move 0 to alrCount.
    perform checkWindows.
    if not inWindow
        exit paragraph
    end-if.
    perform loadLedger.
    perform findOpen.
    if ledHit is greater than zero
        perform bumpRow
    else
        perform newRow
    end-if.
    move 2 to alrRc.

markEscalated.
    perform loadLedger.
    move 0 to ledHit.
    if not ledgerOverflow
        perform varying ledIdx from 1 by 1
                until ledIdx is greater than ledCount
            move ledEntry(ledIdx) to wkRecord
            if wkId is equal to alrId
                move ledIdx to ledHit
            end-if
        end-perform
    end-if.
    if ledHit is equal to zero
        move 1 to alrRc
        exit paragraph
    end-if.
    move ledEntry(ledHit) to wkRecord.
    move markValue to wkEscal.
    move wkRecord to ledEntry(ledHit).
    perform writeLedger.

*> ------------------------Maintenance Windows---------------------------

*> The first window open now whose scope (and target, if it names
*> one) covers the alert holds it.
checkWindows.
    move "N" to inWindowSw.
    move spaces to winStart, winReason.
    move "N" to eofSw.
    open input windowFile.
    if windowStatus is not equal to "00"
        exit paragraph
    end-if.
    perform cw1 thru cw1-exit until atEof or inWindow.
    close windowFile.
    if inWindow
        move winReason to alrNote
    end-if.

cw1.
    read windowFile at end set atEof to true end-read.
    if atEof or mwStart(1:1) is equal to "*"
        go to cw1-exit
    end-if.
    if mwStart is not numeric or mwEnd is not numeric
        go to cw1-exit
    end-if.
    if nowStamp(1:12) is less than mwStart
            or nowStamp(1:12) is not less than mwEnd
        go to cw1-exit
    end-if.
    if mwScope is not equal to "ALL"
            and mwScope is not equal to alrScope
        go to cw1-exit
    end-if.
    if mwTarget is not equal to spaces
            and mwTarget is not equal to alrTarget
        go to cw1-exit
    end-if.
    set inWindow to true.
    move mwStart to winStart.
    move mwReason to winReason.

cw1-exit.
    exit.

*> ------------------------The Ledger-----------------------------------

*> Today's next sequence is taken over every row on file, including
*> any past the table, so a rerun never reissues an id.
loadLedger.
    move 0 to ledCount, alertSeq.
    move "N" to overflowSw.
    move "N" to eofSw.
    open input ledgerFile.
    if ledgerStatus is not equal to "00"
        exit paragraph
    end-if.
    perform ll1 thru ll1-exit until atEof.
    close ledgerFile.

ll1.
    read ledgerFile at end set atEof to true end-read.
    if atEof
        go to ll1-exit
    end-if.
    if alId(1:8) is equal to todayStamp
            and alId(9:4) is numeric
            and function numval(alId(9:4)) is greater than alertSeq
        move function numval(alId(9:4)) to alertSeq
    end-if.
    if ledCount is greater than or equal to ledMax
        set ledgerOverflow to true
        go to ll1-exit
    end-if.
    add 1 to ledCount.
    move alertLedRecord to ledEntry(ledCount).

ll1-exit.
    exit.

*> The latest open row for the same condition: unacknowledged and,
*> when a window holds the alert, suppressed by that same window;
*> otherwise delivered.
findOpen.
    move 0 to ledHit.
    if ledgerOverflow
        exit paragraph
    end-if.
    perform fo1 thru fo1-exit
        varying ledIdx from 1 by 1 until ledIdx is greater than
            ledCount.

fo1.
    move ledEntry(ledIdx) to wkRecord.
    if wkSource is not equal to alrSource
            or wkCond is not equal to alrCond
            or wkAudience is not equal to alrAudience
            or wkAckOper is not equal to spaces
        go to fo1-exit
    end-if.
    if inWindow
        if not wkSuppressed or wkWindow is not equal to winStart
            go to fo1-exit
        end-if
    else
        if wkSuppressed
            go to fo1-exit
        end-if
    end-if.
    move ledIdx to ledHit.

fo1-exit.
    exit.

bumpRow.
    move ledEntry(ledHit) to wkRecord.
    if wkCount is not numeric or wkCount is equal to zero
        move 1 to wkCount
    end-if.
    add 1 to wkCount.
    move nowStamp to wkLast.
    move wkRecord to ledEntry(ledHit).
    perform writeLedger.
    move wkId to alrId.
    move wkCount to alrCount.
    if not inWindow
        move 1 to alrRc
    end-if.

newRow.
    add 1 to alertSeq.
    move spaces to alertLedRecord.
    string todayStamp alertSeq delimited by size into alId
    end-string.
    move nowStamp to alStamp, alLast.
    move alrAudience to alAudience.
    move alrUrgency to alUrgency.
    move "N" to alEscal.
    move alrSource to alSource.
    move alrCond to alCond.
    move 1 to alCount.
    move nowStamp(1:12) to oncStamp.
    call "sqrtoncr" using alrAudience, oncStamp, oncPrimary,
        oncPriContact, oncSecondary, oncSecContact, oncRc end-call.
    move oncPrimary to alOnCall.
    move oncSecondary to alSecond.
    if inWindow
        set alSuppressed to true
        move winStart to alWindow
        move winReason to alNote
    end-if.
    open extend ledgerFile.
    if ledgerStatus is equal to "35"
        open output ledgerFile
    end-if.
    write alertLedRecord.
    close ledgerFile.
    move alId to alrId.
    move alCount to alrCount.

writeLedger.
    open output ledgerFile.
    perform wl1 thru wl1-exit
        varying ledIdx from 1 by 1 until ledIdx is greater than
            ledCount.
    close ledgerFile.

wl1.
    move ledEntry(ledIdx) to alertLedRecord.
    write alertLedRecord.

wl1-exit.
    exit.

*> ---------------------------------------------------------------------
