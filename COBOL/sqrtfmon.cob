*> "VENDOR2 hasn't delivered" note reaches a human while there are
*> still three hours to do something about it.
*>
*> Every finding is also appended to sqrt.fmon.log (sqrtfmlg.cpy),
*> so a source's punctuality over a month is on record for the
*> upstream scorecard rather than only in the alerts of the day.
*>
*> The late warning is registered through sqrtalrg: a feed still
*> late on a later cycle, its earlier warning unacknowledged, only
*> bumps that alert's count, and a feed held by a planned
*> maintenance window (scope FEED, target the source code or blank
*> for every feed) is recorded as suppressed and no file is written.
*> The warning names the audience's rostered on-call (sqrt.oncall).
*>
*> Schedule record (sqrt.feedsch), one per source:
*>   fsSource   x(03)  source code
*>   fsExpect   9(04)  expected arrival, hhmm
        file status is calFileStatus.
    select alertFile assign to dynamic alertFname
        organization is line sequential.
    select fmonLog assign to "sqrt.fmon.log"
        organization is line sequential
        file status is fmonLogStatus.

data division.

       02 filler  pic x(51).
fd alertFile.
    01 alertLine pic x(100).
fd fmonLog.
    copy "sqrtfmlg.cpy".

working-storage section.
77 schedStatus   pic x(02).
77 calFileStatus pic x(02).
77 alertFname    pic x(40) value spaces.
77 fmonLogStatus pic x(02).
77 findState     pic x(08) value spaces.

77 schedEofSw pic x(01) value "N".
    88 schedAtEof value "Y".
77 srcCode  pic x(03) value spaces.
77 srcName  pic x(20) value spaces.
77 srcTeam  pic x(12) value spaces.
77 srcContact pic x(20) value spaces.
77 srcVolLo pic 9(07) value 0.
77 srcVolHi pic 9(07) value 0.
77 srcRc    pic 9(01) value 0.

*> Interface to the shared sqrtalrg registration routine
77 alrAction   pic x(01) value "R".
77 alrSource   pic x(08) value "SQRTFMON".
77 alrScope    pic x(08) value "FEED".
77 alrTarget   pic x(08) value spaces.
77 alrUrgency  pic x(08) value "NOTE".
77 alrCond     pic x(30) value spaces.
77 alrId       pic x(12) value spaces.
77 alrCount    pic 9(05) value 0.
77 alrNote     pic x(30) value spaces.
77 alrRc       pic 9(01) value 0.

*> Interface to the shared on-call roster resolver
77 oncAudience   pic x(20) value spaces.
77 oncStamp      pic x(12) value spaces.
77 oncPrimary    pic x(08) value spaces.
77 oncPriContact pic x(20) value spaces.
77 oncSecondary  pic x(08) value spaces.
77 oncSecContact pic x(20) value spaces.
77 oncRc         pic 9(01) value 0.

77 feedCount    pic 9(03) value 0.
77 arrivedCount pic 9(03) value 0.
77 lateCount    pic 9(03) value 0.
        move 8 to return-code
        stop run
    end-if.
    open extend fmonLog.
    if fmonLogStatus is equal to "35"
        open output fmonLog
    end-if.
    perform oneFeed thru oneFeed-exit until schedAtEof.
    close schedFile, fmonLog.
    display underLine1.
    display "  Feeds expected: " feedCount "  arrived: "
        arrivedCount "  late: " lateCount.
    if cblRc is equal to zero
        add 1 to arrivedCount
        display "  " fsSource "  ARRIVED"
        move "ARRIVED" to findState
        perform logFinding
        go to oneFeed-exit
    end-if.
    if fsExpect is not numeric
    if nowMinutes is not greater than dueMinutes
        display "  " fsSource "  pending (due by " fsExpect
            " plus grace)"
        move "PENDING" to findState
        perform logFinding
    else
        add 1 to lateCount
        move fsSource to srcCode
        call "sqrtsrcr" using srcCode, srcName, srcTeam,
            srcContact, srcVolLo, srcVolHi, srcRc end-call
        display "  " fsSource " " function trim(srcName)
            " (" function trim(srcTeam) ")  *** LATE -- expected by "
            fsExpect " ***"
        perform raiseLateAlert
        move "LATE" to findState
        perform logFinding
    end-if.

oneFeed-exit.
    exit.

logFinding.
    move spaces to fmonLogRecord.
    move todayStamp to flDate.
    move findState to flState.
    move timeRaw(1:4) to flTime.
    move fsSource to flSource.
    if fsExpect is numeric
        move fsExpect to flExpect
    else
        move 0 to flExpect
    end-if.
    write fmonLogRecord.

*> The warning goes out through the same audience-file mechanism
*> sqrtalert delivers, so whatever agent watches sqrt.alert.* files
*> picks this up without learning anything new.
    if fsAudience is equal to spaces
        move "OPERATIONS" to fsAudience
    end-if.
    move fsSource to alrTarget.
    move spaces to alrCond.
    string "FEED LATE " fsSource delimited by size into alrCond
    end-string.
    call "sqrtalrg" using alrAction, alrSource, alrScope, alrTarget,
        fsAudience, alrUrgency, alrCond, alrId, alrCount, alrNote,
        alrRc end-call.
    if alrRc is equal to 1
        display "    -> still open as " alrId " (" alrCount
            " occurrences) -- not re-sent"
        exit paragraph
    end-if.
    if alrRc is equal to 2
        display "    -> suppressed as " alrId " -- maintenance: "
            function trim(alrNote)
        exit paragraph
    end-if.
    string "sqrt.alert." function trim(fsAudience)
        delimited by size into alertFname
    end-string.
    move "URGENCY: NOTE" to alertLine.
    write alertLine.
    move spaces to alertLine.
    string "ALERT ID: " alrId delimited by size into alertLine
    end-string.
    write alertLine.
    move fsAudience to oncAudience.
    perform nameOnCall.
    move spaces to alertLine.
    string "Feed " fsSource " (" function trim(srcName) ", owner "
        function trim(srcTeam) ") has not arrived; expected by "
        fsExpect " (grace " fsGrace " min)."
    close alertFile.
    display "    -> " function trim(alertFname).

*> Whoever holds the audience's pager right now is named in the alert
*> itself (sqrt.oncall, through sqrtoncr); a shop with no roster
*> gets no line at all.
nameOnCall.
    move spaces to oncStamp.
    call "sqrtoncr" using oncAudience, oncStamp, oncPrimary,
        oncPriContact, oncSecondary, oncSecContact, oncRc end-call.
    if oncRc is equal to 3
        exit paragraph
    end-if.
    move spaces to alertLine.
    if oncRc is not equal to 0
        string "ON CALL: nobody rostered for "
            function trim(oncAudience)
            delimited by size into alertLine
        end-string
    else
        if oncSecondary is equal to spaces
            string "ON CALL: " function trim(oncPrimary) " ("
                function trim(oncPriContact) ")"
                delimited by size into alertLine
            end-string
        else
            string "ON CALL: " function trim(oncPrimary) " ("
                function trim(oncPriContact) "); secondary "
                function trim(oncSecondary) " ("
                function trim(oncSecContact) ")"
                delimited by size into alertLine
            end-string
        end-if
    end-if.
    write alertLine.

*> ------------------------------------------------------------------
