*>   - flags any .lck dataset marker whose holder has been sitting
*>     longer than SQRT_WDOG_LOCK_MIN.
*>
*> The stall page is registered through sqrtalrg: a stall still open
*> (unacknowledged) from an earlier cycle only bumps that alert's
*> count, and inside a planned maintenance window of scope WATCHDOG
*> the page is recorded as suppressed and nothing is written. The
*> page names whoever is rostered on call for OPERATIONS
*> (sqrt.oncall). Each stalled run also opens an incident on the
*> register (sqrt.incident, through sqrtincd) against its run id,
*> carrying the page's alert id; a stall the next cycle still sees
*> bumps that incident. A suppressed stall opens none.
*>
*>   SQRT_WDOG_STALL_MIN  minutes without progress = stall (dflt 15)
*>   SQRT_WDOG_LOCK_MIN   minutes a lock may sit (default 120)
*>   SQRT_SPLIT_COUNT     partitions to watch (default 4)
*>
*> RETURN-CODE: 0 quiet, 4 warnings (long lock / behind forecast, or
*> a stall inside a maintenance window), 8 a stall alarm was raised.

identification division.
program-id. sqrtwdog.
77 pctDone       pic 9(03) value 0.
77 editCount     pic zzz,zzz,zz9.

*> Interface to the shared sqrtalrg registration routine
77 alrAction   pic x(01) value "R".
77 alrSource   pic x(08) value "SQRTWDOG".
77 alrScope    pic x(08) value "WATCHDOG".
77 alrTarget   pic x(08) value spaces.
77 alrAudience pic x(20) value "OPERATIONS".
77 alrUrgency  pic x(08) value "PAGE".
77 alrCond     pic x(30) value "RUN STALLED".
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

*> Interface to the shared incident register routine, and the run ids
*> found stalled this cycle
77 incAction pic x(01) value "O".
copy "sqrtincd.cpy" replacing ==incidentRecord== by ==incRecord==
    leading ==ic== by ==inc==.
77 incRc     pic 9(01) value 0.
77 stallMax  pic 9(02) value 20.
77 stallIdx  pic 9(02) value 0.
77 stallRuns pic 9(02) value 0.
01 stallTable.
    02 tStallRunId occurs 20 times pic x(14).

01 titleLine.
    02 filler pic x(9) value spaces.
    02 filler pic x(26) value 'SQRT Mid-run Watchdog'.
    display underLine1.
    if stallCount is greater than zero
        perform raiseAlert
        if alrRc is equal to 2
            move 4 to return-code
        else
            perform openIncident
                varying stallIdx from 1 by 1
                until stallIdx is greater than stallRuns
            move 8 to return-code
        end-if
    else
        if warnCount is greater than zero
            move 4 to return-code
        add 1 to stallCount
        display "  *** STALLED: no progress for " ageMin
            " minutes ***"
        if stallRuns is less than stallMax
            add 1 to stallRuns
            move wckRunId to tStallRunId(stallRuns)
        end-if
    else
        display "  unchanged for " ageMin " minutes (alarm at "
            stallMin ")"
*> The same audience-file mechanism sqrtalert delivers through, at
*> PAGE urgency: a stalled batch run is a wake-someone event.
raiseAlert.
    call "sqrtalrg" using alrAction, alrSource, alrScope, alrTarget,
        alrAudience, alrUrgency, alrCond, alrId, alrCount, alrNote,
        alrRc end-call.
    if alrRc is equal to 1
        display "Stall already paged as " alrId " (" alrCount
            " occurrences, unacknowledged) -- not re-sent"
        exit paragraph
    end-if.
    if alrRc is equal to 2
        display "Stall page suppressed as " alrId " -- maintenance: "
            function trim(alrNote)
        exit paragraph
    end-if.
    open output alertFile.
    move "URGENCY: PAGE" to alertLine.
    write alertLine.
    move spaces to alertLine.
    string "ALERT ID: " alrId delimited by size into alertLine
    end-string.
    write alertLine.
    move alrAudience to oncAudience.
    perform nameOnCall.
    move spaces to alertLine.
    string "SQRT watchdog: " stallCount " in-flight run(s) have "
        "stalled past " stallMin " minutes"
        delimited by size into alertLine
    close alertFile.
    display "PAGE alert written to sqrt.alert.OPERATIONS".

*> One incident per stalled run, linked to its run id and the page.
openIncident.
    move "O" to incAction.
    move spaces to incRecord.
    move "STALL" to incKind.
    move "SQRTWDOG" to incSource.
    move tStallRunId(stallIdx) to incRef.
    move alrCond to incCond.
    move alrId to incAlert(1).
    call "sqrtincd" using incAction, incRecord, incRc end-call.
    display "Incident " incId " for run " tStallRunId(stallIdx)
        ", occurrence " incCount.

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

*> ------------------------State File--------------------------------------

loadState.
