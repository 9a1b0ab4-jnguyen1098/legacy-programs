*> With no routing table on file, the shop defaults apply: RC 20+
*> pages operations, RC 8-19 notes operations, RC 4-7 notes the data
*> owner for morning, RC 0 wakes nobody.
*>
*> Every alert is registered through sqrtalrg: inside a planned
*> maintenance window of scope RUN it is recorded as suppressed and
*> no file is written, and a run that ends in the same RC band while
*> that audience's alert for it is still unacknowledged only bumps
*> the open alert's count. Each alert file names the audience's
*> rostered on-call primary and secondary (sqrt.oncall).
*>
*> A run that ended RC 8 or higher also opens an incident on the
*> register (sqrt.incident, through sqrtincd) against its run id,
*> carrying the ids of the alerts it raised; a rerun of the same
*> classification while that incident is unresolved only bumps it.
*> A failure every alert of which a maintenance window suppressed is
*> planned work, not an incident, and opens none.

identification division.
program-id. sqrtalert.
        file status is routeStatus.
    select alertFile assign to dynamic alertFname
        organization is line sequential.

data division.

       02 filler     pic x(46).
fd alertFile.
    01 alertLine pic x(100).

working-storage section.
77 sumRecStatus pic x(02).
    88 routeAtEof value "Y".

77 matchedRules pic 9(03) value 0.
77 editCount    pic zzz,zzz,zz9.
77 editRc       pic zz9.

*> Interface to the shared sqrtalrg registration routine; every
*> alert raised gets a ledger row awaiting a human's acknowledgment
*> (see sqrtaled.cpy)
77 alrAction   pic x(01) value "R".
77 alrSource   pic x(08) value "SQRTALRT".
77 alrScope    pic x(08) value "RUN".
77 alrTarget   pic x(08) value spaces.
77 alrCond     pic x(30) value spaces.
77 alertIdWs   pic x(12) value spaces.
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

*> Interface to the shared incident register routine
77 incAction pic x(01) value "O".
copy "sqrtincd.cpy" replacing ==incidentRecord== by ==incRecord==
    leading ==ic== by ==inc==.
77 incRc     pic 9(01) value 0.
77 incSlot   pic 9(01) value 0.
77 suppressedRules pic 9(03) value 0.

*> Built-in default routing, used when no sqrtalert.ctl is on file --
*> the same record shape the control file carries.
01 defaultRules.
            stop run
    end-read.
    close sumRecFile.
    move spaces to incRecord.

    open input routeFile.
    if routeStatus is equal to "00"
        perform r1 thru r1-exit until routeAtEof
    end-if.
    display "sqrtalert: RC " sumRecRc " matched " matchedRules
        " routing rule(s)".
    if sumRecRc is not less than 8
        perform openIncident
    end-if.
    stop run.

r1.
        exit paragraph
    end-if.
    add 1 to matchedRules.
    move spaces to alrCond.
    string "RUN RC " sumRecRc delimited by size into alrCond
    end-string.
    call "sqrtalrg" using alrAction, alrSource, alrScope, alrTarget,
        rtAudience, rtUrgency, alrCond, alertIdWs, alrCount, alrNote,
        alrRc end-call.
    if alrRc is equal to 2
        add 1 to suppressedRules
    else
        if incSlot is less than 3
            add 1 to incSlot
            move alertIdWs to incAlert(incSlot)
        end-if
    end-if.
    if alrRc is equal to 1
        display "  -> " function trim(rtAudience) " ("
            function trim(rtUrgency) ") repeat of open alert "
            alertIdWs ", " alrCount " occurrences -- not re-sent"
        exit paragraph
    end-if.
    if alrRc is equal to 2
        display "  -> " function trim(rtAudience) " ("
            function trim(rtUrgency) ") suppressed as " alertIdWs
            " -- maintenance: " function trim(alrNote)
        exit paragraph
    end-if.
    move spaces to alertFname.
    string "sqrt.alert." function trim(rtAudience)
        delimited by size into alertFname
    end-string.
    open output alertFile.
    move spaces to alertLine.
    string "URGENCY: " function trim(rtUrgency)
        delimited by size into alertLine
    end-string.
    write alertLine.
    move rtAudience to oncAudience.
    perform nameOnCall.
    move spaces to alertLine.
    string "SQRT run " sumRecRunDate " ended RETURN-CODE "
        sumRecRc delimited by size into alertLine
    end-string.
    write alertLine.
    close alertFile.
    display "  -> " function trim(alertFname) " ("
        function trim(rtUrgency) ") id " alertIdWs.

*> The failed run's incident, linked to its run id and the alerts it
*> raised (the first three).
openIncident.
    if matchedRules is greater than zero
            and suppressedRules is equal to matchedRules
        display "  -> no incident: every alert was suppressed"
        exit paragraph
    end-if.
    move "O" to incAction.
    move "RUN" to incKind.
    move "SQRTALRT" to incSource.
    move sumRecRunId to incRef.
    move spaces to incCond.
    string "RUN RC " sumRecRc delimited by size into incCond
    end-string.
    call "sqrtincd" using incAction, incRecord, incRc end-call.
    if incRc is equal to 1
        display "  -> incident " incId " (repeat, "
            incCount " occurrences)"
    else
        display "  -> incident " incId " opened"
    end-if.

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
