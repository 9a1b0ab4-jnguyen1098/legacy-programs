*> ledger row is marked escalated so the same alert never pages two
*> audiences twice.
*>
*> Where the on-call roster (sqrt.oncall, through sqrtoncr) names a
*> secondary for the alert's own audience, the first step is to page
*> that secondary instead (sqrt.alert.<same audience>, naming them;
*> the row is marked "S"); the alert moves on to the next audience
*> only after sitting unacknowledged twice the threshold. Every
*> escalation file names the on-call person it is for.
*>
*> Each escalation is screened through sqrtalrg first: inside a
*> planned maintenance window of scope ESCALATE it is recorded on the
*> ledger as suppressed (repeat sweeps bump its count) and the
*> original is left unescalated, so it goes out on the first sweep
*> after the window closes if it is still unacknowledged. An alert
*> that was itself suppressed was never delivered and never
*> escalates. The ledger is marked through sqrtalrg too, so this
*> sweep never rewrites it from a stale copy.
*>
*>   SQRT_ACK_ESC_MIN  minutes unacknowledged before a PAGE
*>                     escalates (default 30); to the next audience
*>                     after twice this when a secondary was paged
*>
*> RETURN-CODE: 0 nothing escalated, 4 escalations raised, 8 no
*> ledger to sweep.
01 audTable.
    02 audName occurs 10 times pic x(20).

*> The ledger, table-loaded for the sweep
77 ledMax   pic 9(03) value 500.
77 ledCount pic 9(03) value 0.
77 ledIdx   pic 9(03) value 0.
01 ledTable.
    02 ledEntry occurs 500 times pic x(200).
copy "sqrtaled.cpy" replacing ==alertLedRecord== by ==wkRecord==
    leading ==al== by ==wk==.

77 thenMin pic 9(12) value 0.
77 ageMin  pic s9(07) value 0.
77 escCount pic 9(03) value 0.
77 supCount pic 9(03) value 0.

77 secondId   pic x(08) value spaces.
77 secondCont pic x(20) value spaces.

*> Interface to the shared on-call roster resolver
77 oncAudience   pic x(20) value spaces.
77 oncStamp      pic x(12) value spaces.
77 oncPrimary    pic x(08) value spaces.
77 oncPriContact pic x(20) value spaces.
77 oncSecondary  pic x(08) value spaces.
77 oncSecContact pic x(20) value spaces.
77 oncRc         pic 9(01) value 0.

*> Interface to the shared sqrtalrg registration routine
77 alrAction   pic x(01) value spaces.
77 alrSource   pic x(08) value "SQRTAESC".
77 alrScope    pic x(08) value "ESCALATE".
77 alrTarget   pic x(08) value spaces.
77 alrUrgency  pic x(08) value "PAGE".
77 alrCond     pic x(30) value spaces.
77 alrId       pic x(12) value spaces.
77 alrCount    pic 9(05) value 0.
77 alrNote     pic x(30) value spaces.
77 alrRc       pic 9(01) value 0.

*> --------------------------Main Program----------------------------------
procedure division.
    perform sweepOne thru sweepOne-exit
        varying ledIdx from 1 by 1 until ledIdx is greater than
            ledCount.
    display "sqrtaesc: " escCount " alert(s) escalated, " supCount
        " escalation(s) suppressed by maintenance.".
    if escCount is greater than zero
        move 4 to return-code
    end-if.
ll1-exit.
    exit.

*> One ledger row: an unacknowledged, not-yet-escalated PAGE older
*> than the threshold pages the next audience along.
sweepOne.
    if wkAckOper is not equal to spaces
            or wkEscal is equal to "Y"
            or wkUrgency is not equal to "PAGE"
            or wkSuppressed
        go to sweepOne-exit
    end-if.
    if wkStamp is not numeric
    if ageMin is not greater than escMin
        go to sweepOne-exit
    end-if.
*> Primary, then secondary, then the next audience: a row the
*> secondary has already been paged for goes onward once it has sat
*> unacknowledged a second threshold; one nobody is rostered as
*> secondary for goes straight onward.
    if wkEscal is equal to "S"
        if ageMin is greater than escMin * 2
            perform escalateOnward
        end-if
        go to sweepOne-exit
    end-if.
    perform findSecondary.
    if secondId is equal to spaces
        perform escalateOnward
    else
        perform passToSecondary
    end-if.

sweepOne-exit.
    exit.

*> Whoever is rostered secondary for the audience now holds the
*> second pager; failing a roster row now, the secondary rostered
*> when the alert was raised.
findSecondary.
    move wkAudience to oncAudience.
    move spaces to oncStamp.
    call "sqrtoncr" using oncAudience, oncStamp, oncPrimary,
        oncPriContact, oncSecondary, oncSecContact, oncRc end-call.
    if oncRc is equal to 0 and oncSecondary is not equal to spaces
        move oncSecondary to secondId
        move oncSecContact to secondCont
    else
        move wkSecond to secondId
        move spaces to secondCont
    end-if.

passToSecondary.
    move "S" to alrAction.
    move spaces to alrCond.
    string "SECONDARY FOR " wkId delimited by size into alrCond
    end-string.
    call "sqrtalrg" using alrAction, alrSource, alrScope, alrTarget,
        wkAudience, alrUrgency, alrCond, alrId, alrCount, alrNote,
        alrRc end-call.
    if alrRc is equal to 2
        add 1 to supCount
        display "  " wkId " unacknowledged " ageMin " min -- "
            "page to secondary " function trim(secondId)
            " suppressed as " alrId " (maintenance: "
            function trim(alrNote) ")"
        exit paragraph
    end-if.
    move spaces to alertFname.
    string "sqrt.alert." function trim(wkAudience)
        delimited by size into alertFname
    end-string.
    open output alertFile.
    move "URGENCY: PAGE" to alertLine.
    write alertLine.
    move spaces to alertLine.
    string "ESCALATION of alert " wkId " to the secondary -- raised to "
        function trim(wkAudience)
        delimited by size into alertLine
    end-string.
    write alertLine.
    move spaces to alertLine.
    string "at " wkStamp " and never acknowledged by the primary."
        delimited by size into alertLine
    end-string.
    write alertLine.
    move spaces to alertLine.
    if secondCont is equal to spaces
        string "ON CALL: secondary " function trim(secondId)
            delimited by size into alertLine
        end-string
    else
        string "ON CALL: secondary " function trim(secondId) " ("
            function trim(secondCont) ")"
            delimited by size into alertLine
        end-string
    end-if.
    write alertLine.
    close alertFile.
    move "P" to alrAction.
    move wkId to alrId.
    call "sqrtalrg" using alrAction, alrSource, alrScope, alrTarget,
        wkAudience, alrUrgency, alrCond, alrId, alrCount, alrNote,
        alrRc end-call.
    add 1 to escCount.
    display "  " wkId " unacknowledged " ageMin " min -- paged "
        function trim(wkAudience) " secondary " function trim(secondId).

escalateOnward.
    perform pickNextAudience.
    move "S" to alrAction.
    move spaces to alrCond.
    string "ESCALATION " wkId delimited by size into alrCond
    end-string.
    call "sqrtalrg" using alrAction, alrSource, alrScope, alrTarget,
        nextAud, alrUrgency, alrCond, alrId, alrCount, alrNote,
        alrRc end-call.
    if alrRc is equal to 2
        add 1 to supCount
        display "  " wkId " unacknowledged " ageMin " min -- "
            "escalation to " function trim(nextAud) " suppressed as "
            alrId " (maintenance: " function trim(alrNote) ")"
        exit paragraph
    end-if.
    perform raiseEscalation.
    move "X" to alrAction.
    move wkId to alrId.
    call "sqrtalrg" using alrAction, alrSource, alrScope, alrTarget,
        nextAud, alrUrgency, alrCond, alrId, alrCount, alrNote,
        alrRc end-call.
    add 1 to escCount.
    display "  " wkId " unacknowledged " ageMin " min -- escalated"
        " to " function trim(nextAud).

pickNextAudience.
    move audName(1) to nextAud.
    perform varying audIdx from 1 by 1
        delimited by size into alertLine
    end-string.
    write alertLine.
    move nextAud to oncAudience.
    perform nameOnCall.
    close alertFile.

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
