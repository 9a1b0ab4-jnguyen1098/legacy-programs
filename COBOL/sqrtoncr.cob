*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -                Shared On-call Roster Resolver                      -
*> ---------------------------------------------------------------------
*> sqrtalert.ctl routes a PAGE to an audience, but an audience is not
*> a person: nobody could say who held the pager that night, or
*> whether the human who acknowledged was the one it was meant for.
*> The on-call roster (sqrt.oncall) names, per audience and hand-over
*> period, a primary and a secondary; this routine is the one place
*> it is read (the sqrtsrcr mold), so the alert files, the ledger, the
*> escalation sweep and the acknowledgment workbench all name the
*> same people.
*>
*> Roster record (sqrt.oncall), one per audience per shift, kept by
*> hand ("*" in column 1 is a comment):
*>   ocAudience   x(20)  the audience (as routed on sqrtalert.ctl)
*>   ocFrom       x(12)  yyyymmddhhmm the shift is handed over to them
*>   ocTo         x(12)  yyyymmddhhmm they hand it on (not itself
*>                       covered; blank: until further notice)
*>   ocPrimary    x(08)  primary's operator id (the logon sqrtack
*>                       records an acknowledgment under)
*>   ocPriContact x(20)  how to reach the primary
*>   ocSecondary  x(08)  secondary's operator id (blank: none)
*>   ocSecContact x(20)  how to reach the secondary
*>   (shifts may overlap: a later hand-over wins, so a swap is one
*>   extra row rather than an edit to the old one)
*>
*> Interface:  call "sqrtoncr" using oncAudience, oncStamp,
*>                                  oncPrimary, oncPriContact,
*>                                  oncSecondary, oncSecContact,
*>                                  oncRc
*>   oncAudience   x(20)  audience
*>   oncStamp      x(12)  yyyymmddhhmm the question is asked for
*>                        (spaces: now)
*>   oncPrimary    x(08)  returned primary (spaces when none)
*>   oncPriContact x(20)  returned primary contact
*>   oncSecondary  x(08)  returned secondary (spaces when none)
*>   oncSecContact x(20)  returned secondary contact
*>   oncRc         9(01)  0 someone is rostered, 1 nobody is rostered
*>                        for the audience then, 3 no roster on file
*>
*> The roster is read once, on the first call of the run.

identification division.
program-id. sqrtoncr.

environment division.

input-output section.
file-control.
    select rosterFile assign to "sqrt.oncall"
        organization is line sequential
        file status is rosterStatus.

data division.

file section.
fd rosterFile.
    01 rosterRecord.
       02 ocAudience   pic x(20).
       02 ocFrom       pic x(12).
       02 ocTo         pic x(12).
       02 ocPrimary    pic x(08).
       02 ocPriContact pic x(20).
       02 ocSecondary  pic x(08).
       02 ocSecContact pic x(20).

working-storage section.
77 rosterStatus pic x(02).
77 eofSw        pic x(01) value "N".
    88 atEof value "Y".
77 loadedSw     pic x(01) value "N".
    88 rosterLoaded value "Y".
77 rosterOnSw   pic x(01) value "N".
    88 rosterOn value "Y".
77 wsDateTime   pic x(21).
77 askStamp     pic x(12) value spaces.

77 ocMax   pic 9(03) value 500.
77 ocCount pic 9(03) value 0.
77 ocIdx   pic 9(03) value 0.
77 ocBest  pic 9(03) value 0.
01 ocTable.
    02 ocEntry occurs 500 times.
        03 tOcAudience   pic x(20).
        03 tOcFrom       pic x(12).
        03 tOcTo         pic x(12).
        03 tOcPrimary    pic x(08).
        03 tOcPriContact pic x(20).
        03 tOcSecondary  pic x(08).
        03 tOcSecContact pic x(20).

linkage section.
77 oncAudience   pic x(20).
77 oncStamp      pic x(12).
77 oncPrimary    pic x(08).
77 oncPriContact pic x(20).
77 oncSecondary  pic x(08).
77 oncSecContact pic x(20).
77 oncRc         pic 9(01).

*> ---------------------------Subroutine--------------------------------

procedure division using oncAudience, oncStamp, oncPrimary,
        oncPriContact, oncSecondary, oncSecContact, oncRc.

    if not rosterLoaded
        perform loadRoster
    end-if.
    move spaces to oncPrimary, oncPriContact, oncSecondary,
        oncSecContact.
    if not rosterOn
        move 3 to oncRc
        goback
    end-if.
    move oncStamp to askStamp.
    if askStamp is equal to spaces
        move function current-date to wsDateTime
        move wsDateTime(1:12) to askStamp
    end-if.
    move 0 to ocBest.
    perform varying ocIdx from 1 by 1
            until ocIdx is greater than ocCount
        if tOcAudience(ocIdx) is equal to oncAudience
                and tOcFrom(ocIdx) is not greater than askStamp
                and (tOcTo(ocIdx) is equal to spaces
                    or tOcTo(ocIdx) is greater than askStamp)
            if ocBest is equal to zero
                move ocIdx to ocBest
            else
                if tOcFrom(ocIdx) is not less than tOcFrom(ocBest)
                    move ocIdx to ocBest
                end-if
            end-if
        end-if
    end-perform.
    if ocBest is equal to zero
        move 1 to oncRc
        goback
    end-if.
    move tOcPrimary(ocBest) to oncPrimary.
    move tOcPriContact(ocBest) to oncPriContact.
    move tOcSecondary(ocBest) to oncSecondary.
    move tOcSecContact(ocBest) to oncSecContact.
    move 0 to oncRc.
    goback.

loadRoster.
    set rosterLoaded to true.
    open input rosterFile.
    if rosterStatus is not equal to "00"
        exit paragraph
    end-if.
    set rosterOn to true.
    perform lr1 thru lr1-exit until atEof.
    close rosterFile.

lr1.
    read rosterFile at end set atEof to true end-read.
    if atEof or ocAudience(1:1) is equal to "*"
        go to lr1-exit
    end-if.
    if ocAudience is equal to spaces or ocFrom is not numeric
        go to lr1-exit
    end-if.
    if ocTo is not equal to spaces and ocTo is not numeric
        go to lr1-exit
    end-if.
    if ocCount is not less than ocMax
        go to lr1-exit
    end-if.
    add 1 to ocCount.
    move ocAudience to tOcAudience(ocCount).
    move ocFrom to tOcFrom(ocCount).
    move ocTo to tOcTo(ocCount).
    move ocPrimary to tOcPrimary(ocCount).
    move ocPriContact to tOcPriContact(ocCount).
    move ocSecondary to tOcSecondary(ocCount).
    move ocSecContact to tOcSecContact(ocCount).

lr1-exit.
    exit.

*> ---------------------------------------------------------------------
