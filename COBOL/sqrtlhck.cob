*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -                 Shared Legal-hold Check Subprogram                -
*> ---------------------------------------------------------------------
*> Housekeeping destroys on schedule: sqrtret drops aged rows,
*> sqrtarch prunes old generations, sqrthsk purges history rows and
*> sqrtaclo trims the live audit. Each of them asks this routine (the
*> sqrtauth/sqrtsrcr mold) before it lets anything go, and keeps
*> whatever falls in the scope of a standing hold on the sqrt.lhold
*> register (sqrtlhld.cpy). The register is read once, on the first
*> call of the run; a hold whose release is still awaiting its second
*> operator still stands.
*>
*>   lhkAction  x(01) "R" is this item held? lhkDate is the item's date
*>                    "L" the same, but lhkDate is a last-activity
*>                        stamp (a history row's last match): the
*>                        item may have served any date up to it, so
*>                        it is in a hold's range if it is not before
*>                        the hold's start
*>                    "S" report what was kept since the last "S":
*>                        one line per hold, and a HOLDKEPT row on
*>                        sqrt.action.log against lhkDataset
*>   lhkCaller  x(08) the calling program's name, for the log row
*>   lhkDataset x(40) the dataset the item is on, or is
*>   lhkDept    x(04) the item's department, if it has one
*>   lhkSource  x(03) the item's source, if it has one
*>   lhkDate    x(08) the item's date, yyyymmdd
*>   lhkHeld    x(01) returned: "Y" held (on "S", something was kept)
*>   lhkHoldId  x(12) returned: the first hold found holding the item
*>
*> An item attribute left blank is one the caller cannot tell, and
*> is taken to match: an undated row is inside every date range, a
*> row with no department column is any department's. A hold exists
*> to stop destruction, so when in doubt the item is kept -- the same
*> rule sqrtret already applies to a row whose date will not parse.
*> A register that exists but cannot be read holds everything.

identification division.
program-id. sqrtlhck.

environment division.

input-output section.
file-control.
    select lholdFile assign to "sqrt.lhold"
        organization is line sequential
        file status is lholdStatus.

data division.

file section.
fd lholdFile.
    copy "sqrtlhld.cpy".

working-storage section.
77 lholdStatus pic x(02).
77 lholdEofSw  pic x(01) value "N".
    88 lholdAtEof value "Y".
77 loadedSw    pic x(01) value "N".
    88 regLoaded value "Y".
77 unreadableSw pic x(01) value "N".
    88 regUnreadable value "Y".
77 unreadKept   pic 9(09) value 0.

*> The standing holds, table-loaded on the first call
77 holdMax   pic 9(03) value 200.
77 holdCount pic 9(03) value 0.
77 holdIdx   pic 9(03) value 0.
01 holdTable.
    02 holdEntry occurs 200 times.
        03 htId     pic x(12).
        03 htScope  pic x(01).
        03 htValue  pic x(40).
        03 htFrom   pic x(08).
        03 htTo     pic x(08).
        03 htMatter pic x(40).
        03 htKept   pic 9(09).

77 matchSw   pic x(01) value "N".
    88 holdMatches value "Y".
77 prefixLen pic 9(02) value 0.
77 editKept  pic zzz,zzz,zz9.

*> Interface to the shared sqrtalog action-log routine
77 algProgram pic x(08) value spaces.
77 algAction  pic x(12) value "HOLDKEPT".
77 algObject  pic x(30) value spaces.

linkage section.
77 lhkAction  pic x(01).
77 lhkCaller  pic x(08).
77 lhkDataset pic x(40).
77 lhkDept    pic x(04).
77 lhkSource  pic x(03).
77 lhkDate    pic x(08).
77 lhkHeld    pic x(01).
77 lhkHoldId  pic x(12).

*> ---------------------------Subroutine--------------------------------

procedure division using lhkAction, lhkCaller, lhkDataset, lhkDept,
        lhkSource, lhkDate, lhkHeld, lhkHoldId.

    if not regLoaded
        perform loadRegister
        set regLoaded to true
    end-if.
    move "N" to lhkHeld.
    move spaces to lhkHoldId.

    if lhkAction is equal to "S"
        perform reportKept
        goback
    end-if.

    if regUnreadable
        move "Y" to lhkHeld
        move "UNREADABLE" to lhkHoldId
        add 1 to unreadKept
        goback
    end-if.
    perform varying holdIdx from 1 by 1
            until holdIdx is greater than holdCount
        perform matchHold
        if holdMatches
            move "Y" to lhkHeld
            move htId(holdIdx) to lhkHoldId
            add 1 to htKept(holdIdx)
            exit perform
        end-if
    end-perform.
    goback.

*> Only holds still standing are loaded: active, or with a release
*> requested but not yet signed by the second operator.
loadRegister.
    move 0 to holdCount.
    move "N" to lholdEofSw.
    open input lholdFile.
    if lholdStatus is equal to "35"
        exit paragraph
    end-if.
    if lholdStatus is not equal to "00"
        set regUnreadable to true
        display "sqrtlhck: sqrt.lhold cannot be read (status "
            lholdStatus ") -- everything is kept"
        exit paragraph
    end-if.
    perform lr1 thru lr1-exit until lholdAtEof.
    close lholdFile.

lr1.
    read lholdFile at end set lholdAtEof to true end-read.
    if lholdAtEof
        go to lr1-exit
    end-if.
    if not lhActive and not lhPending
        go to lr1-exit
    end-if.
    if holdCount is not less than holdMax
        display "sqrtlhck: more than " holdMax " standing holds --"
            " everything is kept"
        set regUnreadable to true
        set lholdAtEof to true
        go to lr1-exit
    end-if.
    add 1 to holdCount.
    move lhId to htId(holdCount).
    move lhScope to htScope(holdCount).
    move lhValue to htValue(holdCount).
    move lhFrom to htFrom(holdCount).
    move lhTo to htTo(holdCount).
    move lhMatter to htMatter(holdCount).
    move 0 to htKept(holdCount).

lr1-exit.
    exit.

*> Scope first, then the date bounds.
matchHold.
    move "N" to matchSw.
    evaluate htScope(holdIdx)
        when "D"
            if lhkDept is equal to spaces
                    or lhkDept is equal to htValue(holdIdx)(1:4)
                set holdMatches to true
            end-if
        when "S"
            if lhkSource is equal to spaces
                    or lhkSource is equal to htValue(holdIdx)(1:3)
                set holdMatches to true
            end-if
        when "R"
            set holdMatches to true
        when "F"
            perform matchDataset
    end-evaluate.
    if not holdMatches or lhkDate is equal to spaces
        exit paragraph
    end-if.
    if htFrom(holdIdx) is not equal to spaces
            and lhkDate is less than htFrom(holdIdx)
        move "N" to matchSw
    end-if.
    if lhkAction is not equal to "L"
            and htTo(holdIdx) is not equal to spaces
            and lhkDate is greater than htTo(holdIdx)
        move "N" to matchSw
    end-if.

matchDataset.
    if lhkDataset is equal to spaces
        exit paragraph
    end-if.
    if lhkDataset is equal to htValue(holdIdx)
        set holdMatches to true
        exit paragraph
    end-if.
    move 0 to prefixLen.
    inspect htValue(holdIdx) tallying prefixLen
        for characters before initial "*".
    if prefixLen is less than 40 and prefixLen is greater than zero
        if lhkDataset(1:prefixLen) is equal to
                htValue(holdIdx)(1:prefixLen)
            set holdMatches to true
        end-if
    end-if.

*> What was kept since the last report, by hold; the tallies start
*> again so a caller can report file by file.
reportKept.
    move lhkCaller to algProgram.
    if unreadKept is greater than zero
        move "Y" to lhkHeld
        move unreadKept to editKept
        display "  kept " editKept " of " function trim(lhkDataset)
            " -- legal-hold register unreadable"
        move spaces to algObject
        string "UNREADABLE " function trim(editKept) " "
            lhkDataset delimited by size into algObject
        end-string
        call "sqrtalog" using algProgram, algAction, algObject
        end-call
        move 0 to unreadKept
    end-if.
    perform varying holdIdx from 1 by 1
            until holdIdx is greater than holdCount
        if htKept(holdIdx) is greater than zero
            move "Y" to lhkHeld
            move htKept(holdIdx) to editKept
            display "  kept " editKept " of "
                function trim(lhkDataset) " under legal hold "
                htId(holdIdx) " (" function trim(htMatter(holdIdx))
                ")"
            move spaces to algObject
            string htId(holdIdx) " " function trim(editKept) " "
                lhkDataset delimited by size into algObject
            end-string
            call "sqrtalog" using algProgram, algAction, algObject
            end-call
            move 0 to htKept(holdIdx)
        end-if
    end-perform.

*> ---------------------------------------------------------------------
