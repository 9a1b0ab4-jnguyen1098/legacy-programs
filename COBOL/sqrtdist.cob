*> keeps the full copy OPERATIONS has always received. Structural
*> lines -- headers, tier titles, subtotals -- carry no stamp and go
*> to everyone.
*> An exceptions-only report (SQRT_EXCEPTIONS_ONLY) bursts the same
*> way; its run line says so, and the banner carries that line. Its
*> exception groups each open under an "Exceptions: " title, which a
*> department's copy receives only once one of that department's
*> lines turns up beneath it, so ENGINEERING's copy is not a list of
*> empty headings for FINANCE's rejects.
*> Each copy goes to <report>.<recipient>.

identification division.
77 copiedLines pic 9(07) value 0.
77 lineWantedSw pic x(01) value "N".
    88 lineWanted value "Y".
77 heldTitleSw  pic x(01) value "N".
    88 titleHeld value "Y".
77 heldTitle    pic x(132) value spaces.
77 recipCount  pic 9(03) value 0.
77 wsDateTime  pic x(21).
77 logStamp    pic x(19) value spaces.
    perform writeBanner.
    move "D" to curSection.
    move 0 to copiedLines.
    move "N" to heldTitleSw.
    move "N" to rptEofSw.
    open input reportFile.
    perform dist1 thru dist1-exit until rptAtEof.
            and reportLine(115:4) is not equal to dcDept
        move "N" to lineWantedSw
    end-if.
*> An exception group's title waits for the department's first line
*> under it; the next title, the tier subtotal or the routine count
*> closes the group, and a title still held then is dropped.
    if dcDept is not equal to spaces and curSection is equal to "D"
        if reportLine(6:12) is equal to "Exceptions: "
                or reportLine(6:15) is equal to "Tier subtotals:"
                or reportLine(6:16) is equal to "Converged detail"
            move "N" to heldTitleSw
        end-if
        if lineWanted and reportLine(6:12) is equal to "Exceptions: "
            move reportLine to heldTitle
            set titleHeld to true
            move "N" to lineWantedSw
        end-if
        if lineWanted and titleHeld
                and reportLine(115:4) is not equal to spaces
            move heldTitle to copyLine
            perform copyOut
            move "N" to heldTitleSw
        end-if
    end-if.
    if lineWanted
        move reportLine to copyLine
        perform copyOut
    end-if.

dist1-exit.
    exit.

*> The spooled report carries carriage-control bytes (the page
*> advance's form feed, the overprint carriage return); a recipient
*> copy is a plain file, so they become spaces before the write.
copyOut.
    inspect copyLine replacing all x"0C" by space.
    inspect copyLine replacing all x"0D" by space.
    write copyLine.
    add 1 to copiedLines.

*> The report's own landmark labels drive the section switch.
classifyLine.
    if reportLine(6:21) is equal to "Total records read  :"
