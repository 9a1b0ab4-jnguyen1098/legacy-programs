*> sqrt.runctl stops a same-day double run; nothing until now
*> noticed a day with NO run at all. This walks the processing
*> calendar (sqrt.cal: "B" business day, "H" holiday, "M" month-end
*> special; an "F" change-freeze row is not a date and is passed
*> over) and flags every calendar-expected date up to today that
*> has no finalizing 'F' row in sqrt.runctl -- so a skipped
*> holiday-weekend run is a morning report line, not a downstream
*> complaint two days later.

lrd1.
    read runCtlFile at end set rcAtEof to true end-read.
    if rcAtEof
        go to lrd1-exit
    end-if.
*> A run sqrtbkot reversed ('B') no longer covers its date; until the
*> rerun finalizes, the date is as good as missed.
    if rcStatus is equal to "B"
        perform varying runIdx from runCount by -1
                until runIdx is less than 1
                    or runDates(runIdx) is equal to rcDate
            continue
        end-perform
        if runIdx is greater than zero
            move spaces to runDates(runIdx)
        end-if
        go to lrd1-exit
    end-if.
    if rcStatus is not equal to "F"
        go to lrd1-exit
    end-if.
    if runCount is less than runMax
    if calAtEof or calDate is not numeric
        go to checkOne-exit
    end-if.
    if calType is equal to "H" or calType is equal to "F"
        go to checkOne-exit
    end-if.
    if calDate is greater than todayStamp
