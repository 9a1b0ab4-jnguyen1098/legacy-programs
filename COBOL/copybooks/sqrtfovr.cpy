*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          sqrt.frzovr change-freeze emergency overrides          -
*> ------------------------------------------------------------------
*> One row per emergency override of a change freeze (an "F" period
*> on the processing calendar, sqrt.cal): which utility acted, what
*> it did, who ran it, the second operator who agreed to it, the
*> freeze it broke and why. Written by sqrtfrz alongside the
*> OVERRIDE row it puts on sqrt.action.log -- the log row says that
*> it happened, this one carries the whole reason -- and listed for
*> the month on the morning digest (sqrtdgst).
*>
*> foStamp:    yyyymmddhhmmss the override was accepted
*> foProgram:  the utility that acted under it
*> foAttempt:  what it did (PROMOTE, APPROVE, PURGE, ...)
*> foOperator: who ran it
*> foSecond:   the second operator's id given with the override
*> foFreeze:   the freeze's name off the calendar, foStart/foUntil its
*>             first and last day
*> foReason:   the emergency, as given
01 freezeOvrRecord.
    02 foStamp    pic x(14).
    02 foProgram  pic x(08).
    02 foAttempt  pic x(12).
    02 foOperator pic x(08).
    02 foSecond   pic x(08).
    02 foFreeze   pic x(20).
    02 foStart    pic x(08).
    02 foUntil    pic x(08).
    02 foReason   pic x(60).
    02 filler     pic x(14).
