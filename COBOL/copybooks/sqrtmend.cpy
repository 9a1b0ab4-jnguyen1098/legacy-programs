*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -           sqrt.mend month-end close ledger layout              -
*> ------------------------------------------------------------------
*> One row appended each time sqrtmend runs a month-end step (or
*> issues the month's certificate); a step's latest row for the
*> month is where it stands. Rows are never rewritten, so the
*> ledger is also the history of every attempt, forced reruns
*> included.
*>
*> meMonth:  the month being closed, yyyy-mm
*> meStep:   ACLO, AUDV, CHBK, SLA, DRFT, RET, or CERT for the
*>           certificate itself
*> meResult: "C" the step completed (its RC 0 or 4), "F" it failed
*>           and must be run again before the close can go on, "H"
*>           held: ACLO refused under legal hold (the month is not
*>           closed; the later steps still run), or a CERT issued
*>           while it was, certifying the month still open
*> meRc:     the RC the step's program ended with
*> meDate:   yyyymmdd the step finished
*> meTime:   hhmmss it finished
*> meForced: "Y" a completed step run again under SQRT_MEND_FORCE
*> meNote:   the step's program, or for CERT the last business day
*>           the month was closed behind
01 monthEndRecord.
    02 meMonth  pic x(07).
    02 meStep   pic x(04).
    02 meResult pic x(01).
        88 meComplete value "C".
        88 meHeld     value "H".
    02 meRc     pic 9(03).
    02 meDate   pic x(08).
    02 meTime   pic x(06).
    02 meForced pic x(01).
    02 meNote   pic x(30).
    02 filler   pic x(20).
