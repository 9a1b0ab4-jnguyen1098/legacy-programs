*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -            sqrt.fwd forward-schedule record layout             -
*> ------------------------------------------------------------------
*> The forward schedule sqrtfwd prints, as rows: one per effective
*> date and source of the future-dated work queued on sqrt.dat and
*> the pending carry-forward, dates ascending, rewritten whole on
*> every sqrtfwd run. Read by the capacity runway projection
*> (sqrtcap) as work already committed to the nights ahead.
01 fwdSchedRecord.
    02 fsDate   pic x(08).
    02 fsSource pic x(03).
    02 fsRecs   pic 9(07).
    02 filler   pic x(12).
