*> shift after a compiler or runtime-library upgrade would read as
*> noise on any single report. This walks the sealed audit volumes
*> (off sqrtaudv.idx) and the live sqrt.audit, recomputes each
*> accepted row's residual from its stored root and radicand
*> (backed-out runs netted out through sqrtrvck), normalizes it by
*> the radicand's magnitude, and aggregates average residual (in
*> parts per billion) by radicand magnitude band and month. A band
*> whose average moves between consecutive months by more than the
*> threshold is flagged -- the numerical health check of the
*> arithmetic itself.
*>
*>   SQRT_DRFT_THRESHOLD_PCT  percent movement month-over-month that
*>                            flags a band (default 100)
       02 ixRows   pic 9(09).
       02 filler   pic x(01).
       02 ixSealed pic x(08).
       02 filler   pic x(01).
       02 ixSum    pic x(12).
       02 filler   pic x(01).
       02 ixState  pic x(01).
       02 filler   pic x(01).
       02 ixScrub  pic x(08).

working-storage section.
77 auditFileStatus pic x(02).
    88 indexAtEof value "Y".
77 auditEofSw pic x(01) value "N".
    88 auditAtEof value "Y".
77 rvkRunId   pic x(14) value spaces.
77 rvkStamp   pic x(14) value spaces.
77 rvkRc      pic 9(01) value 0.

*> Interface to the shared sqrtparm resolution routine
77 parmKey     pic x(30) value spaces.
    if auditRecType is not equal to "D"
        go to d1-exit
    end-if.
*> A backed-out run's answers were withdrawn; they don't speak for
*> the arithmetic any more than they're billed.
    move auditRunId to rvkRunId.
    call "sqrtrvck" using rvkRunId, rvkStamp, rvkRc end-call.
    if rvkRc is equal to 1
        go to d1-exit
    end-if.
    if auditRadicand is less than zero
        compute magnitude = - auditRadicand
    else
