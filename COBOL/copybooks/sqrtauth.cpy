*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -            sqrt.auth operator authority registry               -
*> ------------------------------------------------------------------
*> One row per operator id: the privileged actions that id may
*> perform, checked by sqrtauth on behalf of every utility that
*> changes production. An id with no row may perform none of them.
*> Maintained by hand under change control like sqrt.parm; the
*> batch id the nightly stream runs under needs its row too.
*>
*> auOperator:  the login id (LOGNAME, else USER), as sqrtalog logs it
*> auPriv:      up to twelve privileges, left-justified, any order:
*>                APPROVE   sqrtappr approves queued master edits
*>                PURGE     sqrthsk, sqrtret, sqrtaclo remove rows
*>                RESTORE   sqrtrest restores a generation, sqrtbkot
*>                          backs out a night, sqrtjrnl undoes a
*>                          journaled master edit
*>                PROMOTE   sqrtprom swaps in a replacement master
*>                RELEASE   sqrtqrel releases a quarantined source
*>                REBUILD   sqrthrb rebuilds sqrt.hist, sqrthxl folds
*>                          an extract into it, sqrttkov takes over
*>                          / fails back a site
*>                WRITEOFF  sqrtrej writes rejects off
*>                PARMEDIT  sqrtpedt edits sqrt.parm, sqrtpmnt
*>                          edits sqrt.prof
*>                CTLEDIT   sqrtcedt edits the hand-maintained
*>                          control files (sqrtcfld.cpy lists them)
*>                RESTATE   sqrtrsta restates delivered roots
*>                ADJUST    sqrtdisp grants or declines chargeback
*>                          dispute adjustments
*>                SEAL      sqrtsvfy seals master records that carry
*>                          no seal yet
*>                LEGAL     sqrtlhld places legal holds, and requests
*>                          and signs their release
*>                FREEZE    countersigns, as the second operator, an
*>                          emergency override of a change freeze
*>                          (sqrtfrz)
*>                ALL       every one of the above
*> auGranted:   date the row was last changed (yyyymmdd)
*> auGrantedBy: who changed it
*> A row whose first byte is "*" is a comment.
01 authRecord.
    02 auOperator  pic x(08).
    02 filler      pic x(01).
    02 auPriv      pic x(08) occurs 12 times.
    02 filler      pic x(01).
    02 auGranted   pic x(08).
    02 filler      pic x(01).
    02 auGrantedBy pic x(08).
