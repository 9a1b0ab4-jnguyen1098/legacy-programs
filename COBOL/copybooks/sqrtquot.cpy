*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -             sqrt.quote pre-submission quote ledger             -
*> ------------------------------------------------------------------
*> One row per quote sqrtquot issues, appended and never rewritten:
*> what a department was told its candidate extract would cost and
*> when it would be done, under the number it was told, so the work
*> that follows can be set against the figures it was quoted.
*>
*> qtId:        yyyymmdd of issue + a 4-digit sequence for the day
*> qtIssued:    yyyymmddhhmmss the quote was issued
*> qtDept:      the department quoted (the budget checked)
*> qtSource:    the source whose sqrtmap.ctl layout the extract was
*>              read in (spaces: the legacy radicand,epsilon,cap)
*> qtExtract:   the candidate extract quoted
*> qtTier:      the processing tier "1"-"3" the quote assumes
*> qtProfile:   the precision profile the quote assumes (spaces: the
*>              records' own epsilons)
*> qtRecords:   detail lines that will load; qtSkipped those that
*>              will not parse
*> qtHits:      records the history cache already answers (free)
*> qtEstIter:   estimated iterations for the rest
*> qtPrice:     sqrt.rate price per thousand iterations applied;
*>              qtRated "N" when no rate row matched (qtAmount zero)
*> qtAmount:    the quoted charge
*> qtBudget:    "U" the department runs unbudgeted this month, "W"
*>              within its remaining allowance, "O" over it
*> qtBudgLeft:  the month's allowance less month-to-date usage
*> qtFirstNight: the first processing night the extract can run
*> qtDoneDate:  the projected completion night (spaces: beyond the
*>              year the projection looks ahead)
*> qtAheadIter: estimated iterations already queued ahead of it
*> qtFpCount/qtFprint: the extract's fingerprint, counted the way
*>              sqrtload counts it onto its sqrt.load.rcp receipt --
*>              the join from a quote to the load that followed it
01 quoteRecord.
    02 qtId         pic x(12).
    02 qtIssued     pic x(14).
    02 qtDept       pic x(04).
    02 qtSource     pic x(03).
    02 qtExtract    pic x(30).
    02 qtTier       pic x(01).
    02 qtProfile    pic x(08).
    02 qtRecords    pic 9(07).
    02 qtSkipped    pic 9(07).
    02 qtHits       pic 9(07).
    02 qtEstIter    pic 9(12).
    02 qtPrice      pic 9(05)v99.
    02 qtRated      pic x(01).
    02 qtAmount     pic 9(09)v99.
    02 qtBudget     pic x(01).
        88 qtUnbudgeted value "U".
        88 qtWithin     value "W".
        88 qtOver       value "O".
    02 qtBudgLeft   pic s9(12) sign leading separate.
    02 qtFirstNight pic x(08).
    02 qtDoneDate   pic x(08).
    02 qtAheadIter  pic 9(12).
    02 qtFpCount    pic 9(07).
    02 qtFprint     pic 9(12).
    02 filler       pic x(15).
