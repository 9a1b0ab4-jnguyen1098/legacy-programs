*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -         sqrt.sim.<label> dry-run outcome trace record          -
*> ------------------------------------------------------------------
*> One "D" row per input record a simulated run (SQRT_SIMULATE)
*> settled, in the order it settled them, then one "T" row for the
*> run as a whole. Written by SQRT, read by sqrtsim, which sets a
*> baseline simulation and a proposed one side by side on simLine.
*>
*> simLine:    the record's physical line in the input -- the same
*>             line in both simulations whatever tier it ran in
*> simSerial, simSource, simDept, simProfile: off the record
*> simTier:    the tier it ran in tonight
*> simOutcome: A accepted (converged, bisected, degraded, imaginary,
*>               or answered from the history master)
*>             R rejected or aborted
*>             D deferred (the window closed, or a chain parent sat
*>               the night out)
*>             B budget-deferred (the department's allowance is
*>               spent)
*>             P pending (effective-dated after the run date)
*>             H held
*> simStatus:  the sqrt.csv status word for A and R; WINDOW, CHAIN,
*>             BUDGET, FUTURE or HELD otherwise
*> simIter:    iterations the record spent (zero for a history hit);
*>             on the "T" row, the run's total
*> simElapsed: "T" row only: the simulated elapsed seconds
*> simRc:      "T" row only: the run's RETURN-CODE
*> On the "T" row simLine is the number of records read.
01 simRecord.
    02 simType    pic x(01).
        88 simDetail  value "D".
        88 simTrailer value "T".
    02 simLine    pic 9(07).
    02 simSerial  pic x(07).
    02 simSource  pic x(03).
    02 simDept    pic x(04).
    02 simTier    pic x(01).
    02 simProfile pic x(08).
    02 simOutcome pic x(01).
    02 simStatus  pic x(09).
    02 simIter    pic 9(12).
    02 simElapsed pic 9(08).
    02 simRc      pic 9(03).
    02 filler     pic x(16).
