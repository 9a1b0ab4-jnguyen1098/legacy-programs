*> only the outcome. This replays the FULL batch treatment for one
*> radicand/epsilon pair -- the magnitude-based seed computeSeed
*> picks, every iteration's guess and delta against the relative
*> convergence test, the bisection rung's bracket halving by halving,
*> each retry-ladder rung and its relaxed epsilon -- and prints it as a report fit for an incident write-up. The
*> arithmetic here mirrors sqrt.cob's s2/bRetry paragraphs line for
*> line, and the bisection rung calls the very bisectroot.cob engine
*> the run does; investigating an aborting record stops meaning re-keying it
*> into a calculator that speaks a different dialect.
*>
*>   SQRT_DIAG_RADICAND  the radicand to replay
*>                       real batch treatment
*>   SQRT_DIAG_CAP       iteration cap override (default 1000)
*>
*> RETURN-CODE: 0 converged (the report says on which rung, the
*> bisection rung included), 8 aborted through the whole ladder or nothing to replay.

identification division.
program-id. sqrtdiag.
77 convergedSw pic x(01) value "N".
    88 didConverge value "Y".

*> The bisection rung, bisectroot.cob's interface with its trace
77 bisectSw    pic x(01) value "N".
    88 wasBisected value "Y".
77 bisInput    pic s9(20)v9(10).
77 bisAnswer   pic z(20).z(10).
77 bisIter     pic 9(05).
77 bisTol      pic v9(9).
77 bisStatus   pic x(01).
77 bisRound    pic x(01) value space.
77 bisTraceCount pic 9(05).
77 bisTraceIdx   pic 9(05).
01 bisTraceTable.
    02 bisTraceEntry occurs 120 times.
        03 bisTraceLow  pic 9(10)v9(15).
        03 bisTraceHigh pic 9(10)v9(15).
77 dispBound  pic z(9)9.9(15).
77 dispBound2 pic z(9)9.9(15).

77 dispVal   pic -(16)9.9(6).
77 dispVal2  pic z(16)9.9(6).
77 dispEps   pic 0.9(9).
    move radicandIn to z.
    move 0 to retryStep.
    perform seedAndRun thru seedAndRun-done.
    if not didConverge
        perform bisectReplay
    end-if.

ladder.
    if didConverge
    if didConverge
        move y to dispVal2
        move diff to dispEps
        evaluate true
            when wasBisected
                move bisIter to dispIter
                display "  CONVERGED BY BISECTION at the requested"
                    " epsilon after " dispIter " halvings: root "
                    dispVal2
            when retryStep is equal to 0
                display "  CONVERGED at the requested epsilon: root "
                    dispVal2
            when other
                display "  CONVERGED DEGRADED on rung " retryStep
                    " (epsilon " dispEps "): root " dispVal2
        end-evaluate
    else
        display "  ABORTED: bisection and the whole retry ladder"
            " ground to the cap. This pair cannot converge at"
            " anything the V9(9) epsilon can express."
        move 8 to return-code
    end-if.
    stop run.
oneStep-exit.
    exit.

*> ------------------------Bisection Rung----------------------------------

*> Newton hit the cap at the requested epsilon: hand the pair to
*> bisectroot.cob exactly as bisectRung does, and print the bracket
*> after every halving it reports back.
bisectReplay.
    move diff to dispEps.
    display " ".
    display "  --- Bisection rung at the requested epsilon " dispEps
        " ---".
    move z to bisInput.
    move diff to bisTol.
    call "bisectroot" using bisInput, bisAnswer, bisIter, bisTol,
        bisStatus, bisRound, bisTraceCount, bisTraceTable end-call.
    perform varying bisTraceIdx from 1 by 1
            until bisTraceIdx is greater than bisTraceCount
        move bisTraceIdx to dispIter
        move bisTraceLow(bisTraceIdx) to dispBound
        move bisTraceHigh(bisTraceIdx) to dispBound2
        display "  halving " dispIter "  low " dispBound
            "  high " dispBound2
    end-perform.
    if bisStatus is not equal to "0"
        display "  ... bisection could not narrow the bracket inside"
            " epsilon."
        exit paragraph
    end-if.
    compute y rounded = function numval(bisAnswer).
    set wasBisected to true.
    set didConverge to true.
    display "  converged: bracket within epsilon.".

*> ------------------------Record Resolution-------------------------------

initParms.
