*> ---------------------------------------------------------------------
*> -                      Babylonian Square Roots                      -
*> -                         External Function                         -
*> -                  Bracketing Bisection Square Root                 -
*> ---------------------------------------------------------------------
*> Slow-but-certain companion to squareroot.cob. Newton's method can
*> grind against its iteration cap when the answer's own picture is
*> too coarse for the tolerance asked of it: the guess steps back and
*> forth across the true root and the relative change never drops
*> under epsilon. Bisection cannot oscillate. It holds a bracket
*> [low, high] that always contains the root, halves it every step,
*> and stops once the bracket is narrow enough -- so it always
*> converges at the tolerance the caller asked for, at the cost of
*> many more iterations than Newton needs.
*>
*> The convergence test is the batch SQRT program's relative one,
*> (high - low) / (high + low) within tolerance, not squareroot.cob's
*> absolute step, so an answer from here means what the batch means
*> by "converged at epsilon". The bracket is carried to 15 decimal
*> places, fine enough that even the smallest radicand SQRT accepts
*> narrows inside the tightest epsilon a V9(9) picture can hold.
*> Starting from [0, max(radicand, 1)], that takes at most about 60
*> halvings; the ceiling below is only a backstop.

identification division.
program-id. bisectroot.

environment division.

data division.

working-storage section.

*> The bracket and its midpoint, held well past the answer's
*> precision so the bracket can always get narrower than tolerance;
*> a radicand under 10**20 has its root under 10**10
77 lowBound    pic 9(10)v9(15).
77 highBound   pic 9(10)v9(15).
77 midPoint    pic 9(10)v9(15).
77 bracketRel  pic 9(01)v9(15).

*> The answer rounded (or truncated) to the caller's picture
77 answerWork  pic s9(20)v9(10).

*> Tolerance actually applied this call; falls back to the
*> compiled-in default when the caller passes zero
77 useTolerance pic v9(9).

*> Backstop ceiling; see the banner for why it is never reached
77 bisectCap   pic 9(05) value 200.

linkage section.

*> Radicand input and answer output, squareroot.cob's own pictures
77 userInput   pic s9(20)v9(10).
77 answer      pic z(20).z(10).

*> Halvings the calculation took, returned to the caller
77 iterCount   pic 9(05).

*> Relative convergence tolerance; zero means "use the default"
77 tolerance   pic v9(9).

*> Tells the caller whether answer is actually usable
77 statusCode  pic x(01).
    88 validInput    value "0".
    88 invalidInput  value "9".
    88 notConverged  value "8".

*> Truncation instead of the usual round-half-up final answer, the
*> same switch squareroot.cob takes
77 roundMode   pic x(01).
    88 truncateRequested value "T" "t".

*> Optional diagnostic outputs: the bracket after each of the first
*> 120 halvings, for a replay that wants to show its working
77 traceCount  pic 9(05).
01 traceTable.
    02 traceEntry occurs 120 times.
        03 traceLow  pic 9(10)v9(15).
        03 traceHigh pic 9(10)v9(15).

*> ---------------------------Subroutine--------------------------------

procedure division using userInput, answer, iterCount, tolerance,
        statusCode, roundMode, optional traceCount,
        optional traceTable.

    move 0 to iterCount.
    move zero to answer.
    if traceCount is not omitted
        move 0 to traceCount
    end-if.

    *> Guard against zero/negative radicands up front, the same way
    *> squareroot.cob's own guard does
    if userInput is not greater than zero
        set invalidInput to true
        goback
    end-if.
    set validInput to true.

    if tolerance is greater than zero
        move tolerance to useTolerance
    else
        move 0.000001000 to useTolerance
    end-if.

    *> The root of a radicand under one lies below one; otherwise
    *> below the radicand itself, and never past 10**10
    move 0 to lowBound.
    move 1 to bracketRel.
    evaluate true
        when userInput is less than 1
            move 1 to highBound
        when userInput is greater than 9999999999
            move 9999999999.999999999999999 to highBound
        when other
            move userInput to highBound
    end-evaluate.

    perform halveBracket
        until iterCount is greater or equal to bisectCap
            or notConverged
            or bracketRel is not greater than useTolerance.

    if iterCount is greater or equal to bisectCap
        set notConverged to true
    end-if.

    *> The answer is the middle of the final bracket
    compute midPoint = (lowBound + highBound) / 2.
    if truncateRequested
        move midPoint to answerWork
    else
        compute answerWork rounded = midPoint
    end-if.
    move answerWork to answer.

    *> We are done!
    goback.

*> --------------------------One Halving-------------------------------

*> Keep whichever half still holds the root. A midpoint that can no
*> longer move off either bound means the bracket is down to the last
*> place the pictures carry; that can only happen on a tolerance no
*> V9(9) picture can express, and is reported rather than looped on.
halveBracket.
    compute midPoint = (lowBound + highBound) / 2.
    if midPoint is equal to lowBound or midPoint is equal to highBound
        set notConverged to true
        exit paragraph
    end-if.
    if midPoint * midPoint is greater than userInput
        move midPoint to highBound
    else
        move midPoint to lowBound
    end-if.
    add 1 to iterCount.
    compute bracketRel rounded =
        (highBound - lowBound) / (highBound + lowBound).
    if traceCount is not omitted and traceCount is less than 120
        add 1 to traceCount
        move lowBound to traceLow(traceCount)
        move highBound to traceHigh(traceCount)
    end-if.

*> ---------------------------------------------------------------------
