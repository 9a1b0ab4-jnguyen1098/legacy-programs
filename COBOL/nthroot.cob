*> something other than a square root aren't reimplementing the loop.
*> Passing a degree of 2 reduces to the same answer squareroot.cob
*> would give.
*>
*> An odd degree has a real root of a negative radicand too: the
*> cube root of -27 is -3. The edited answer field has no room for a
*> sign, so that root is only handed to a caller that also passes
*> signedAnswer; for any other caller a negative radicand stays an
*> invalid input, exactly as it always was, rather than coming back
*> as a magnitude that reads like a positive root.

identification division.
program-id. nthroot.
77 powTerm     pic s9(20)v9(10).
77 powDegree   pic 9(02).

*> The magnitude actually iterated on, and whether the root it
*> yields is handed back negated (a negative radicand, odd degree)
77 rootInput   pic s9(20)v9(10).
77 degreeHalf  pic 9(02).
77 degreeOdd   pic 9(01).
77 negativeRootSw pic x(01) value "N".
    88 negativeRoot value "Y".

*> Tolerance actually applied this call; falls back to the
*> compiled-in default when the caller passes zero
77 useTolerance pic v9(9).
    88 invalidInput  value "9".
    88 notConverged  value "8".

*> Optional signed root, for a caller that can take a negative
*> answer; set on every call that passes it
77 signedAnswer pic s9(20)v9(10).

*> ---------------------------Subroutine--------------------------------

procedure division using userInput, degree, answer, iterCount, tolerance,
        statusCode, optional signedAnswer.

    move 0 to iterCount.
    move zero to answer.
    if signedAnswer is not omitted
        move zero to signedAnswer
    end-if.

    *> A negative radicand under an odd degree is iterated on its
    *> magnitude and the root negated at the end -- for a caller
    *> that can take the sign
    move "N" to negativeRootSw.
    move userInput to rootInput.
    if userInput is less than zero and degree is greater than zero
            and signedAnswer is not omitted
        divide degree by 2 giving degreeHalf remainder degreeOdd
        if degreeOdd is equal to 1
            set negativeRoot to true
            compute rootInput = - userInput
        end-if
    end-if.

    *> Guard against zero/negative radicands and a zero degree up
    *> front, the same way squareroot.cob's own guard does, so this
    *> subroutine is safe to call directly
    if rootInput is not greater than zero or degree is equal to zero
        set invalidInput to true
        goback
    end-if.
        subtract 1 from degree giving powDegree
        compute powTerm = prevGuess ** powDegree
        compute guess rounded =
            (powDegree * prevGuess + rootInput / powTerm) / degree
        end-compute
        add 1 to iterCount
    end-perform
        set notConverged to true
    end-if.

    if signedAnswer is not omitted
        if negativeRoot
            compute signedAnswer = - guess
        else
            move guess to signedAnswer
        end-if
    end-if.

    *> We are done! (An explicit return, now that the seeding
    *> paragraph below follows this one in the source.)
    goback.
*> --------------------Magnitude-based First Guess-----------------------

computeSeed.
    move rootInput to seedWork.
    move 0 to seedDigits.
    perform until seedWork is less than 1 or seedDigits is equal to 20
        compute seedWork = seedWork / 10
        add 1 to seedDigits
    end-perform.
    if seedDigits is less than 2
        divide degree into rootInput giving guess rounded end-divide
    else
        compute seedPow = (seedDigits + degree - 1) / degree
        compute guess = 10 ** seedPow
