*> and the convergence epsilon, in the same fixed-column style as
*> sqrtrec.cpy so the loader/browse tooling conventions carry over.
*>
*> nrRadicand: 1 (sign), 15 (characteristic), 6 (mantissa); may be
*>             negative under an odd degree (the cube root of -27 is
*>             a real -3)
*> nrDegree:   2 (root degree; 2-99) -- the exponent's denominator
*> nrEpsilon:  9 (epsilon needed for halt, v implied decimal)
*> nrPower:    2 (the exponent's numerator, 1-99; blank or zero is 1,
*>             a plain root). The record asks for
*>             radicand ** (nrPower / nrDegree): the nrDegree-th root,
*>             converged at nrEpsilon, raised to nrPower -- 2 over 3
*>             for x^(2/3), 3 over 2 for x^(3/2). The exponent is
*>             applied as keyed, not reduced.
*> nrSource, nrDept, nrPriority, nrSlaDate, nrSerial: the same
*> attribution sqrt.dat records carry (recSource, recDept,
*> recPriority, recSlaDate, recSerial in sqrtrec.cpy), with the same
*> meanings: the source code and serial the intake stamps, the
*> department chargeback bills, the tier "1"-"3" (blank bills as
*> tier 3), and the promise date the SLA report scores. All are
*> carried onto the nthroot.audit row.
*> the x(22) represents the remaining unused spaces in the file
01 nrootStruct.
    02 nrRadicand      pic s9(15)v9(6) sign leading separate.
    02 nrDegree        pic 9(02).
    02 nrEpsilon       pic v9(9).
    02 nrSource        pic x(03).
    02 nrDept          pic x(04).
    02 nrPriority      pic x(01).
    02 nrSlaDate       pic x(08).
    02 nrSerial        pic x(07).
    02 nrPower         pic 9(02).
    02 filler          pic x(22).
