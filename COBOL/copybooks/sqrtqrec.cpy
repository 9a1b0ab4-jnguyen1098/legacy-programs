*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -              quadratic.dat input record layout                 -
*> ------------------------------------------------------------------
*> Canonical 80-byte input record for the quadratic batch job
*> (sqrtqbat): the coefficients of a*x**2 + b*x + c = 0 and the
*> epsilon the discriminant's square root is converged at, in the
*> same fixed-column style as sqrtrec.cpy and sqrtnrec.cpy.
*>
*> qrA, qrB, qrC: 1 (sign), 9 (characteristic), 6 (mantissa) each;
*>             qrA of zero is no quadratic at all and is rejected
*> qrEpsilon:  9 (epsilon needed for halt, v implied decimal)
*> qrSource, qrDept, qrPriority, qrSlaDate, qrSerial: the same
*> attribution sqrt.dat records carry (recSource, recDept,
*> recPriority, recSlaDate, recSerial in sqrtrec.cpy), with the same
*> meanings, all carried onto the quadratic.audit row.
01 quadStruct.
    02 qrA             pic s9(09)v9(6) sign leading separate.
    02 qrB             pic s9(09)v9(6) sign leading separate.
    02 qrC             pic s9(09)v9(6) sign leading separate.
    02 qrEpsilon       pic v9(9).
    02 qrSource        pic x(03).
    02 qrDept          pic x(04).
    02 qrPriority      pic x(01).
    02 qrSlaDate       pic x(08).
    02 qrSerial        pic x(07).
