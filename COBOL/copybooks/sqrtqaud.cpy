*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -             quadratic.audit trail record layout                -
*> ------------------------------------------------------------------
*> Durable record of every solved quadratic, in the sqrtnaud.cpy
*> mold: run id and ascending per-run sequence leading every row, a
*> "T" trailer closing each run with the row count and the
*> iterations summed (truncated on overflow). The input record's
*> attribution rides along in the shapes sqrt.audit gives it, so
*> chargeback bills the discriminant's square root to the
*> department that sent the triple.
*>
*> qaudKind:  "D" two distinct real roots (qaudRoot1 the larger,
*>            qaudRoot2 the smaller), "R" one repeated real root
*>            (both fields carry it), "C" a complex-conjugate pair:
*>            qaudRoot1 = qaudRoot2 = the real part, qaudImag the
*>            imaginary part's magnitude (the pair is real +/- imag i)
*> qaudDisc:  the discriminant b**2 - 4ac the root was taken of
*> qaudIter:  iterations the discriminant's root took (zero for a
*>            repeated root: a zero discriminant has none to take)
*> qaudCache: always space -- nothing is served from a cache -- kept
*>            so the billing rule reads the same on every trail
01 qaudRecord.
    02 qaudRunId     pic x(14).
    02 qaudSeq       pic 9(07).
    02 qaudRecType   pic x(01).
    02 qaudA         pic s9(09)v9(6) sign leading separate.
    02 qaudB         pic s9(09)v9(6) sign leading separate.
    02 qaudC         pic s9(09)v9(6) sign leading separate.
    02 qaudEpsilon   pic v9(9).
    02 qaudDisc      pic s9(19)v9(6) sign leading separate.
    02 qaudKind      pic x(01).
    02 qaudRoot1     pic s9(16)v9(6) sign leading separate.
    02 qaudRoot2     pic s9(16)v9(6) sign leading separate.
    02 qaudImag      pic 9(16)v9(6).
    02 qaudIter      pic 9(05).
    02 qaudCache     pic x(01).
    02 qaudTimestamp pic x(19).
    02 qaudSource    pic x(03).
    02 qaudDept      pic x(04).
    02 qaudTier      pic x(01).
    02 qaudSla       pic x(08).
    02 qaudSerial    pic x(07).

*> Trailer view of the same row (a second 01 under the same FD
*> shares the record area).
01 qaudTrailerRec.
    02 qaudTrlRunId     pic x(14).
    02 qaudTrlSeq       pic 9(07).
    02 qaudTrlRecType   pic x(01).
    02 qaudTrlCount     pic 9(09).
    02 qaudTrlIterSum   pic 9(12).
    02 qaudTrlTimestamp pic x(19).
