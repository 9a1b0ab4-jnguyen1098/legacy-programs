*> -             nthroot.hist history master layout                 -
*> ------------------------------------------------------------------
*> The nth-root side's answer cache, in the sqrthist.cpy mold: one
*> row per radicand/exponent/epsilon the batch has already converged
*> on, keyed on the full exponent (degree and power) with them, so
*> engineering's bearing-load radicands -- the same ones every night -- are a
*> direct read instead of a re-iteration. nhistRunStamp carries the
*> stamp of the run that last wrote or matched the row, same as the
*> square-root master. nhistRoot is the signed result: a negative
*> radicand under an odd degree raised to an odd power stays
*> negative. COPY REPLACING the record/field names when a
*> program needs more than one of these open at once.
*> A master cut before nhistPower and the signed root were carried
*> (74-byte rows, a degree-only key, an unsigned root) no longer
*> opens under this layout; sqrtnbat converts it on the first run
*> that meets it, keeping the old rows on nthroot.hist.v1.
01 nhistRecord.
    02 nhistKey.
       03 nhistRadicand pic s9(15)v9(6) sign leading separate.
       03 nhistDegree   pic 9(02).
       03 nhistPower    pic 9(02).
       03 nhistEpsilon  pic v9(9).
    02 nhistRoot     pic s9(16)v9(6) sign leading separate.
    02 nhistIter     pic 9(05).
    02 nhistRunStamp pic x(14).
