*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -            sqrt.xout extended-precision result record          -
*> ------------------------------------------------------------------
*> The wide answer for a record whose precision profile asked for
*> extended precision. sqrt.out keeps its six-decimal layout (and
*> still gets the record's ordinary row); this sits beside it with
*> twenty decimals of root, so a radicand like 0.000002 keeps the
*> significant digits engineering asked for. xResultRunId/xResultSeq
*> name the run and the sequence of the matching detail row on
*> sqrt.audit, the join the extended audit row uses as well.
01 xResultRecord.
    02 xResultNum     pic s9(15)v9(6) sign leading separate.
    02 xResultRoot    pic 9(08)v9(20).
    02 xResultRunSeq  pic 9(02).
    02 xResultSerial  pic x(07).
    02 xResultSource  pic x(03).
    02 xResultDept    pic x(04).
    02 xResultProfile pic x(08).
    02 xResultRunId   pic x(14).
    02 xResultSeq     pic 9(07).
    02 filler         pic x(05).
