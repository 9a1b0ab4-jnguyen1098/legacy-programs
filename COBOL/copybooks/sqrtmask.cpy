*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          sqrt.mask.map QA-masking cross-reference layout       -
*> ------------------------------------------------------------------
*> The way back from a QA finding to the production record behind it.
*> Written by sqrtmask, kept in the production directory and never
*> copied with the QA set. Cumulative: source and department
*> pseudonyms are assigned once and reused by every later masking
*> run, so QA sets cut from different dates still join.
*>
*> mkType:       "S" source code   mkReal/mkMasked are 3 bytes
*>               "D" department    mkReal/mkMasked are 4 bytes
*>               "K" serial offset for mkDate's set (mkMasked holds
*>                   the seven-digit offset; masked serial = real
*>                   serial + offset, modulo 10,000,000)
*>               "R" one load-journal range of mkDate's set: real
*>                   mkReal..mkRealLast became mkMasked..mkMaskedLast
*> mkDate:       the production date of the masking run that wrote it
01 maskRecord.
    02 mkType       pic x(01).
    02 mkReal       pic x(07).
    02 mkMasked     pic x(07).
    02 mkRealLast   pic x(07).
    02 mkMaskedLast pic x(07).
    02 mkDate       pic x(08).
    02 filler       pic x(03).
