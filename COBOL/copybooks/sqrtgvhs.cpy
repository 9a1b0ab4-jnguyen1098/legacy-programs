*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          sqrt.govr.hist governance-breach history layout       -
*> ------------------------------------------------------------------
*> One row appended per source each time the epsilon governance
*> report runs: the date, the source, the records it had standing on
*> sqrt.dat and how many sat outside its sqrt.gov band or iteration
*> cap. Written by sqrtgovr; read by sqrtscor, where a second run on
*> the same date replaces the first's figures for that source.
01 govHistRecord.
    02 ghDate    pic x(08).
    02 ghSource  pic x(03).
    02 ghRecords pic 9(07).
    02 ghOffPol  pic 9(07).
    02 filler    pic x(15).
