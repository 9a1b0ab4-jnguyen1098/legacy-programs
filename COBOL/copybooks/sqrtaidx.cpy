*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -           sqrtarch.idx archive generation ledger row           -
*> ------------------------------------------------------------------
*> One row per generation sqrtarch has taken, oldest first. The
*> run date leads the row, so a reader that only wants the list of
*> generations still finds it in the first eight bytes.
*>
*> aiFile(1..3) follow sqrtarch's own file order -- sqrt.dat,
*> sqrt.out, sqrt.sum -- each with the record count and the content
*> checksum (sqrtcsum.cob) sqrtarch took off the snapshot the day it
*> wrote it; blank for a file skipped that day, and for generations
*> archived before checksums were kept until sqrtscrb baselines them.
*>
*> aiScrubbed: yyyymmdd sqrtscrb last re-read the generation; blank
*>             until its first scrub. The nightly slice takes the
*>             longest-unscrubbed generations first.
*> aiState:    "U" a scrub found a file that no longer matches its
*>             checksum (or gone from disk): the generation is
*>             unusable, and sqrtrest, sqrtcert and sqrtstnd refuse
*>             it. aiScrubbed then holds the day it was flagged.
01 archIdxRow.
    02 aiDate     pic x(08).
    02 filler     pic x(01).
    02 aiState    pic x(01).
        88 aiUnusable value "U".
    02 filler     pic x(01).
    02 aiScrubbed pic x(08).
    02 aiFile occurs 3 times.
        03 filler pic x(01).
        03 aiRows pic x(09).
        03 aiRowsN redefines aiRows pic 9(09).
        03 filler pic x(01).
        03 aiSum  pic x(12).
        03 aiSumN redefines aiSum pic 9(12).
    02 filler     pic x(03).
