*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          sqrt.hist.bimg history before-image layout            -
*> ------------------------------------------------------------------
*> One row per master row a run changed, the first time it changed
*> it: the run id, what the run did to it, and the full sqrthist.cpy
*> image -- the row as it stood before ("R", replaced or re-stamped)
*> or the row the run put there ("A", added; there was nothing
*> before). Written by SQRT and sqrtmerge, applied by sqrtbkot.
01 histBimgRecord.
    02 hbRunId  pic x(14).
    02 hbAction pic x(01).
       88 hbAdded    value "A".
       88 hbReplaced value "R".
    02 hbImage  pic x(72).
    02 filler   pic x(09).
