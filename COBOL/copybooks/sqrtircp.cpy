*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -              sqrt.intk.rcp intake receipt layout               -
*> ------------------------------------------------------------------
*> One row per extract the multi-extract intake swept: the date, the
*> extract file, its source, and what became of its lines -- read
*> (riRead), converted and written (riWritten), failed validation
*> (riFailed), applied in place as a replacement of an earlier
*> serial (riReplaced), or refused as a replacement (riRefused).
*> Every line is exactly one of the last four. riQuar is "Y" when
*> the extract's count fell outside its source's registry band and
*> the whole file went to quarantine instead of the candidate.
*> Written by sqrtintk; read by sqrtdrtn, whose per-source return
*> trailers cross-foot to it, and by sqrtscor for quarantine trips.
01 receiptRecord.
    02 riDate     pic x(08).
    02 riFile     pic x(40).
    02 riSource   pic x(03).
    02 riRead     pic 9(07).
    02 riWritten  pic 9(07).
    02 riFailed   pic 9(07).
    02 riQuar     pic x(01).
    02 filler     pic x(07).
    02 riReplaced pic 9(07).
    02 riRefused  pic 9(07).
