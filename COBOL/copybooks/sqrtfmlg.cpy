*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -             sqrt.fmon.log feed-arrival finding layout          -
*> ------------------------------------------------------------------
*> One row appended per feed each time the arrival monitor looks:
*> the date and time of the look, the source, what it found (ARRIVED,
*> PENDING inside its grace, LATE past it) and the expected arrival
*> it was judged against. Written by sqrtfmon; read by sqrtscor,
*> which counts a source's day late when any look that day found it
*> LATE, so a feed that turns up after its alert still counts late.
01 fmonLogRecord.
    02 flDate   pic x(08).
    02 flTime   pic x(04).
    02 flSource pic x(03).
    02 flState  pic x(08).
    02 flExpect pic 9(04).
    02 filler   pic x(13).
