*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -              Keyed sqrt.dat master record layout               -
*> ------------------------------------------------------------------
*> One row of sqrt.dat.ksds, the indexed master behind the flat
*> sqrt.dat. The whole 80-byte sqrt.dat image rides unchanged in
*> mstImage; the key and the file-order sequence sit in front of it.
*>
*> mstSerial:  7 (record key: the image's own recSerial for a detail
*>             record; "~" plus a six-digit ordinal for the CTL1/
*>             HDR1/TRL1/CMT1/GRP1/CHN1 cards, which carry no serial
*>             and must never collide with a numeric one)
*> mstSeq:     9 (alternate key: the record's position in file order,
*>             so the unload hands SQRT and the splitter their cards
*>             and comments exactly where the flat file had them)
*> mstImage:  80 (the sqrt.dat record, laid out per sqrtrec.cpy)
01 mstRecord.
    02 mstSerial       pic x(07).
    02 mstSeq          pic 9(09).
    02 mstImage        pic x(80).
    02 filler          pic x(08).
