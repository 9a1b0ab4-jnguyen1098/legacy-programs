*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          sqrt.hres history-resolution work file layout         -
*> ------------------------------------------------------------------
*> Written by sqrthres: one row per detail record of the night's
*> input, in input order, saying what the history master already
*> holds for the record's radicand -- so the run and the pre-window
*> utilities read it in step with the input instead of probing
*> sqrt.hist at random, record by record. Read through sqrthrlk.
*>
*> hrSeq:      the record's physical position in the input file (1
*>             = first record, header and control cards counted),
*>             zero on the header row that leads the file
*> hrKind:     "E" a row on file for the exact radicand/epsilon
*>             pair; "T" no exact row, but a tighter-epsilon row for
*>             the radicand answers it; "N" nothing on file answers
*>             it; "W" the radicand occurs more than once in the
*>             input, so the run's own writes can change the answer
*>             -- resolve it against the master live
*> hrRadicand: the radicand as the record carries it
*> hrEpsilon:  the epsilon as the record carries it, before any
*>             precision profile or run-level override
*> hrEx*:      the exact pair's row (kind "E" only)
*> hrMin*:     the radicand's tightest row on file, whatever its
*>             epsilon, when hrMinSw is "Y" -- what lets a consumer
*>             whose effective epsilon differs from hrEpsilon still be
*>             answered without a read when it can be
01 hresRecord.
    02 hrSeq       pic 9(07).
    02 hrKind      pic x(01).
        88 hrExact   value "E".
        88 hrTighter value "T".
        88 hrNone    value "N".
        88 hrLive    value "W".
    02 hrRadicand  pic s9(15)v9(6) sign leading separate.
    02 hrEpsilon   pic v9(9).
    02 hrExRoot    pic 9(16)v9(6).
    02 hrExIter    pic 9(05).
    02 hrExStamp   pic x(14).
    02 hrMinSw     pic x(01).
        88 hrMinOnFile value "Y".
    02 hrMinEps    pic v9(9).
    02 hrMinRoot   pic 9(16)v9(6).
    02 hrMinIter   pic 9(05).
    02 hrMinStamp  pic x(14).
    02 filler      pic x(09).

*> The header row: when the pass ran and over which input, so a
*> consumer never takes another file's answers or yesterday's.
01 hresHeader redefines hresRecord.
    02 hhSeq       pic 9(07).
    02 hhTag       pic x(04).
    02 hhDate      pic x(08).
    02 hhTime      pic x(06).
    02 hhInput     pic x(30).
    02 hhCount     pic 9(07).
    02 hhExact     pic 9(07).
    02 hhTighter   pic 9(07).
    02 hhNone      pic 9(07).
    02 hhLive      pic 9(07).
    02 filler      pic x(50).
