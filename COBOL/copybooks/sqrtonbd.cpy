*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          sqrt.onbd source onboarding certificate layout        -
*> ------------------------------------------------------------------
*> One row per source sqrtonbd has been run for, rewritten by each
*> later run for the same source. The live front doors (sqrtintk's
*> sweep, and sqrtload for a named source) take a source's extracts
*> only while its row stands certified; see sqrtonck.cob.
*>
*> obSource:    the source code
*> obResult:    "C" the last run certified the source ready, "F" it
*>              found something missing or wrong (the source is then
*>              refused until a run certifies it again)
*> obCertified: yyyymmdd of the last run that certified it (blank:
*>              never)
*> obAttempted: yyyymmdd of the last run, either way
*> obSample:    the sample extract the last run pushed through
*> obRecords:   records in the sample (a header row not counted)
*> obFailed:    sample lines that failed the source's mapping
*> obBreaches:  sample records outside the source's governance band
01 onboardRecord.
    02 obSource    pic x(03).
    02 obResult    pic x(01).
        88 obReady value "C".
    02 obCertified pic x(08).
    02 obAttempted pic x(08).
    02 obSample    pic x(30).
    02 obRecords   pic 9(07).
    02 obFailed    pic 9(07).
    02 obBreaches  pic 9(07).
    02 filler      pic x(09).
