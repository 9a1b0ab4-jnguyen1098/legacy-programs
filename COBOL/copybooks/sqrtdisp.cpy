*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -          sqrt.disp.<source> disposition return layout          -
*> ------------------------------------------------------------------
*> The per-source answer to "what happened to everything we sent
*> you": one row per serial the source's intake was issued that day,
*> in serial order, with its final outcome, and one trailer row.
*> Written by sqrtdrtn after the night's run.
*>
*> dsOutcome:  CONVERGED    dsRoot is the answer
*>             REJECTED     dsReason says why
*>             ABORTED      the iteration cap ran out
*>             HELD         parked on the master (recStatus "H")
*>             FUTURE-DATED carried forward to its effective date
*>             DEFERRED     the window ran short; carried forward
*>             QUARANTINED  the delivery sits in intake quarantine
*>             CANCELLED    withdrawn on the source's cancellation
*>             SUPERSEDED   replaced in place by a resent record
*>                          (dsReason names the new serial)
*>             OPEN         no outcome on file yet (dsReason
*>                          says when an nth-root record is still
*>                          waiting on the nth-root batch)
*> dsRoot:     the root (CONVERGED only; zero otherwise)
*> dsRadicand: the record's radicand as last seen on the estate
*> dsDate:     the intake date the serial was issued on
01 dispRecord.
    02 dsSerial   pic x(07).
    02 dsOutcome  pic x(12).
    02 dsRoot     pic 9(16)v9(6).
    02 dsReason   pic x(30).
    02 dsRadicand pic s9(15)v9(6) sign leading separate.
    02 dsDate     pic x(08).
    02 filler     pic x(19).

*> Trailer view of the same record area (a second 01 under the FD):
*> dtTag "TRL1" sits where a numeric serial would, so it can't
*> collide. The intake receipt's own counts ride it so the source
*> cross-foots without calling anybody: dtLines (one per serial
*> row above) + dtRcptFailed + dtRcptRefused = dtRcptRead, and the
*> outcome counts sum to dtLines. dtBalanced is "Y" when both hold.
01 dispTrailer.
    02 dtTag         pic x(07).
    02 dtSource      pic x(03).
    02 dtDate        pic x(08).
    02 dtRcptRead    pic 9(07).
    02 dtRcptFailed  pic 9(07).
    02 dtRcptRefused pic 9(07).
    02 dtLines       pic 9(07).
    02 dtConverged   pic 9(07).
    02 dtRejected    pic 9(07).
    02 dtAborted     pic 9(07).
    02 dtHeld        pic 9(07).
    02 dtFuture      pic 9(07).
    02 dtDeferred    pic 9(07).
    02 dtQuarantined pic 9(07).
    02 dtCancelled   pic 9(07).
    02 dtSuperseded  pic 9(07).
    02 dtOpen        pic 9(07).
    02 dtBalanced    pic x(01).
    02 filler        pic x(03).
