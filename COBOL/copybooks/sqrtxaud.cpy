*> ------------------------------------------------------------------
*> -                    Babylonian Square Roots                     -
*> -         sqrt.xaudit extended-precision audit row layout         -
*> ------------------------------------------------------------------
*> One row per extended-precision answer, matching the ordinary "D"
*> row the same run wrote on sqrt.audit (same run id, same sequence
*> number) and carrying what that row's six-decimal fields cannot:
*> the twenty-decimal root, the wide residual root*root - radicand,
*> and the wide epsilon the refinement converged to. sqrt.audit and
*> its verifiers are untouched. Each run's rows end with a "T"
*> trailer carrying the row count and a root control total (summed
*> with truncation on overflow, the sqrt.audit trailer arithmetic).
*> xAuditRecType: "X" extended detail, "T" trailer, "R" reversal.
*> sqrtbkot backs a run out by appending an "R" copy of each of its
*> "X" rows -- same run id and sequence number, so each still joins
*> the answer it withdraws, xAuditTimestamp the time of the backout
*> -- closed by a "T" trailer counting and totalling the "R" rows,
*> numbered one past the highest of them.
01 xAuditRecord.
    02 xAuditRunId     pic x(14).
    02 xAuditSeq       pic 9(07).
    02 xAuditRecType   pic x(01).
    02 xAuditRadicand  pic s9(15)v9(6) sign leading separate.
    02 xAuditEpsilon   pic v9(18).
    02 xAuditRoot      pic 9(08)v9(20).
    02 xAuditResidual  pic s9(04)v9(20) sign leading separate.
    02 xAuditIter      pic 9(05).
    02 xAuditSerial    pic x(07).
    02 xAuditProfile   pic x(08).
    02 xAuditTimestamp pic x(19).

01 xAuditTrailerRec.
    02 xAudTrlRunId     pic x(14).
    02 xAudTrlSeq       pic 9(07).
    02 xAudTrlRecType   pic x(01).
    02 xAudTrlCount     pic 9(09).
    02 xAudTrlRootSum   pic 9(12)v9(20).
    02 xAudTrlTimestamp pic x(19).
    02 filler           pic x(72).
