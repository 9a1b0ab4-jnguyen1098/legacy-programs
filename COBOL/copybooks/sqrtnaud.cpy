*> control totals (summed with truncation on overflow, applied
*> identically by any future verifier), naudCache "C" when the
*> answer came from the nthroot.hist cache. Engineering's cube-root
*> results become as reviewable as the square roots are. The input
*> record's attribution rides along in the same shapes sqrt.audit
*> gives it (auditSource, auditDept, auditTier, auditSla,
*> auditSerial), so chargeback, the SLA report and the lineage query
*> read nth-root work the way they read square roots.
*> naudPower is the exponent's numerator (naudDegree its
*> denominator; blank on rows cut before exponents were carried,
*> which were plain roots). naudRoot holds the result's magnitude --
*> the trailer's root sum adds magnitudes -- and naudRootSign is "-"
*> when the result is negative (a negative radicand under an odd
*> degree, raised to an odd power), else space.
01 naudRecord.
    02 naudRunId     pic x(14).
    02 naudSeq       pic 9(07).
    02 naudIter      pic 9(05).
    02 naudCache     pic x(01).
    02 naudTimestamp pic x(19).
    02 naudSource    pic x(03).
    02 naudDept      pic x(04).
    02 naudTier      pic x(01).
    02 naudSla       pic x(08).
    02 naudSerial    pic x(07).
    02 naudPower     pic 9(02).
    02 naudRootSign  pic x(01).

*> Trailer view of the same row (a second 01 under the same FD
*> shares the record area).
    02 naudTrlRootSum   pic 9(16)v9(6).
    02 naudTrlIterSum   pic 9(12).
    02 naudTrlTimestamp pic x(19).
    02 filler           pic x(44).
