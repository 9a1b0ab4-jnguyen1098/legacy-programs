*> program, the RETURN-CODE it ended with, and a short note with the
*> figure that drove it -- so the morning digest can say how every
*> gate went instead of only how SQRT itself went. Written by
*> sqrtrecon, sqrtdcmp, sqrttrend, sqrtqa and sqrtconf (the
*> sqrt.fcst pattern applied to the gates); read by sqrtdgst, and by
*> sqrtsvrv for the month's QA and conformance failures. COPY
*> REPLACING the record/field names when a program needs more than
*> one of these open at once.
01 gateRecord.
    02 gaDate    pic x(08).
    02 gaProgram pic x(08).
